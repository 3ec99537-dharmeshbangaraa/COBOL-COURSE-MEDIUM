      *--  date's report without disturbing tonight's live files.
           SELECT PNL-INPUT-FILE ASSIGN DYNAMIC WS-PNL-INPUT-DSN.
           SELECT POSITION-REPORT ASSIGN DYNAMIC WS-REPORT-DSN.
      *--  Delimited companion of the report for spreadsheet users,
      *--  named alongside the print (see CSVROW.cpy).
           SELECT POSITION-CSV-FILE ASSIGN DYNAMIC WS-CSV-DSN.
           SELECT PRIOR-DAY-FILE ASSIGN TO 'PNLPRIOR.DAT'
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
       FD  POSITION-REPORT.
       01  RPT-LINE                  PIC X(276).

      *--  Delimited companion: one header row, then one row per
      *--  printed detail, subtotal, and total line, each written at
      *--  its own length.
       FD  POSITION-CSV-FILE
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON CSV-ROW-LEN.
       01  CSV-REC                   PIC X(400).

      *--  Yesterday's position extract: one summarized total P&L per
      *--  portfolio, plus its dominant trade currency and the native
      *--  (pre-conversion) total, which is what lets the delta column
      *--  AS-OF and lands on its own print name.
       01  WS-PNL-INPUT-DSN          PIC X(20) VALUE 'PNLOUT.DAT'.
       01  WS-REPORT-DSN             PIC X(20) VALUE 'RPTPOS.PRT'.
       01  WS-CSV-DSN                PIC X(20) VALUE 'RPTPOSD.CSV'.
       01  WS-INPUT-DSN-ENV          PIC X(20) VALUE SPACES.
       01  WS-ASOF-DATE              PIC X(08) VALUE SPACES.
       01  WS-ASOF-IND               PIC X(01) VALUE 'N'.
               10  WS-DBM-TBL-DESK       PIC X(08).
               10  WS-DBM-TBL-BOOK       PIC X(08).

      *--  Column names for the delimited companion's header row, in
      *--  column order.  LEVEL says what a row is -- PORTFOLIO,
      *--  CASH, DESK, BOOK, CURRENCY, or GRAND -- and ID carries the
      *--  portfolio, desk, book, or currency it is for.
       01  WS-CSV-HEADINGS.
           05  FILLER                PIC X(16) VALUE 'ROW TYPE'.
           05  FILLER                PIC X(16) VALUE 'LEVEL'.
           05  FILLER                PIC X(16) VALUE 'ID'.
           05  FILLER                PIC X(16) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(16) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(16) VALUE 'CURRENCY'.
           05  FILLER                PIC X(16) VALUE 'REALIZED P&L'.
           05  FILLER                PIC X(16) VALUE 'UNREALIZED P&L'.
           05  FILLER                PIC X(16) VALUE 'PRIOR DAY P&L'.
           05  FILLER                PIC X(16) VALUE 'DELTA'.
           05  FILLER                PIC X(16) VALUE 'MKT DELTA'.
           05  FILLER                PIC X(16) VALUE 'FX DELTA'.
           05  FILLER                PIC X(16) VALUE 'EXCEPTION'.
           05  FILLER                PIC X(16) VALUE 'RPT2 CCY'.
           05  FILLER                PIC X(16) VALUE 'RPT2 REALIZED'.
           05  FILLER                PIC X(16) VALUE 'RPT2 UNREALIZED'.
           05  FILLER                PIC X(16) VALUE 'QUANTITY'.
           05  FILLER                PIC X(16) VALUE 'UNIT COST'.
           05  FILLER                PIC X(16) VALUE 'CARRY ACCRUED'.
           05  FILLER                PIC X(16) VALUE 'NATIVE P&L'.
           05  FILLER                PIC X(16) VALUE 'USD P&L'.
       01  WS-CSV-HEADING-TABLE REDEFINES WS-CSV-HEADINGS.
           05  WS-CSV-HEADING OCCURS 21 TIMES
                                     PIC X(16).
       01  WS-CSV-HEADING-COUNT      PIC 9(03) COMP-3 VALUE 21.

       COPY CSVROW.
       COPY DESKBOOK.
       COPY RETCODE.

                   AND WS-ASOF-DATE NOT = LOW-VALUES
               MOVE 'Y' TO WS-ASOF-IND
               MOVE 'RPTPOSAS.PRT' TO WS-REPORT-DSN
               MOVE 'RPTPOSAD.CSV' TO WS-CSV-DSN
           END-IF
           OPEN INPUT PNL-INPUT-FILE
           OPEN OUTPUT POSITION-REPORT
           OPEN OUTPUT POSITION-CSV-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           IF WS-ASOF-MODE
           PERFORM 1070-LOAD-FX-RATES
           PERFORM 1080-LOAD-PORTFOLIO-MASTER
           PERFORM 2105-WRITE-HEADER
           PERFORM 8010-WRITE-CSV-HEADER
           .

      *----------------------------------------------------------------
           MOVE PNL-CARRY-AMT TO DTL-CARRY-AMT
           PERFORM 2128-LOOKUP-DESCRIPTION
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 8200-WRITE-POSITION-CSV
           ADD 1 TO WS-LINE-COUNT
           ADD REALIZED-PNL-AMT TO WS-GRAND-TOT-REALIZED
           ADD UNREALIZED-PNL-AMT TO WS-GRAND-TOT-UNREALIZED
                   MOVE WS-CSH-TBL-AMOUNT (WS-CSH-IDX)
                       TO CSH-AMOUNT
                   WRITE RPT-LINE FROM WS-CASH-DETAIL-LINE
                   PERFORM 8210-WRITE-CASH-CSV
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
               MOVE WS-CASH-TOTAL TO CSH-TOTAL
               WRITE RPT-LINE FROM WS-CASH-TOTAL-LINE
               PERFORM 8215-WRITE-CASH-TOTAL-CSV
           END-IF
           .

               MOVE WS-DESK-TOTAL-UNREALIZED (WS-DESK-IDX)
                   TO RLU-UNREALIZED-PNL
               WRITE RPT-LINE FROM WS-ROLLUP-LINE
               PERFORM 8220-WRITE-DESK-CSV
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           .
               MOVE WS-BOOK-TOTAL-UNREALIZED (WS-BOOK-IDX)
                   TO RLU-UNREALIZED-PNL
               WRITE RPT-LINE FROM WS-ROLLUP-LINE
               PERFORM 8225-WRITE-BOOK-CSV
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           .
                   TO CCY-NATIVE-PNL
               MOVE WS-CCY-TOTAL-USD (WS-CCY-IDX) TO CCY-USD-PNL
               WRITE RPT-LINE FROM WS-CCY-LINE
               PERFORM 8230-WRITE-CCY-CSV
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           .
           MOVE WS-GRAND-RPT2-REALIZED TO TOT-RPT2-REALIZED
           MOVE WS-GRAND-RPT2-UNREALIZED TO TOT-RPT2-UNREALIZED
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM 8240-WRITE-TOTAL-CSV
           .

      *----------------------------------------------------------------
      *  8000-START-CSV-ROW clears the delimited row and puts its ROW
      *  TYPE -- DETAIL, SUBTOTAL, or TOTAL, passed in CSV-FIELD -- in
      *  the first column.  8010-WRITE-CSV-HEADER writes the one
      *  header row off the WS-CSV-HEADING names.  The 8100-series
      *  paragraphs each append one column in CSVROW.cpy's
      *  conventions, and 8190-WRITE-CSV-ROW writes the finished row
      *  at its own length.
      *----------------------------------------------------------------
       8000-START-CSV-ROW.
           MOVE SPACES TO CSV-ROW
           MOVE 1 TO CSV-ROW-PTR
           MOVE ZERO TO CSV-COLUMN-COUNT
           PERFORM 8100-ADD-CSV-TEXT
           .

       8010-WRITE-CSV-HEADER.
           MOVE SPACES TO CSV-ROW
           MOVE 1 TO CSV-ROW-PTR
           MOVE ZERO TO CSV-COLUMN-COUNT
           PERFORM VARYING CSV-HEADING-SUB FROM 1 BY 1
                   UNTIL CSV-HEADING-SUB > WS-CSV-HEADING-COUNT
               MOVE WS-CSV-HEADING (CSV-HEADING-SUB) TO CSV-FIELD
               PERFORM 8100-ADD-CSV-TEXT
           END-PERFORM
           PERFORM 8190-WRITE-CSV-ROW
           .

       8100-ADD-CSV-TEXT.
           INSPECT CSV-FIELD REPLACING ALL '"' BY ''''
           PERFORM 8150-TRIM-CSV-FIELD
           PERFORM 8160-ADD-CSV-SEPARATOR
           IF CSV-FIELD-LEN > ZERO
               STRING '"' CSV-FIELD (CSV-FIELD-START:CSV-FIELD-LEN)
                      '"' DELIMITED BY SIZE
                   INTO CSV-ROW WITH POINTER CSV-ROW-PTR
           END-IF
           .

       8110-ADD-CSV-AMOUNT.
           MOVE CSV-AMOUNT-VALUE TO CSV-AMOUNT
           MOVE CSV-AMOUNT TO CSV-FIELD
           PERFORM 8140-ADD-CSV-NUMBER
           .

       8115-ADD-CSV-QUANTITY.
           MOVE CSV-QUANTITY-VALUE TO CSV-QUANTITY
           MOVE CSV-QUANTITY TO CSV-FIELD
           PERFORM 8140-ADD-CSV-NUMBER
           .

       8120-ADD-CSV-EMPTY.
           PERFORM 8160-ADD-CSV-SEPARATOR
           .

       8140-ADD-CSV-NUMBER.
           PERFORM 8150-TRIM-CSV-FIELD
           PERFORM 8160-ADD-CSV-SEPARATOR
           STRING CSV-FIELD (CSV-FIELD-START:CSV-FIELD-LEN)
               DELIMITED BY SIZE
               INTO CSV-ROW WITH POINTER CSV-ROW-PTR
           .

       8150-TRIM-CSV-FIELD.
           MOVE ZERO TO CSV-FIELD-LEN
           MOVE ZERO TO CSV-FIELD-START
           INSPECT CSV-FIELD TALLYING CSV-FIELD-START
               FOR LEADING SPACES
           ADD 1 TO CSV-FIELD-START
           IF CSV-FIELD-START NOT > 40
               MOVE 40 TO CSV-FIELD-END
               PERFORM UNTIL CSV-FIELD (CSV-FIELD-END:1) NOT = SPACE
                   SUBTRACT 1 FROM CSV-FIELD-END
               END-PERFORM
               COMPUTE CSV-FIELD-LEN =
                   CSV-FIELD-END - CSV-FIELD-START + 1
           END-IF
           .

       8160-ADD-CSV-SEPARATOR.
           IF CSV-COLUMN-COUNT > ZERO
               STRING ',' DELIMITED BY SIZE
                   INTO CSV-ROW WITH POINTER CSV-ROW-PTR
           END-IF
           ADD 1 TO CSV-COLUMN-COUNT
           .

       8190-WRITE-CSV-ROW.
           COMPUTE CSV-ROW-LEN = CSV-ROW-PTR - 1
           WRITE CSV-REC FROM CSV-ROW
           ADD 1 TO CSV-ROWS-WRITTEN
           .
      *----------------------------------------------------------------
      *  8200-WRITE-POSITION-CSV writes the delimited row for the
      *  detail line 2110 just printed, off the same amounts the
      *  print was formatted from.
      *----------------------------------------------------------------
       8200-WRITE-POSITION-CSV.
           MOVE 'DETAIL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'PORTFOLIO' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE PORTFOLIO-ID TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE TRADE-DATE TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE DTL-DESCRIPTION TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE PNL-CURRENCY-CODE TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE REALIZED-PNL-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE UNREALIZED-PNL-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-PRIOR-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-DELTA-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-MKT-DELTA-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-FX-DELTA-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           IF DTL-EXCEPTION-FLAG = SPACES
               MOVE SPACES TO CSV-FIELD
           ELSE
               MOVE 'REVIEW' TO CSV-FIELD
           END-IF
           PERFORM 8100-ADD-CSV-TEXT
           MOVE RPT2-CURRENCY-CODE TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE RPT2-REALIZED-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE RPT2-UNREALIZED-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PNL-QUANTITY TO CSV-QUANTITY-VALUE
           PERFORM 8115-ADD-CSV-QUANTITY
           IF PNL-QUANTITY = ZERO
               MOVE ZERO TO CSV-AMOUNT-VALUE
           ELSE
               MOVE WS-UNIT-COST TO CSV-AMOUNT-VALUE
           END-IF
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PNL-CARRY-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE NATIVE-PNL-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-CURRENT-TOTAL-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

      *----------------------------------------------------------------
      *  8210-WRITE-CASH-CSV and 8215-WRITE-CASH-TOTAL-CSV write the
      *  cash-event section's rows.  A cash event's amount goes in
      *  the REALIZED P&L column, the column it joins in the grand
      *  total.
      *----------------------------------------------------------------
       8210-WRITE-CASH-CSV.
           MOVE 'DETAIL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'CASH' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CSH-TBL-PORTFOLIO (WS-CSH-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CSH-TBL-TRADE-DATE (WS-CSH-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY
           MOVE WS-CSH-TBL-CURRENCY (WS-CSH-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CSH-TBL-AMOUNT (WS-CSH-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 14 TIMES
           PERFORM 8190-WRITE-CSV-ROW
           .

       8215-WRITE-CASH-TOTAL-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'CASH' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 4 TIMES
           MOVE WS-CASH-TOTAL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 14 TIMES
           PERFORM 8190-WRITE-CSV-ROW
           .

      *----------------------------------------------------------------
      *  8220-WRITE-DESK-CSV, 8225-WRITE-BOOK-CSV, and
      *  8230-WRITE-CCY-CSV write the rollup subtotal rows for the
      *  line 2210, 2220, or 2230 just printed.  A currency subtotal
      *  carries its native and USD totals in the NATIVE P&L and USD
      *  P&L columns, the sums of those columns over the currency's
      *  portfolio rows.
      *----------------------------------------------------------------
       8220-WRITE-DESK-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'DESK' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-DESK-TOTAL-ID (WS-DESK-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 3 TIMES
           MOVE WS-DESK-TOTAL-REALIZED (WS-DESK-IDX)
               TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-DESK-TOTAL-UNREALIZED (WS-DESK-IDX)
               TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 13 TIMES
           PERFORM 8190-WRITE-CSV-ROW
           .

       8225-WRITE-BOOK-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'BOOK' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-BOOK-TOTAL-ID (WS-BOOK-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 3 TIMES
           MOVE WS-BOOK-TOTAL-REALIZED (WS-BOOK-IDX)
               TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-BOOK-TOTAL-UNREALIZED (WS-BOOK-IDX)
               TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 13 TIMES
           PERFORM 8190-WRITE-CSV-ROW
           .

       8230-WRITE-CCY-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'CURRENCY' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CCY-TOTAL-CODE (WS-CCY-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 2 TIMES
           MOVE WS-CCY-TOTAL-CODE (WS-CCY-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 13 TIMES
           MOVE WS-CCY-TOTAL-NATIVE (WS-CCY-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-CCY-TOTAL-USD (WS-CCY-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

      *----------------------------------------------------------------
      *  8240-WRITE-TOTAL-CSV writes the grand-total row; its
      *  realized figure includes the cash events, as the print's
      *  does.
      *----------------------------------------------------------------
       8240-WRITE-TOTAL-CSV.
           MOVE 'TOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'GRAND' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 4 TIMES
           MOVE WS-GRAND-TOT-REALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-GRAND-TOT-UNREALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 6 TIMES
           MOVE WS-GRAND-RPT2-REALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-GRAND-RPT2-UNREALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 5 TIMES
           PERFORM 8190-WRITE-CSV-ROW
           .

       9999-TERMINATE.
           CLOSE PNL-INPUT-FILE
           CLOSE POSITION-REPORT
           CLOSE POSITION-CSV-FILE
           DISPLAY 'RPTPOS00 CSV ROWS WRITTEN: ' CSV-ROWS-WRITTEN
           IF WS-DESK-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPOS00 DESK ROLLUP ENTRIES DROPPED, '
                   'TABLE FULL: ' WS-DESK-DROPPED-COUNT
