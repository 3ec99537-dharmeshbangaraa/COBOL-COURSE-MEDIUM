           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT MONTH-REPORT ASSIGN TO 'RPTMTH.PRT'.
      *--  Delimited companion of the report for spreadsheet users
      *--  (see CSVROW.cpy).
           SELECT MONTH-CSV-FILE ASSIGN TO 'RPTMTHD.CSV'.
      *--  Finance's budget reference: one amount per portfolio per
      *--  period (YYYYMM).  A missing file just leaves the budget
      *--  columns zero with no exception section.
       FD  MONTH-REPORT.
       01  RPT-LINE                  PIC X(232).

      *--  Delimited companion: one header row, then one row per
      *--  printed detail, subtotal, and total line, each written at
      *--  its own length.
       FD  MONTH-CSV-FILE
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON CSV-ROW-LEN.
       01  CSV-REC                   PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-PRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRD-FILE-OK        VALUE '00'.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  TOT-YTD-PNL           PIC Z(11)9.99-.

      *--  Column names for the delimited companion's header row, in
      *--  column order.  LEVEL says what a row is -- PORTFOLIO, DESK,
      *--  BOOK, or GRAND -- and ID carries the portfolio, desk, or
      *--  book it is for.
       01  WS-CSV-HEADINGS.
           05  FILLER                PIC X(16) VALUE 'ROW TYPE'.
           05  FILLER                PIC X(16) VALUE 'LEVEL'.
           05  FILLER                PIC X(16) VALUE 'ID'.
           05  FILLER                PIC X(16) VALUE 'LAST POST'.
           05  FILLER                PIC X(16) VALUE 'MTD REALIZED'.
           05  FILLER                PIC X(16) VALUE 'MTD UNREALIZED'.
           05  FILLER                PIC X(16) VALUE 'YTD REALIZED'.
           05  FILLER                PIC X(16) VALUE 'YTD UNREALIZED'.
           05  FILLER                PIC X(16) VALUE 'CCY2'.
           05  FILLER                PIC X(16) VALUE 'MTD RPT2 CCY'.
           05  FILLER                PIC X(16) VALUE 'YTD RPT2 CCY'.
           05  FILLER                PIC X(16) VALUE 'MTD CARRY'.
           05  FILLER                PIC X(16) VALUE 'BUDGET'.
           05  FILLER                PIC X(16) VALUE 'VARIANCE'.
           05  FILLER                PIC X(16) VALUE 'ACHVD PCT'.
           05  FILLER                PIC X(16) VALUE 'MTD P&L'.
           05  FILLER                PIC X(16) VALUE 'YTD P&L'.
       01  WS-CSV-HEADING-TABLE REDEFINES WS-CSV-HEADINGS.
           05  WS-CSV-HEADING OCCURS 17 TIMES
                                     PIC X(16).
       01  WS-CSV-HEADING-COUNT      PIC 9(03) COMP-3 VALUE 17.

       COPY CSVROW.
       COPY DESKBOOK.
       COPY RETCODE.

               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT MONTH-REPORT
           OPEN OUTPUT MONTH-CSV-FILE
           PERFORM 1060-LOAD-DESK-BOOK
           PERFORM 1070-LOAD-BUDGET
           PERFORM 2105-WRITE-HEADER
           PERFORM 8010-WRITE-CSV-HEADER
           .

      *----------------------------------------------------------------
               PRD-YTD-REALIZED + PRD-YTD-UNREALIZED
           PERFORM 2120-APPLY-BUDGET
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 8200-WRITE-PORTFOLIO-CSV
           ADD 1 TO WS-LINE-COUNT
           ADD WS-MTD-TOTAL TO WS-GRAND-MTD
           ADD WS-YTD-TOTAL TO WS-GRAND-YTD
               MOVE WS-DESK-TOTAL-BUDGET (WS-DESK-IDX)
                   TO RLU-BUDGET
               WRITE RPT-LINE FROM WS-ROLLUP-LINE
               PERFORM 8220-WRITE-DESK-CSV
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           .
               MOVE WS-BOOK-TOTAL-YTD (WS-BOOK-IDX) TO RLU-YTD-PNL
               MOVE ZERO TO RLU-BUDGET
               WRITE RPT-LINE FROM WS-ROLLUP-LINE
               PERFORM 8225-WRITE-BOOK-CSV
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           .
           MOVE WS-GRAND-MTD TO TOT-MTD-PNL
           MOVE WS-GRAND-YTD TO TOT-YTD-PNL
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           PERFORM 8240-WRITE-TOTAL-CSV
           PERFORM 2400-WRITE-VARIANCE-EXCEPTIONS
           .

           END-IF
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
      *  8200-WRITE-PORTFOLIO-CSV writes the delimited row for the
      *  detail line 2110 just printed.  MTD P&L and YTD P&L are the
      *  realized-plus-unrealized totals the rollups and the grand
      *  total add up.
      *----------------------------------------------------------------
       8200-WRITE-PORTFOLIO-CSV.
           MOVE 'DETAIL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'PORTFOLIO' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE PRD-PORTFOLIO-ID TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE PRD-LAST-POSTED-DATE TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE PRD-MTD-REALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PRD-MTD-UNREALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PRD-YTD-REALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PRD-YTD-UNREALIZED TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PRD-RPT2-CURRENCY TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE PRD-MTD-RPT2-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PRD-YTD-RPT2-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE PRD-MTD-CARRY TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-BUDGET-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-VARIANCE-AMT TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           IF WS-BUDGET-FOUND AND WS-BUDGET-AMT NOT = ZERO
               MOVE WS-ACHIEVED-PCT TO CSV-AMOUNT-VALUE
           ELSE
               MOVE ZERO TO CSV-AMOUNT-VALUE
           END-IF
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-MTD-TOTAL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-YTD-TOTAL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

      *----------------------------------------------------------------
      *  8220-WRITE-DESK-CSV and 8225-WRITE-BOOK-CSV write the rollup
      *  subtotal rows for the line 2210 or 2220 just printed.  Books
      *  carry no budget of their own, so a book row leaves the
      *  BUDGET column empty.
      *----------------------------------------------------------------
       8220-WRITE-DESK-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'DESK' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-DESK-TOTAL-ID (WS-DESK-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 9 TIMES
           MOVE WS-DESK-TOTAL-BUDGET (WS-DESK-IDX)
               TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8120-ADD-CSV-EMPTY 2 TIMES
           MOVE WS-DESK-TOTAL-MTD (WS-DESK-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-DESK-TOTAL-YTD (WS-DESK-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       8225-WRITE-BOOK-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'BOOK' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-BOOK-TOTAL-ID (WS-BOOK-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 12 TIMES
           MOVE WS-BOOK-TOTAL-MTD (WS-BOOK-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-BOOK-TOTAL-YTD (WS-BOOK-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       8240-WRITE-TOTAL-CSV.
           MOVE 'TOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'GRAND' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY 13 TIMES
           MOVE WS-GRAND-MTD TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-GRAND-YTD TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       9999-TERMINATE.
           IF WS-PRD-OPEN-OK
               CLOSE PERIOD-FILE
           END-IF
           CLOSE MONTH-REPORT
           CLOSE MONTH-CSV-FILE
           DISPLAY 'RPTMTH00 CSV ROWS WRITTEN: ' CSV-ROWS-WRITTEN
           IF WS-DESK-DROPPED-COUNT > ZERO
               DISPLAY 'RPTMTH00 DESK ROLLUP ENTRIES DROPPED, '
                   'TABLE FULL: ' WS-DESK-DROPPED-COUNT
