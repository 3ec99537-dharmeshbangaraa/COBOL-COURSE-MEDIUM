           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT EXPOSURE-REPORT ASSIGN TO 'RPTCCY.PRT'.
      *--  Delimited companion of the report for spreadsheet users
      *--  (see CSVROW.cpy).
           SELECT EXPOSURE-CSV-FILE ASSIGN TO 'RPTCCYD.CSV'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       FD  EXPOSURE-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Delimited companion: one header row, then one row per
      *--  printed currency and desk line, each written at its own
      *--  length.
       FD  EXPOSURE-CSV-FILE
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON CSV-ROW-LEN.
       01  CSV-REC                   PIC X(400).

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

           05  FILLER                PIC X(14) VALUE '  CURRENCIES: '.
           05  SUM-CURRENCIES        PIC ZZ9.

      *--  Column names for the delimited companion's header row, in
      *--  column order.  DESK is empty on a currency's net row.
       01  WS-CSV-HEADINGS.
           05  FILLER                PIC X(16) VALUE 'ROW TYPE'.
           05  FILLER                PIC X(16) VALUE 'CURRENCY'.
           05  FILLER                PIC X(16) VALUE 'DESK'.
           05  FILLER                PIC X(16) VALUE 'NATIVE EXPOSURE'.
           05  FILLER                PIC X(16) VALUE 'USD EQUIVALENT'.
           05  FILLER                PIC X(16) VALUE 'RATE NOTE'.
       01  WS-CSV-HEADING-TABLE REDEFINES WS-CSV-HEADINGS.
           05  WS-CSV-HEADING OCCURS 6 TIMES
                                     PIC X(16).
       01  WS-CSV-HEADING-COUNT      PIC 9(03) COMP-3 VALUE 6.

       COPY CSVROW.
       COPY RETCODE.

       PROCEDURE DIVISION.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           OPEN OUTPUT EXPOSURE-CSV-FILE
           PERFORM 8010-WRITE-CSV-HEADER
           .

       1020-READ-RUN-PARAMETERS.
                   MOVE 'NO RATE ' TO CCY-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-CCY-LINE
               PERFORM 8200-WRITE-CCY-CSV
               PERFORM 3100-WRITE-DESK-SUBTOTALS
           END-PERFORM
           MOVE WS-POSITION-COUNT TO SUM-POSITIONS
                       TO DSK-NATIVE
                   MOVE WS-DCY-TBL-USD (WS-DCY-IDX) TO DSK-USD
                   WRITE RPT-LINE FROM WS-DESK-LINE
                   PERFORM 8210-WRITE-DESK-CSV
               END-IF
           END-PERFORM
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
      *  8200-WRITE-CCY-CSV writes the currency's net line as a
      *  SUBTOTAL row -- it is the sum of the desk rows under it --
      *  and 8210-WRITE-DESK-CSV each desk line as a DETAIL row.  A
      *  currency with no rate leaves USD EQUIVALENT empty on all of
      *  its rows, the gap the print flags NO RATE, never a zero.
      *----------------------------------------------------------------
       8200-WRITE-CCY-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE WS-CCY-TBL-CODE (WS-CCY-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY
           MOVE WS-CCY-TBL-NATIVE (WS-CCY-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-CCY-TBL-USD (WS-CCY-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8220-ADD-CSV-USD-AND-NOTE
           PERFORM 8190-WRITE-CSV-ROW
           .

       8210-WRITE-DESK-CSV.
           MOVE 'DETAIL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE WS-DCY-TBL-CODE (WS-DCY-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-DCY-TBL-DESK (WS-DCY-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-DCY-TBL-NATIVE (WS-DCY-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-DCY-TBL-USD (WS-DCY-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8220-ADD-CSV-USD-AND-NOTE
           PERFORM 8190-WRITE-CSV-ROW
           .

       8220-ADD-CSV-USD-AND-NOTE.
           IF WS-CCY-TBL-RATED (WS-CCY-IDX) = 'Y'
               PERFORM 8110-ADD-CSV-AMOUNT
               PERFORM 8120-ADD-CSV-EMPTY
           ELSE
               PERFORM 8120-ADD-CSV-EMPTY
               MOVE 'NO RATE' TO CSV-FIELD
               PERFORM 8100-ADD-CSV-TEXT
           END-IF
           .

       9999-TERMINATE.
           CLOSE EXPOSURE-REPORT
           CLOSE EXPOSURE-CSV-FILE
           DISPLAY 'RPTCCY00 CSV ROWS WRITTEN: ' CSV-ROWS-WRITTEN
           DISPLAY 'RPTCCY00 OPEN POSITIONS READ: '
               WS-POSITION-COUNT
           DISPLAY 'RPTCCY00 CURRENCIES REPORTED: ' WS-CCY-COUNT
