      *    EXPRPT-FROM-DATE / EXPRPT-TO-DATE   range (blank = all)
      *    EXPRPT-DETAIL=Y                     also print the
      *                                        per-portfolio detail
      *
      *  A dated run reads just the monthly history partitions its
      *  range covers (TRNHIDX.cpy); an undated one reads the whole
      *  TRNHIST.DAT unload.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HIST-DSN
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT EXPENSE-REPORT ASSIGN TO 'RPTEXP.PRT'.
      *--  Delimited companion of the report for spreadsheet users
      *--  (see CSVROW.cpy).
           SELECT EXPENSE-CSV-FILE ASSIGN TO 'RPTEXPD.CSV'.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Monthly partition index HISTLD00 writes behind the unload;
      *--  see TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  Live portfolio-to-desk/book mapping, same dataset RPTPOS00
      *--  and RPTAUD00 load.
       FD  DESK-BOOK-FILE.
       FD  EXPENSE-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Delimited companion: one header row, then one row per
      *--  printed expense line, each written at its own length.
       FD  EXPENSE-CSV-FILE
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON CSV-ROW-LEN.
       01  CSV-REC                   PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.

      *--  History partitions this run reads, off TRNHIDX.DAT, in
      *--  period order.  Partition mode stays off -- the full
      *--  TRNHIST.DAT is read -- when there is no range to narrow to
      *--  or no index to narrow with.
       01  WS-HIST-DSN               PIC X(20) VALUE 'TRNHIST.DAT'.
       01  WS-HIX-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HIX-FILE-OK        VALUE '00'.
       01  WS-HIX-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HIX-EOF            VALUE 'Y'.
       01  WS-PART-MODE-IND          PIC X(01) VALUE 'N'.
           88  WS-PART-MODE          VALUE 'Y'.
       01  WS-PART-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-SUB               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-TBL-DSN OCCURS 200 TIMES
                                     PIC X(20).

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-DBM-EOF-FLAG           PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(14) VALUE 'COMMISSIONS'.
           05  FILLER                PIC X(14) VALUE '      FEES'.

      *--  Column names for the delimited companion's header row, in
      *--  column order.  LEVEL says what a row is -- CHANNEL, DESK,
      *--  PORTFOLIO, or GRAND -- and ID carries the channel code,
      *--  desk, or portfolio it is for.
       01  WS-CSV-HEADINGS.
           05  FILLER                PIC X(16) VALUE 'ROW TYPE'.
           05  FILLER                PIC X(16) VALUE 'LEVEL'.
           05  FILLER                PIC X(16) VALUE 'ID'.
           05  FILLER                PIC X(16) VALUE 'COMMISSIONS'.
           05  FILLER                PIC X(16) VALUE 'FEES'.
       01  WS-CSV-HEADING-TABLE REDEFINES WS-CSV-HEADINGS.
           05  WS-CSV-HEADING OCCURS 5 TIMES
                                     PIC X(16).
       01  WS-CSV-HEADING-COUNT      PIC 9(03) COMP-3 VALUE 5.

       COPY CSVROW.
       COPY DESKBOOK.
       COPY RETCODE.

               FROM ENVIRONMENT 'EXPRPT-DETAIL'
           PERFORM 1060-LOAD-DESK-BOOK
           OPEN OUTPUT EXPENSE-REPORT
           OPEN OUTPUT EXPENSE-CSV-FILE
           PERFORM 2105-WRITE-HEADER
           PERFORM 8010-WRITE-CSV-HEADER
           PERFORM 1080-SELECT-PARTITIONS
           PERFORM 1090-OPEN-HISTORY
           .

      *----------------------------------------------------------------
      *  1080-SELECT-PARTITIONS: a dated run reads only the monthly
      *  history partitions its trade-date range touches (either end
      *  left blank stays open-ended).  An undated run, or no
      *  partition index, reads the whole unload as before.
      *----------------------------------------------------------------
       1080-SELECT-PARTITIONS.
           MOVE ZERO TO WS-PART-COUNT
           IF WS-SEL-FROM-DATE NOT = SPACES
                   OR WS-SEL-TO-DATE NOT = SPACES
               OPEN INPUT PARTITION-INDEX-FILE
               IF WS-HIX-FILE-OK
                   PERFORM UNTIL WS-HIX-EOF
                       READ PARTITION-INDEX-FILE
                           AT END
                               MOVE 'Y' TO WS-HIX-EOF-FLAG
                           NOT AT END
                               MOVE 'Y' TO WS-PART-MODE-IND
                               IF (WS-SEL-FROM-DATE = SPACES
                                       OR HIX-PERIOD NOT <
                                          WS-SEL-FROM-DATE (1:6))
                                   AND (WS-SEL-TO-DATE = SPACES
                                       OR HIX-PERIOD NOT >
                                          WS-SEL-TO-DATE (1:6))
                                   PERFORM 1085-KEEP-PARTITION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARTITION-INDEX-FILE
               END-IF
           END-IF
           .

       1085-KEEP-PARTITION.
           IF WS-PART-COUNT < 200
               ADD 1 TO WS-PART-COUNT
               MOVE HIX-PARTITION-DSN TO WS-PART-TBL-DSN (WS-PART-COUNT)
           END-IF
           .

      *----------------------------------------------------------------
      *  1090-OPEN-HISTORY opens the full unload, or in partition mode
      *  the first selected partition.
      *----------------------------------------------------------------
       1090-OPEN-HISTORY.
           IF WS-PART-MODE
               MOVE 'Y' TO WS-HIST-OPEN-IND
               MOVE ZERO TO WS-PART-SUB
               PERFORM 2010-OPEN-NEXT-PARTITION
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-FILE-OK
                   MOVE 'Y' TO WS-HIST-OPEN-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2010-OPEN-NEXT-PARTITION moves on to the next selected
      *  partition, or ends the history once they are all read.  A
      *  partition on the index that will not open is a file error,
      *  the same as a missing unload.
      *----------------------------------------------------------------
       2010-OPEN-NEXT-PARTITION.
           ADD 1 TO WS-PART-SUB
           IF WS-PART-SUB > WS-PART-COUNT
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE WS-PART-TBL-DSN (WS-PART-SUB) TO WS-HIST-DSN
               OPEN INPUT HISTORY-FILE
               IF NOT WS-HIST-FILE-OK
                   DISPLAY 'RPTEXP00 HISTORY PARTITION OPEN FAILED: '
                       WS-HIST-DSN ' STATUS ' WS-HIST-FILE-STATUS
                   MOVE 'N' TO WS-HIST-OPEN-IND
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF
           .

       2020-END-OF-HISTORY-FILE.
           IF WS-PART-MODE
               CLOSE HISTORY-FILE
               PERFORM 2010-OPEN-NEXT-PARTITION
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           .

           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       PERFORM 2020-END-OF-HISTORY-FILE
                   NOT AT END
                       IF (WS-SEL-FROM-DATE = SPACES
                               OR HIST-TRADE-DATE
                           AND (WS-SEL-TO-DATE = SPACES
                               OR HIST-TRADE-DATE
                                   NOT > WS-SEL-TO-DATE)
                           AND HIST-RECORD-TYPE NOT = 'TX'
                           PERFORM 2100-ACCUMULATE-EXPENSE
                       END-IF
               END-READ
               MOVE WS-CHN-TBL-COMM (WS-CHN-IDX) TO EXP-COMM
               MOVE WS-CHN-TBL-FEE (WS-CHN-IDX) TO EXP-FEE
               WRITE RPT-LINE FROM WS-EXPENSE-LINE
               PERFORM 8200-WRITE-CHANNEL-CSV
           END-PERFORM
           MOVE 'EXPENSE BY DESK' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
               MOVE WS-DSK-TBL-COMM (WS-DSK-IDX) TO EXP-COMM
               MOVE WS-DSK-TBL-FEE (WS-DSK-IDX) TO EXP-FEE
               WRITE RPT-LINE FROM WS-EXPENSE-LINE
               PERFORM 8210-WRITE-DESK-CSV
           END-PERFORM
           IF WS-DETAIL-WANTED
               MOVE 'EXPENSE BY PORTFOLIO' TO SEC-TITLE
                   MOVE WS-PRT-TBL-COMM (WS-PRT-IDX) TO EXP-COMM
                   MOVE WS-PRT-TBL-FEE (WS-PRT-IDX) TO EXP-FEE
                   WRITE RPT-LINE FROM WS-EXPENSE-LINE
                   PERFORM 8220-WRITE-PORTFOLIO-CSV
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
           END-IF
           MOVE WS-TOT-COMM TO EXP-COMM
           MOVE WS-TOT-FEE TO EXP-FEE
           WRITE RPT-LINE FROM WS-EXPENSE-LINE
           PERFORM 8230-WRITE-TOTAL-CSV
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
      *  8200-WRITE-CHANNEL-CSV, 8210-WRITE-DESK-CSV, and
      *  8220-WRITE-PORTFOLIO-CSV write the row for the expense line
      *  3000 just printed.  The channel and desk lines are each a
      *  breakdown of the whole total, so both go out as SUBTOTAL
      *  rows; the optional per-portfolio lines are the DETAIL.
      *----------------------------------------------------------------
       8200-WRITE-CHANNEL-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'CHANNEL' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CHN-TBL-CODE (WS-CHN-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CHN-TBL-COMM (WS-CHN-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-CHN-TBL-FEE (WS-CHN-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       8210-WRITE-DESK-CSV.
           MOVE 'SUBTOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'DESK' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-DSK-TBL-ID (WS-DSK-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-DSK-TBL-COMM (WS-DSK-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-DSK-TBL-FEE (WS-DSK-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       8220-WRITE-PORTFOLIO-CSV.
           MOVE 'DETAIL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'PORTFOLIO' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-PRT-TBL-ID (WS-PRT-IDX) TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-PRT-TBL-COMM (WS-PRT-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-PRT-TBL-FEE (WS-PRT-IDX) TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       8230-WRITE-TOTAL-CSV.
           MOVE 'TOTAL' TO CSV-FIELD
           PERFORM 8000-START-CSV-ROW
           MOVE 'GRAND' TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8120-ADD-CSV-EMPTY
           MOVE WS-TOT-COMM TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-TOT-FEE TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           PERFORM 8190-WRITE-CSV-ROW
           .

       9999-TERMINATE.
           IF WS-HIST-OPEN-OK
                   AND NOT WS-PART-MODE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE EXPENSE-REPORT
           CLOSE EXPENSE-CSV-FILE
           DISPLAY 'RPTEXP00 CSV ROWS WRITTEN: ' CSV-ROWS-WRITTEN
           DISPLAY 'RPTEXP00 TRANSACTIONS IN RANGE: '
               WS-SELECT-COUNT
           IF WS-PART-MODE
               DISPLAY 'RPTEXP00 HISTORY PARTITIONS READ: '
                   WS-PART-COUNT
           END-IF
           IF WS-PRT-DROPPED-COUNT > ZERO
               DISPLAY 'RPTEXP00 PORTFOLIOS DROPPED, TABLE FULL: '
                   WS-PRT-DROPPED-COUNT
