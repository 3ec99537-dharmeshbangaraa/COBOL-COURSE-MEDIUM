      *  Matching transactions print with their amounts and position
      *  status under RPTPOS00's paging and ASA conventions, with
      *  totals at the end.
      *
      *  A dated inquiry reads just the monthly history partitions
      *  its range covers (TRNHIDX.cpy) and prints month by month,
      *  portfolio/date order within each month; an undated one reads
      *  the whole TRNHIST.DAT unload in portfolio/date order.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HIST-DSN
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO 'RPTHIS.PRT'.

       DATA DIVISION.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Monthly partition index HISTLD00 writes behind the unload;
      *--  see TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
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

           05  FILLER                PIC X(14) VALUE 'FEES'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE 'POS'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'TRANSFER'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-FEE-AMT           PIC Z(11)9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-POSITION          PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-TRANSFER-DIR      PIC X(05).
           05  DTL-TRANSFER-PORTFOLIO PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
               FROM ENVIRONMENT 'HISTRPT-CHANNEL'
           OPEN OUTPUT HISTORY-REPORT
           PERFORM 2105-WRITE-HEADER
           PERFORM 1080-SELECT-PARTITIONS
           PERFORM 1090-OPEN-HISTORY
           .

      *----------------------------------------------------------------
      *  1080-SELECT-PARTITIONS: an inquiry with a trade-date range
      *  reads only the monthly history partitions the range touches
      *  (either end left blank stays open-ended).  One with no date
      *  range, or no partition index, reads the whole unload.
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
                   DISPLAY 'RPTHIS00 HISTORY PARTITION OPEN FAILED: '
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
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-FILTER-TRANSACTION
      *----------------------------------------------------------------
      *  2100-FILTER-TRANSACTION applies whichever selection
      *  parameters were supplied; a record has to clear every one of
      *  them to print.  A position transfer is held once, under the
      *  giving portfolio, and prints for the receiving portfolio too.
      *----------------------------------------------------------------
       2100-FILTER-TRANSACTION.
           IF WS-SEL-PORTFOLIO NOT = SPACES
                   AND HIST-PORTFOLIO-ID NOT = WS-SEL-PORTFOLIO
                   AND (HIST-RECORD-TYPE NOT = 'TX'
                        OR HIST-TRANSFER-PORTFOLIO
                           NOT = WS-SEL-PORTFOLIO)
               CONTINUE
           ELSE
           IF WS-SEL-FROM-DATE NOT = SPACES
           MOVE HIST-COMMISSION-AMT TO DTL-COMM-AMT
           MOVE HIST-FEE-AMT TO DTL-FEE-AMT
           MOVE HIST-POSITION-STATUS TO DTL-POSITION
           MOVE SPACES TO DTL-TRANSFER-DIR
           MOVE SPACES TO DTL-TRANSFER-PORTFOLIO
           IF HIST-RECORD-TYPE = 'TX'
               IF WS-SEL-PORTFOLIO = HIST-TRANSFER-PORTFOLIO
                   MOVE 'FROM' TO DTL-TRANSFER-DIR
                   MOVE HIST-PORTFOLIO-ID TO DTL-TRANSFER-PORTFOLIO
               ELSE
                   MOVE 'TO' TO DTL-TRANSFER-DIR
                   MOVE HIST-TRANSFER-PORTFOLIO
                       TO DTL-TRANSFER-PORTFOLIO
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-SELECT-COUNT

       9999-TERMINATE.
           IF WS-HIST-OPEN-OK
                   AND NOT WS-PART-MODE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE HISTORY-REPORT
           DISPLAY 'RPTHIS00 HISTORY RECORDS READ: ' WS-READ-COUNT
           IF WS-PART-MODE
               DISPLAY 'RPTHIS00 HISTORY PARTITIONS READ: '
                   WS-PART-COUNT
           END-IF
           DISPLAY 'RPTHIS00 TRANSACTIONS SELECTED: '
               WS-SELECT-COUNT
           .
