      *  re-investigating), surviving items print in an aging section
      *  with days open, and anything past RPTCNF-MAX-DAYS (default
      *  3) is escalated.
      *
      *  Every outcome printed is also written by external trade ID
      *  to CNFMAT.KSD (CNFMAT.cpy), so the online trade inquiry
      *  (TRNINQ00) can tell client service whether a quoted trade
      *  was on tonight's confirm and how it matched.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HIST-DSN
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO 'CONFIRM.DAT'
               FILE STATUS IS WS-CNF-FILE-STATUS.
      *--  Persistent open-items store behind the reconciliation,
      *--  tonight's new breaks.
           SELECT OPEN-ITEMS-FILE ASSIGN TO 'CNFOPEN.DAT'
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT MATCH-RESULT-FILE ASSIGN TO 'CNFMAT.KSD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-EXTERNAL-TRADE-ID
               FILE STATUS IS WS-CNM-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT CONFIRM-REPORT ASSIGN TO 'RPTCNF.PRT'.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Monthly partition index HISTLD00 writes behind the unload;
      *--  see TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  The vendor's daily confirm, keyed by their trade ID.
      *--  Amounts are display-format with a separate trailing sign,
      *--  the same convention their ASCII transaction feed uses.
           05  CNO-SETTLE-DATE       PIC X(08).
           05  CNO-FIRST-DATE        PIC X(08).

      *--  Tonight's outcome per external trade ID, for the online
      *--  inquiry; see CNFMAT.cpy.
       FD  MATCH-RESULT-FILE.
           COPY CNFMAT.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  move on with every READ.
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.

      *--  History partitions this run reads, off TRNHIDX.DAT, in
      *--  period order.  Partition mode stays off -- the full
      *--  TRNHIST.DAT is read -- when there is no range to narrow to
      *--  or no index to narrow with.  This run only ever wants the
      *--  business date's month.
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
       01  WS-CNF-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-CNF-OPEN-OK        VALUE 'Y'.

      *--  Match-result output.  Losing it only costs the online
      *--  inquiry its confirm status, so a failed open is reported
      *--  and the reconciliation carries on.  WS-CNM-SOURCE-IND says
      *--  whose figures the current result line carries: 'Y' the
      *--  vendor's confirm, 'N' our trade.
       01  WS-CNM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CNM-FILE-OK        VALUE '00'.
       01  WS-CNM-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-CNM-OPEN-OK        VALUE 'Y'.
       01  WS-CNM-SOURCE-IND         PIC X(01) VALUE 'N'.
       01  WS-CNM-WRITTEN-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

               (WS-RUN-DATE-NUM)
           OPEN OUTPUT CONFIRM-REPORT
           PERFORM 2105-WRITE-HEADER
           OPEN OUTPUT MATCH-RESULT-FILE
           IF WS-CNM-FILE-OK
               MOVE 'Y' TO WS-CNM-OPEN-IND
           ELSE
               DISPLAY 'RPTCNF00 CNFMAT.KSD OPEN FAILED, STATUS '
                   WS-CNM-FILE-STATUS ' - NO MATCH RESULTS ONLINE'
           END-IF
           .

      *----------------------------------------------------------------
           END-IF
           .

      *----------------------------------------------------------------
      *  1080-SELECT-PARTITIONS picks the business date's month off
      *  the partition index -- the only month a trade dated tonight
      *  can be in.  No index means the whole unload is read.
      *----------------------------------------------------------------
       1080-SELECT-PARTITIONS.
           MOVE ZERO TO WS-PART-COUNT
           OPEN INPUT PARTITION-INDEX-FILE
           IF WS-HIX-FILE-OK
               PERFORM UNTIL WS-HIX-EOF
                   READ PARTITION-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-HIX-EOF-FLAG
                       NOT AT END
                           MOVE 'Y' TO WS-PART-MODE-IND
                           IF HIX-PERIOD = WS-RUN-DATE (1:6)
                               PERFORM 1085-KEEP-PARTITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-INDEX-FILE
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
                   DISPLAY 'RPTCNF00 HISTORY PARTITION OPEN FAILED: '
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

       2105-WRITE-HEADER.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
      *  stay out of the reconciliation entirely.
      *----------------------------------------------------------------
       2000-LOAD-OUR-T2-TRADES.
           PERFORM 1080-SELECT-PARTITIONS
           PERFORM 1090-OPEN-HISTORY
           IF NOT WS-HIST-OPEN-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       PERFORM 2020-END-OF-HISTORY-FILE
                   NOT AT END
                       IF HIST-TRADE-DATE = WS-RUN-DATE
                               AND HIST-RECORD-TYPE = 'T2'
               END-READ
           END-PERFORM
           IF WS-HIST-OPEN-OK
                   AND NOT WS-PART-MODE
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       3100-MATCH-ONE-CONFIRM.
           MOVE 'Y' TO WS-CNM-SOURCE-IND
           MOVE CNF-TRADE-AMT TO WS-CNF-TRADE-AMT
           MOVE CNF-EXTERNAL-TRADE-ID TO DTL-EXT-ID
           MOVE CNF-PORTFOLIO-ID TO DTL-PORTFOLIO-ID
      *  without duplicating; anything else is a new break.
      *----------------------------------------------------------------
       4100-HANDLE-ONE-OURS-ONLY.
           MOVE 'N' TO WS-CNM-SOURCE-IND
           MOVE WS-OUR-TBL-EXT-ID (WS-OUR-IDX) TO DTL-EXT-ID
           MOVE WS-OUR-TBL-PORTFOLIO (WS-OUR-IDX)
               TO DTL-PORTFOLIO-ID
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-CNM-OPEN-OK
               PERFORM 3950-WRITE-MATCH-RESULT
           END-IF
           .

      *----------------------------------------------------------------
      *  3950-WRITE-MATCH-RESULT records the line just printed under
      *  its external trade ID.  An ID already written this run keeps
      *  its first result.
      *----------------------------------------------------------------
       3950-WRITE-MATCH-RESULT.
           MOVE DTL-EXT-ID TO CNM-EXTERNAL-TRADE-ID
           MOVE WS-RUN-DATE TO CNM-RUN-DATE
           MOVE DTL-RESULT TO CNM-RESULT
           MOVE WS-CNM-SOURCE-IND TO CNM-CONFIRMED-IND
           MOVE DTL-PORTFOLIO-ID TO CNM-PORTFOLIO-ID
           MOVE DTL-TRADE-DATE TO CNM-TRADE-DATE
           IF CNM-VENDOR-CONFIRMED
               MOVE WS-CNF-TRADE-AMT TO CNM-TRADE-AMT
           ELSE
               MOVE WS-OUR-TBL-TRADE-AMT (WS-OUR-IDX)
                   TO CNM-TRADE-AMT
           END-IF
           MOVE DTL-SETTLE-DT TO CNM-SETTLE-DATE
           WRITE CNM-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNM-WRITTEN-COUNT
           END-WRITE
           .

       9999-TERMINATE.
           MOVE WS-STILL-OPEN-COUNT TO SUM-STILL-OPEN
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE CONFIRM-REPORT
           IF WS-CNM-OPEN-OK
               CLOSE MATCH-RESULT-FILE
           END-IF
           DISPLAY 'RPTCNF00 MATCHED: ' WS-MATCHED-COUNT
           DISPLAY 'RPTCNF00 MISMATCHED: ' WS-MISMATCH-COUNT
           DISPLAY 'RPTCNF00 OURS ONLY: ' WS-OURS-ONLY-COUNT
           DISPLAY 'RPTCNF00 ITEMS CLEARED: ' WS-CLEARED-COUNT
           DISPLAY 'RPTCNF00 ITEMS STILL OPEN: ' WS-STILL-OPEN-COUNT
           DISPLAY 'RPTCNF00 ITEMS ESCALATED: ' WS-ESCALATED-COUNT
           DISPLAY 'RPTCNF00 MATCH RESULTS FOR INQUIRY: '
               WS-CNM-WRITTEN-COUNT
           .

      *----------------------------------------------------------------
