      *      TRNHIST.DAT flat copy the downstream read-only steps
      *      (PNLBLD00, AVGCLD00, RPTTIE00 and the inquiry reports)
      *      scan sequentially.  The keyed store is the master; the
      *      flat copy is derived and safely rewritable every night;
      *    - the unload is also split by trade month into the
      *      TRNHyyyymm.DAT partitions, indexed by TRNHIDX.DAT
      *      (TRNHIDX.cpy), so the readers that want a day or a month
      *      open just that instead of the whole flat copy.  Only the
      *      months touched tonight, or whose counts no longer match
      *      the index, are rebuilt;
      *    - the same pass rebuilds TRNXREF.KSD (TRNXREF.cpy), the
      *      alternate index by external trade ID the online trade
      *      inquiry (TRNINQ00) looks a quoted vendor ID up through.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-UNL-FILE-STATUS.
      *--  External trade ID alternate index over the store, rebuilt
      *--  alongside the unload.
           SELECT XREF-FILE ASSIGN TO 'TRNXREF.KSD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-FILE-STATUS.
      *--  Monthly history partitions (TRNHyyyymm.DAT) and the index
      *--  over them, rebuilt behind the full unload so a reader with
      *--  a date range opens only its months.  The work file holds
      *--  just the records of the months being rebuilt tonight.
           SELECT PARTITION-FILE ASSIGN DYNAMIC WS-PART-DSN
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PARTITION-WORK-FILE ASSIGN TO 'TRNHWRK.DAT'
               FILE STATUS IS WS-PWK-FILE-STATUS.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT DUPLICATE-FILE ASSIGN TO 'TRNDUP.DAT'.
           SELECT CHANNEL-REF-FILE ASSIGN TO 'CHANREF.DAT'
               FILE STATUS IS WS-CHANREF-FILE-STATUS.
      *--  TRNREC.cpy's layout, but laid out by hand because the
      *--  record key has to be a group over the leading
      *--  portfolio/trade-date/channel fields -- the same composite
      *--  the old duplicate check matched on -- plus the instrument,
      *--  so two securities booked for one portfolio on one day
      *--  through one channel are two trades, not a duplicate.
      *--  The instrument therefore sits inside the key here rather
      *--  than at the end where TRNREC.cpy appends it; a store cut
      *--  before it existed is rebuilt by the seed path below
      *--  (delete the KSD and the next run reloads it from the flat
      *--  copy, every old record keying under a blank instrument).
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-PORTFOLIO-ID     PIC X(08).
               10  HIST-TRADE-DATE       PIC X(08).
               10  HIST-CHANNEL-CODE     PIC X(02).
               10  HIST-INSTRUMENT-ID    PIC X(12).
           05  HIST-CURRENCY-CODE    PIC X(03).
           05  HIST-TRADE-AMT        PIC S9(13)V99 COMP-3.
           05  HIST-COST-AMT         PIC S9(13)V99 COMP-3.
           05  HIST-CANCEL-IND       PIC X(01).
           05  HIST-CANCEL-DATE      PIC X(08).
           05  HIST-EVENT-CODE       PIC X(04).
           05  HIST-COUNTERPARTY-CODE PIC X(08).
           05  HIST-TRADER-ID        PIC X(08).
           05  HIST-TRANSFER-PORTFOLIO PIC X(08).
           05  HIST-TRANSFER-LOT-DATE PIC X(08).
           05  HIST-CPTY-ENTITY-CODE PIC X(04).

      *--  Nightly flat unload of the keyed store, in TRNREC.cpy's
      *--  layout, for the downstream steps that scan history
       FD  UNLOAD-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==UNL-==.

      *--  External trade ID to HIST-KEY; see TRNXREF.cpy.
       FD  XREF-FILE.
           COPY TRNXREF.

      *--  One trade-date month of the unload, same layout.
       FD  PARTITION-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==PRT-==.

       FD  PARTITION-WORK-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==PWK-==.

      *--  Month-to-partition index the range readers open first; see
      *--  TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  Transactions rejected as duplicates of history already on
      *--  file.
       FD  DUPLICATE-FILE.
           88  WS-SEED-EOF           VALUE 'Y'.
       01  WS-SEED-COUNT             PIC 9(07) COMP-3 VALUE ZERO.

      *--  Cross-reference rebuild.  A failed open leaves last night's
      *--  index in place rather than stopping the load.
       01  WS-XRF-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-XRF-FILE-OK        VALUE '00'.
       01  WS-XRF-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-XRF-OPEN-OK        VALUE 'Y'.
       01  WS-XREF-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-XREF-ERROR-COUNT       PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-RUN-DATE-NUM           PIC 9(08).
       01  WS-STANDARD-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RICH-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CASH-EVENT-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TRANSFER-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

      *--  Cancel ('TC') processing: a cancel flags its original in
      *--  place rather than being appended as history of its own.
       01  WS-UNLOAD-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-WRITE-ERROR-COUNT      PIC 9(07) COMP-3 VALUE ZERO.

      *--  Partition months, kept in period order (SEARCH ALL): last
      *--  night's index as loaded, every month the purge, load or
      *--  cancel touched tonight ('T'), and the tallies the unload
      *--  counts.  A month the store no longer agrees with the index
      *--  on -- new, or changed outside this program, as a back-out
      *--  does -- is rebuilt too ('C').
       01  WS-PART-DSN               PIC X(20) VALUE SPACES.
       01  WS-PART-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-PART-FILE-OK       VALUE '00'.
       01  WS-PWK-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PWK-FILE-OK        VALUE '00'.
       01  WS-PWK-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PWK-EOF            VALUE 'Y'.
       01  WS-UNL-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-UNL-EOF            VALUE 'Y'.
       01  WS-HIX-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HIX-FILE-OK        VALUE '00'.
           88  WS-HIX-FILE-MISSING   VALUE '35'.
       01  WS-HIX-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HIX-EOF            VALUE 'Y'.

       01  WS-MON-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-MON-COUNT
                   ASCENDING KEY IS WS-MON-PERIOD
                   INDEXED BY WS-MON-IDX.
               10  WS-MON-PERIOD         PIC X(06).
               10  WS-MON-DSN            PIC X(20).
               10  WS-MON-RECORDS        PIC 9(09) COMP-3.
               10  WS-MON-CANCELS        PIC 9(09) COMP-3.
               10  WS-MON-PRIOR-IND      PIC X(01).
                   88  WS-MON-IN-PRIOR-INDEX VALUE 'Y'.
               10  WS-MON-PRIOR-RECORDS  PIC 9(09) COMP-3.
               10  WS-MON-PRIOR-CANCELS  PIC 9(09) COMP-3.
               10  WS-MON-BUILT-DATE     PIC X(08).
               10  WS-MON-REBUILD-IND    PIC X(01).
                   88  WS-MON-TOUCHED        VALUE 'T'.
                   88  WS-MON-RECOUNTED      VALUE 'C'.
                   88  WS-MON-REBUILD        VALUE 'T' 'C'.
       01  WS-MON-SUB                PIC 9(03) COMP-3.
       01  WS-MON-INS                PIC 9(03) COMP-3.
       01  WS-FIND-PERIOD            PIC X(06).
       01  WS-MON-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-MON-FOUND          VALUE 'Y'.
       01  WS-MON-OVERFLOW-IND       PIC X(01) VALUE 'N'.
           88  WS-MON-OVERFLOW       VALUE 'Y'.
       01  WS-RECOUNTED-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-BUILT-COUNT       PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-ERROR-COUNT       PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-INDEX-WRITTEN-COUNT    PIC 9(03) COMP-3 VALUE ZERO.

       COPY RETCODE.

       PROCEDURE DIVISION.
           END-IF
           PERFORM 1050-INIT-RETENTION-TABLE
           PERFORM 1060-LOAD-PERIOD-CONTROL
           PERFORM 1070-LOAD-PARTITION-INDEX
           PERFORM 1100-OPEN-HISTORY-STORE
           PERFORM 1200-PURGE-HISTORY
           OPEN INPUT TRANSACTION-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1070-LOAD-PARTITION-INDEX loads last night's partition index
      *  into the month table, so tonight's unload can tell which
      *  months still match their partitions.  No index yet (the
      *  first run with partitions) just means every month is built.
      *----------------------------------------------------------------
       1070-LOAD-PARTITION-INDEX.
           MOVE ZERO TO WS-MON-COUNT
           OPEN INPUT PARTITION-INDEX-FILE
           IF WS-HIX-FILE-OK
               PERFORM UNTIL WS-HIX-EOF
                   READ PARTITION-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-HIX-EOF-FLAG
                       NOT AT END
                           MOVE HIX-PERIOD TO WS-FIND-PERIOD
                           PERFORM 2195-FIND-PARTITION-MONTH
                           IF WS-MON-FOUND
                               MOVE 'Y' TO
                                   WS-MON-PRIOR-IND (WS-MON-IDX)
                               MOVE HIX-RECORD-COUNT TO
                                   WS-MON-PRIOR-RECORDS (WS-MON-IDX)
                               MOVE HIX-CANCEL-COUNT TO
                                   WS-MON-PRIOR-CANCELS (WS-MON-IDX)
                               MOVE HIX-BUILT-DATE TO
                                   WS-MON-BUILT-DATE (WS-MON-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-INDEX-FILE
           END-IF
           .

       1020-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNP-FILE-OK
           MOVE UNL-PORTFOLIO-ID TO HIST-PORTFOLIO-ID
           MOVE UNL-TRADE-DATE TO HIST-TRADE-DATE
           MOVE UNL-CHANNEL-CODE TO HIST-CHANNEL-CODE
           MOVE UNL-INSTRUMENT-ID TO HIST-INSTRUMENT-ID
           MOVE UNL-CURRENCY-CODE TO HIST-CURRENCY-CODE
           MOVE UNL-TRADE-AMT TO HIST-TRADE-AMT
           MOVE UNL-COST-AMT TO HIST-COST-AMT
           MOVE UNL-CANCEL-IND TO HIST-CANCEL-IND
           MOVE UNL-CANCEL-DATE TO HIST-CANCEL-DATE
           MOVE UNL-EVENT-CODE TO HIST-EVENT-CODE
           MOVE UNL-COUNTERPARTY-CODE TO HIST-COUNTERPARTY-CODE
           MOVE UNL-TRADER-ID TO HIST-TRADER-ID
           MOVE UNL-TRANSFER-PORTFOLIO TO HIST-TRANSFER-PORTFOLIO
           MOVE UNL-TRANSFER-LOT-DATE TO HIST-TRANSFER-LOT-DATE
           MOVE UNL-CPTY-ENTITY-CODE TO HIST-CPTY-ENTITY-CODE
           WRITE HIST-REC
               INVALID KEY
                   CONTINUE
               MOVE 'Y' TO WS-PURGE-IND
           END-IF
           IF WS-PURGE-ENTRY
               MOVE HIST-TRADE-DATE (1:6) TO WS-FIND-PERIOD
               PERFORM 2190-MARK-MONTH-TOUCHED
               DELETE HISTORY-FILE RECORD
               ADD 1 TO WS-PURGE-COUNT
           END-IF

      *----------------------------------------------------------------
      *  2140-APPLY-CANCEL matches a 'TC' record against the keyed
      *  store by the usual portfolio/trade-date/channel/instrument
      *  key and flags the original cancelled in place, stamped with
      *  tonight's business date so PNLBLD00 flows the offsetting
      *  reversal through the calc tonight.  A cancel with no original
      *  on file, or whose original is already cancelled, rejects to the
      *  duplicate file with its reason -- the cancel itself is never
      *  appended as history.
      *----------------------------------------------------------------
           MOVE TRN-PORTFOLIO-ID TO HIST-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO HIST-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO HIST-CHANNEL-CODE
           MOVE TRN-INSTRUMENT-ID TO HIST-INSTRUMENT-ID
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'CANCEL TARGET NOT ON HISTORY'
                               ADD 1 TO WS-WRITE-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-CANCEL-COUNT
                               MOVE HIST-TRADE-DATE (1:6)
                                   TO WS-FIND-PERIOD
                               PERFORM 2190-MARK-MONTH-TOUCHED
                       END-REWRITE
                   END-IF
           END-READ
                   CONTINUE
               WHEN TRN-TYPE-CASH
                   ADD 1 TO WS-CASH-EVENT-COUNT
               WHEN TRN-TYPE-TRANSFER
                   ADD 1 TO WS-TRANSFER-COUNT
               WHEN TRN-TYPE-RICH
                   ADD 1 TO WS-RICH-COUNT
               WHEN OTHER
           MOVE TRN-PORTFOLIO-ID TO HIST-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO HIST-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO HIST-CHANNEL-CODE
           MOVE TRN-INSTRUMENT-ID TO HIST-INSTRUMENT-ID
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
           MOVE TRN-PORTFOLIO-ID TO HIST-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO HIST-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO HIST-CHANNEL-CODE
           MOVE TRN-INSTRUMENT-ID TO HIST-INSTRUMENT-ID
           MOVE TRN-CURRENCY-CODE TO HIST-CURRENCY-CODE
           MOVE TRN-TRADE-AMT TO HIST-TRADE-AMT
           MOVE TRN-COST-AMT TO HIST-COST-AMT
           MOVE SPACES TO HIST-CANCEL-IND
           MOVE SPACES TO HIST-CANCEL-DATE
           MOVE TRN-EVENT-CODE TO HIST-EVENT-CODE
           MOVE TRN-COUNTERPARTY-CODE TO HIST-COUNTERPARTY-CODE
           MOVE TRN-TRADER-ID TO HIST-TRADER-ID
           MOVE TRN-TRANSFER-PORTFOLIO TO HIST-TRANSFER-PORTFOLIO
           MOVE TRN-TRANSFER-LOT-DATE TO HIST-TRANSFER-LOT-DATE
           MOVE TRN-CPTY-ENTITY-CODE TO HIST-CPTY-ENTITY-CODE
           WRITE HIST-REC
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   MOVE HIST-TRADE-DATE (1:6) TO WS-FIND-PERIOD
                   PERFORM 2190-MARK-MONTH-TOUCHED
           END-WRITE
           .

      *----------------------------------------------------------------
      *  2190-MARK-MONTH-TOUCHED flags WS-FIND-PERIOD's month for a
      *  partition rebuild tonight -- something in it was loaded,
      *  cancelled or purged.
      *----------------------------------------------------------------
       2190-MARK-MONTH-TOUCHED.
           PERFORM 2195-FIND-PARTITION-MONTH
           IF WS-MON-FOUND
               MOVE 'T' TO WS-MON-REBUILD-IND (WS-MON-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2195-FIND-PARTITION-MONTH points WS-MON-IDX at
      *  WS-FIND-PERIOD's entry, adding it in period order when it is
      *  new.  A full table leaves WS-MON-FOUND off and sets the
      *  overflow switch -- the index is then written empty, which
      *  sends every reader back to the full unload.
      *----------------------------------------------------------------
       2195-FIND-PARTITION-MONTH.
           MOVE 'N' TO WS-MON-FOUND-IND
           IF WS-MON-COUNT > ZERO
               SEARCH ALL WS-MON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MON-PERIOD (WS-MON-IDX) = WS-FIND-PERIOD
                       MOVE 'Y' TO WS-MON-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-MON-FOUND
               PERFORM 2196-INSERT-PARTITION-MONTH
           END-IF
           .

       2196-INSERT-PARTITION-MONTH.
           IF WS-MON-COUNT NOT < 200
               MOVE 'Y' TO WS-MON-OVERFLOW-IND
           ELSE
               MOVE 1 TO WS-MON-INS
               PERFORM UNTIL WS-MON-INS > WS-MON-COUNT
                       OR WS-MON-PERIOD (WS-MON-INS) > WS-FIND-PERIOD
                   ADD 1 TO WS-MON-INS
               END-PERFORM
               ADD 1 TO WS-MON-COUNT
               PERFORM VARYING WS-MON-SUB FROM WS-MON-COUNT BY -1
                       UNTIL WS-MON-SUB NOT > WS-MON-INS
                   MOVE WS-MON-ENTRY (WS-MON-SUB - 1)
                       TO WS-MON-ENTRY (WS-MON-SUB)
               END-PERFORM
               MOVE WS-FIND-PERIOD TO WS-MON-PERIOD (WS-MON-INS)
               MOVE SPACES TO WS-MON-DSN (WS-MON-INS)
               STRING 'TRNH' WS-FIND-PERIOD '.DAT'
                   DELIMITED BY SIZE INTO WS-MON-DSN (WS-MON-INS)
               MOVE ZERO TO WS-MON-RECORDS (WS-MON-INS)
               MOVE ZERO TO WS-MON-CANCELS (WS-MON-INS)
               MOVE 'N' TO WS-MON-PRIOR-IND (WS-MON-INS)
               MOVE ZERO TO WS-MON-PRIOR-RECORDS (WS-MON-INS)
               MOVE ZERO TO WS-MON-PRIOR-CANCELS (WS-MON-INS)
               MOVE SPACES TO WS-MON-BUILT-DATE (WS-MON-INS)
               MOVE 'N' TO WS-MON-REBUILD-IND (WS-MON-INS)
               SET WS-MON-IDX TO WS-MON-INS
               MOVE 'Y' TO WS-MON-FOUND-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  9000-FINALIZE unloads the keyed store in key order to the
      *  TRNHIST.DAT flat copy the downstream sequential readers scan,
      *  rebuilds the monthly partitions that changed and the index
      *  over them, and reports what happened.  The flat copy and the
      *  partitions are derived data: a failure here costs a rerun of
      *  the unload, never the history.
      *----------------------------------------------------------------
       9000-FINALIZE.
           IF WS-HIST-OPEN-OK
               PERFORM 9100-UNLOAD-HISTORY
               CLOSE HISTORY-FILE
               PERFORM 9200-CHECK-PARTITION-COUNTS
               PERFORM 9300-BUILD-PARTITIONS
               PERFORM 9400-WRITE-PARTITION-INDEX
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE DUPLICATE-FILE
           DISPLAY 'HISTLD00 RICH-FORMAT TRANSACTIONS: ' WS-RICH-COUNT
           DISPLAY 'HISTLD00 CASH EVENTS LOADED: '
               WS-CASH-EVENT-COUNT
           DISPLAY 'HISTLD00 POSITION TRANSFERS LOADED: '
               WS-TRANSFER-COUNT
           DISPLAY 'HISTLD00 HISTORY RECORDS UNLOADED: '
               WS-UNLOAD-COUNT
           DISPLAY 'HISTLD00 EXTERNAL IDS INDEXED: ' WS-XREF-COUNT
           DISPLAY 'HISTLD00 LATE BOOKINGS DETECTED: ' WS-LATE-COUNT
           DISPLAY 'HISTLD00 CLOSED-PERIOD RESTATEMENTS: '
               WS-RESTATED-COUNT
           DISPLAY 'HISTLD00 TRADES CANCELLED: ' WS-CANCEL-COUNT
           DISPLAY 'HISTLD00 CANCELS REJECTED: '
               WS-CANCEL-REJECT-COUNT
           DISPLAY 'HISTLD00 HISTORY PARTITIONS REBUILT: '
               WS-PART-BUILT-COUNT
           DISPLAY 'HISTLD00 MONTHS ON PARTITION INDEX: '
               WS-INDEX-WRITTEN-COUNT
           .

       9100-UNLOAD-HISTORY.
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           OPEN OUTPUT UNLOAD-FILE
           OPEN OUTPUT PARTITION-WORK-FILE
           OPEN OUTPUT XREF-FILE
           IF WS-XRF-FILE-OK
               MOVE 'Y' TO WS-XRF-OPEN-IND
           ELSE
               DISPLAY 'HISTLD00 TRNXREF.KSD OPEN FAILED, STATUS '
                   WS-XRF-FILE-STATUS ' - INDEX NOT REBUILT'
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE HIST-CANCEL-IND TO UNL-CANCEL-IND
                       MOVE HIST-CANCEL-DATE TO UNL-CANCEL-DATE
                       MOVE HIST-EVENT-CODE TO UNL-EVENT-CODE
                       MOVE HIST-INSTRUMENT-ID TO UNL-INSTRUMENT-ID
                       MOVE HIST-COUNTERPARTY-CODE
                           TO UNL-COUNTERPARTY-CODE
                       MOVE HIST-TRADER-ID TO UNL-TRADER-ID
                       MOVE HIST-TRANSFER-PORTFOLIO
                           TO UNL-TRANSFER-PORTFOLIO
                       MOVE HIST-TRANSFER-LOT-DATE
                           TO UNL-TRANSFER-LOT-DATE
                       MOVE HIST-CPTY-ENTITY-CODE
                           TO UNL-CPTY-ENTITY-CODE
                       WRITE UNL-REC
                       ADD 1 TO WS-UNLOAD-COUNT
                       PERFORM 9110-TALLY-PARTITION-MONTH
                       IF WS-XRF-OPEN-OK
                               AND HIST-EXTERNAL-TRADE-ID NOT = SPACES
                           PERFORM 9120-WRITE-XREF-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE
           CLOSE PARTITION-WORK-FILE
           IF WS-XRF-OPEN-OK
               CLOSE XREF-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  9120-WRITE-XREF-ENTRY indexes one history record under its
      *  external trade ID.  The entry carries the full HIST-KEY, so
      *  it cannot collide with another.
      *----------------------------------------------------------------
       9120-WRITE-XREF-ENTRY.
           MOVE HIST-EXTERNAL-TRADE-ID TO XRF-EXTERNAL-TRADE-ID
           MOVE HIST-KEY TO XRF-HIST-KEY
           WRITE XRF-REC
               INVALID KEY
                   ADD 1 TO WS-XREF-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-COUNT
           END-WRITE
           .

      *----------------------------------------------------------------
      *  9110-TALLY-PARTITION-MONTH counts the record into its trade
      *  month and, when that month was touched tonight, copies it to
      *  the work file its partition is rebuilt from.
      *----------------------------------------------------------------
       9110-TALLY-PARTITION-MONTH.
           MOVE UNL-TRADE-DATE (1:6) TO WS-FIND-PERIOD
           PERFORM 2195-FIND-PARTITION-MONTH
           IF WS-MON-FOUND
               ADD 1 TO WS-MON-RECORDS (WS-MON-IDX)
               IF UNL-CANCEL-IND = 'Y'
                   ADD 1 TO WS-MON-CANCELS (WS-MON-IDX)
               END-IF
               IF WS-MON-TOUCHED (WS-MON-IDX)
                   WRITE PWK-REC FROM UNL-REC
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  9200-CHECK-PARTITION-COUNTS compares each untouched month's
      *  tally with what its partition held when built.  A month that
      *  is new to the index, or whose record or cancel count moved
      *  (a back-out, a restore), is rebuilt as well; its records are
      *  picked back up off the fresh unload.
      *----------------------------------------------------------------
       9200-CHECK-PARTITION-COUNTS.
           IF NOT WS-MON-OVERFLOW
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-MON-COUNT
                   IF NOT WS-MON-TOUCHED (WS-MON-SUB)
                       IF NOT WS-MON-IN-PRIOR-INDEX (WS-MON-SUB)
                               OR WS-MON-RECORDS (WS-MON-SUB) NOT =
                                  WS-MON-PRIOR-RECORDS (WS-MON-SUB)
                               OR WS-MON-CANCELS (WS-MON-SUB) NOT =
                                  WS-MON-PRIOR-CANCELS (WS-MON-SUB)
                           MOVE 'C' TO WS-MON-REBUILD-IND (WS-MON-SUB)
                           ADD 1 TO WS-RECOUNTED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RECOUNTED-COUNT > ZERO
                   PERFORM 9210-COLLECT-RECOUNTED-MONTHS
               END-IF
           END-IF
           .

       9210-COLLECT-RECOUNTED-MONTHS.
           MOVE 'N' TO WS-UNL-EOF-FLAG
           OPEN INPUT UNLOAD-FILE
           OPEN EXTEND PARTITION-WORK-FILE
           PERFORM UNTIL WS-UNL-EOF
               READ UNLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-UNL-EOF-FLAG
                   NOT AT END
                       MOVE UNL-TRADE-DATE (1:6) TO WS-FIND-PERIOD
                       PERFORM 2195-FIND-PARTITION-MONTH
                       IF WS-MON-FOUND
                           IF WS-MON-RECOUNTED (WS-MON-IDX)
                               WRITE PWK-REC FROM UNL-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE
           CLOSE PARTITION-WORK-FILE
           .

      *----------------------------------------------------------------
      *  9300-BUILD-PARTITIONS rewrites each month flagged for rebuild
      *  from the work file.  A month whose last record went tonight
      *  is rewritten empty and drops off the index.
      *----------------------------------------------------------------
       9300-BUILD-PARTITIONS.
           IF NOT WS-MON-OVERFLOW
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-MON-COUNT
                   IF WS-MON-REBUILD (WS-MON-SUB)
                       PERFORM 9310-BUILD-ONE-PARTITION
                   END-IF
               END-PERFORM
           END-IF
           .

       9310-BUILD-ONE-PARTITION.
           MOVE WS-MON-DSN (WS-MON-SUB) TO WS-PART-DSN
           OPEN OUTPUT PARTITION-FILE
           IF NOT WS-PART-FILE-OK
               ADD 1 TO WS-PART-ERROR-COUNT
               DISPLAY 'HISTLD00 PARTITION OPEN FAILED: ' WS-PART-DSN
                   ' STATUS ' WS-PART-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-PWK-EOF-FLAG
               OPEN INPUT PARTITION-WORK-FILE
               PERFORM UNTIL WS-PWK-EOF
                   READ PARTITION-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-PWK-EOF-FLAG
                       NOT AT END
                           IF PWK-TRADE-DATE (1:6) =
                                   WS-MON-PERIOD (WS-MON-SUB)
                               WRITE PRT-REC FROM PWK-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-WORK-FILE
               CLOSE PARTITION-FILE
               MOVE WS-RUN-DATE TO WS-MON-BUILT-DATE (WS-MON-SUB)
               ADD 1 TO WS-PART-BUILT-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9400-WRITE-PARTITION-INDEX rewrites the index, one record per
      *  month still holding history, in period order.  When the
      *  month table overflowed or a partition could not be written
      *  the index goes out empty instead: every range reader then
      *  falls back to the full TRNHIST.DAT rather than trusting a
      *  partition that is not there.
      *----------------------------------------------------------------
       9400-WRITE-PARTITION-INDEX.
           OPEN OUTPUT PARTITION-INDEX-FILE
           IF NOT WS-MON-OVERFLOW
                   AND WS-PART-ERROR-COUNT = ZERO
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-MON-COUNT
                   IF WS-MON-RECORDS (WS-MON-SUB) > ZERO
                       MOVE WS-MON-PERIOD (WS-MON-SUB) TO HIX-PERIOD
                       MOVE WS-MON-DSN (WS-MON-SUB)
                           TO HIX-PARTITION-DSN
                       MOVE WS-MON-RECORDS (WS-MON-SUB)
                           TO HIX-RECORD-COUNT
                       MOVE WS-MON-CANCELS (WS-MON-SUB)
                           TO HIX-CANCEL-COUNT
                       MOVE WS-MON-BUILT-DATE (WS-MON-SUB)
                           TO HIX-BUILT-DATE
                       WRITE HIX-REC
                       ADD 1 TO WS-INDEX-WRITTEN-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PARTITION-INDEX-FILE
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error if the keyed history store could
      *  not be opened, a keyed write failed unexpectedly, or a
      *  history partition could not be written; a warning if any
      *  incoming transaction was rejected as a duplicate (or the
      *  partition month table filled, or the external ID index
      *  could not be rebuilt), normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'HISTLD00' TO RC-ERROR-PROGRAM-ID
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
               IF WS-PART-ERROR-COUNT > ZERO
                   MOVE 'E004' TO RC-ERROR-CODE
                   MOVE 'HISTORY PARTITION WRITE FAILED - INDEX CLEARED'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-DUP-COUNT > ZERO
                       MOVE 'W001' TO RC-ERROR-CODE
                                   TO RC-ERROR-TEXT
                               SET RC-WARNING TO TRUE
                               DISPLAY RC-ERROR-MESSAGE
                           ELSE
                           IF WS-MON-OVERFLOW
                               MOVE 'W004' TO RC-ERROR-CODE
                               MOVE
                                 'PARTITION TABLE FULL - INDEX CLEARED'
                                   TO RC-ERROR-TEXT
                               SET RC-WARNING TO TRUE
                               DISPLAY RC-ERROR-MESSAGE
                           ELSE
                           IF NOT WS-XRF-OPEN-OK
                                   OR WS-XREF-ERROR-COUNT > ZERO
                               MOVE 'W005' TO RC-ERROR-CODE
                               MOVE
                                 'EXTERNAL ID INDEX NOT FULLY REBUILT'
                                   TO RC-ERROR-TEXT
                               SET RC-WARNING TO TRUE
                               DISPLAY RC-ERROR-MESSAGE
                           ELSE
                               SET RC-NORMAL TO TRUE
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
