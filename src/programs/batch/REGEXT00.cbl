       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGEXT00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  REGEXT00 -- REGULATORY TRANSACTION-REPORTING EXTRACT
      *  Every executed trade an entity books has to reach the
      *  regulator's trade repository by T+1.  This step cuts the
      *  night's report straight from the history HISTLD00 has just
      *  loaded, in the repository's fixed layout (REGTRX.DAT), so
      *  nobody re-keys it from the confirm file.
      *
      *  Only executed trades are reported -- standard and rich
      *  format ('T1'/'T2').  Cash events and position transfers are
      *  not executions and stay off the file.  "Tonight's" trades
      *  are the ones PNLBLD00 buckets tonight: trade date (or the
      *  restatement as-of date HISTLD00 stamped) equal to the
      *  business date.  Each goes out as a new trade ('NEWT').  A
      *  'TC' cancel is not on history as itself; HISTLD00 flags the
      *  original cancelled with tonight's date, and an original that
      *  went out on an earlier night goes out again tonight as a
      *  cancellation of itself ('CANC').  A trade booked and
      *  cancelled the same night was never reported and is not
      *  reported now.
      *
      *  The trade identifier is TRN-EXTERNAL-TRADE-ID and the
      *  reporting party is the booking entity's legal entity
      *  identifier (ENT-LEI, ENTMST.cpy).  A trade without either
      *  cannot be accepted by the repository, so it is held off the
      *  file and printed for Operations instead; once the master is
      *  corrected a rerun of this step picks it up.
      *
      *  The file follows the CSTEXT00 convention: a header with the
      *  business date, one detail per trade report, and a control
      *  trailer with the record count, the new and cancel counts,
      *  and a trade-amount hash total.  Every report written is also
      *  appended to the sent log (REGSENT.DAT, REGSENT.cpy) -- the
      *  record of what the repository was sent, which REGREJ00
      *  matches its rejections back to.  A restart of the same chain
      *  run rebuilds the identical file without logging anything
      *  twice; a later run reprocessing the same business date sends
      *  only what had not been sent for it -- or was withdrawn when
      *  UTLBKO00 backed the date out.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HIST-DSN
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-EMS-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'REGTRX.DAT'.
           SELECT SENT-LOG-FILE ASSIGN TO 'REGSENT.DAT'
               FILE STATUS IS WS-RGS-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO 'REGEXT.PRT'.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The nightly flat unload HISTLD00 writes from the keyed
      *--  history store, in TRNREC.cpy's layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Monthly partition index HISTLD00 writes behind the unload;
      *--  see TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  Shared with ENTMNT00 and UTLVAL00 via ENTMST.cpy.
       FD  ENTITY-MASTER-FILE.
           COPY ENTMST.

      *--  The repository's documented fixed layout: amounts in
      *--  display numerics with a leading separate sign, dates
      *--  YYYYMMDD.  Header and trailer ride on the same file in the
      *--  same record length, the CSTEXT00 shape.
       FD  EXTRACT-FILE.
       01  RGX-REC.
           05  RGX-ACTION            PIC X(04).
           05  RGX-TRADE-ID          PIC X(12).
           05  RGX-REPORTING-LEI     PIC X(20).
           05  RGX-TRADE-DATE        PIC X(08).
           05  RGX-SETTLEMENT-DATE   PIC X(08).
           05  RGX-INSTRUMENT-ID     PIC X(12).
           05  RGX-CURRENCY-CODE     PIC X(03).
           05  RGX-TRADE-AMT         PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  RGX-COMMISSION-AMT    PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  RGX-FEE-AMT           PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  RGX-QUANTITY          PIC S9(11)V9(04) SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(09).
       01  RGX-HEADER REDEFINES RGX-REC.
           05  RGXH-ID               PIC X(08).
           05  RGXH-BUSINESS-DATE    PIC X(08).
           05  FILLER                PIC X(124).
       01  RGX-TRAILER REDEFINES RGX-REC.
           05  RGXT-ID               PIC X(08).
           05  RGXT-RECORD-COUNT     PIC 9(09).
           05  RGXT-NEW-COUNT        PIC 9(09).
           05  RGXT-CANCEL-COUNT     PIC 9(09).
           05  RGXT-AMT-HASH-TOTAL   PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(89).

      *--  What went to the repository; see REGSENT.cpy.
       FD  SENT-LOG-FILE.
           COPY REGSENT.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  EXTRACT-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
       01  WS-EMS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EMS-FILE-OK        VALUE '00'.
       01  WS-RGS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RGS-FILE-OK        VALUE '00'.
           88  WS-RGS-FILE-MISSING   VALUE '35'.

      *--  Set once, right after each OPEN -- the file status fields
      *--  move on with every READ.
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.
       01  WS-EMS-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-EMS-OPEN-OK        VALUE 'Y'.

      *--  History partitions this run reads, off TRNHIDX.DAT, in
      *--  period order: the business date's month plus every month
      *--  HISTLD00 rebuilt tonight -- the only places a late booking
      *--  restated to tonight or a cancel applied tonight can sit.
      *--  Partition mode stays off -- the full TRNHIST.DAT is read --
      *--  with no index, or when the index was rebuilt after this
      *--  business date (a rerun for an earlier night).
       01  WS-HIST-DSN               PIC X(20) VALUE 'TRNHIST.DAT'.
       01  WS-HIX-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HIX-FILE-OK        VALUE '00'.
       01  WS-HIX-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HIX-EOF            VALUE 'Y'.
       01  WS-HIX-LATEST-BUILT       PIC X(08) VALUE SPACES.
       01  WS-PART-MODE-IND          PIC X(01) VALUE 'N'.
           88  WS-PART-MODE          VALUE 'Y'.
       01  WS-PART-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-SUB               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-TBL-DSN OCCURS 200 TIMES
                                     PIC X(20).

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-BUCKET-DATE            PIC X(08) VALUE SPACES.
       01  WS-ACTION                 PIC X(04) VALUE SPACES.

      *--  Entity code to LEI, off the legal-entity master.
       01  WS-EMS-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-EMS-TABLE.
           05  WS-EMS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EMS-COUNT
                   INDEXED BY WS-EMS-IDX.
               10  WS-EMS-TBL-CODE       PIC X(04).
               10  WS-EMS-TBL-LEI        PIC X(20).
       01  WS-EMS-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-EMS-FOUND          VALUE 'Y'.
       01  WS-REPORT-LEI             PIC X(20) VALUE SPACES.

      *--  Reports already on the sent log for this business date.
      *--  WS-SNT-TBL-RUN-IND is 'Y' when the report was logged by this
      *--  same chain run (a restart: it goes on the file again but is
      *--  not logged again), 'N' when an earlier run sent it (it is
      *--  not sent again).
       01  WS-SNT-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SNT-TABLE.
           05  WS-SNT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SNT-COUNT
                   INDEXED BY WS-SNT-IDX.
               10  WS-SNT-TBL-ACTION     PIC X(04).
               10  WS-SNT-TBL-TRADE-ID   PIC X(12).
               10  WS-SNT-TBL-PORTFOLIO  PIC X(08).
               10  WS-SNT-TBL-RUN-IND    PIC X(01).
       01  WS-SNT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SENT-STATE             PIC X(01) VALUE SPACE.
           88  WS-NOT-SENT           VALUE SPACE.
           88  WS-SENT-THIS-RUN      VALUE 'Y'.
           88  WS-SENT-EARLIER       VALUE 'N'.

       01  WS-READ-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-RECORD-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-NEW-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CANCEL-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-AMT-HASH-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NETTED-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-PRIOR-SENT-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RESENT-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-LOGGED-COUNT           PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 55.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'REGULATORY TRANSACTION REPORT EXTRACT'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(06) VALUE 'ACTN'.
           05  FILLER                PIC X(14) VALUE 'TRADE ID'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(06) VALUE 'ENTY'.
           05  FILLER                PIC X(10) VALUE 'TRADE DT'.
           05  FILLER                PIC X(10) VALUE 'SETTLE DT'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(19)
                   VALUE '     TRADE AMOUNT'.
           05  FILLER                PIC X(19)
                   VALUE '         QUANTITY'.
           05  FILLER                PIC X(24) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-ACTION            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-ID          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY-CODE       PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SETTLE-DATE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-AMT         PIC Z(12)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-QUANTITY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-RESULT            PIC X(24).

       01  WS-NO-TRADES-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO REPORTABLE TRADES TONIGHT'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(11) VALUE 'NEW (NEWT):'.
           05  SUM-NEW               PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  CANCEL (CANC):'.
           05  SUM-CANCEL            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE '  HELD: '.
           05  SUM-HELD              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(19)
                   VALUE '  NETTED SAME DAY: '.
           05  SUM-NETTED            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  SENT EARLIER: '.
           05  SUM-PRIOR-SENT        PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(18)
                   VALUE 'EXTRACT RECORDS: '.
           05  SUM-RECORDS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  AMOUNT HASH: '.
           05  SUM-AMT-HASH          PIC Z(12)9.99-.
           05  FILLER                PIC X(16) VALUE '  NEWLY LOGGED: '.
           05  SUM-LOGGED            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(20)
                   VALUE '  RESENT (RESTART): '.
           05  SUM-RESENT            PIC ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-EXTRACT.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ENTITY-MASTER
           PERFORM 1200-LOAD-SENT-TONIGHT
           IF WS-EMS-OPEN-OK
               PERFORM 2000-EXTRACT-TRADES
           END-IF
           PERFORM 3000-WRITE-EXTRACT-TRAILER
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO RGX-REC
           MOVE 'HEADER  ' TO RGXH-ID
           MOVE WS-RUN-DATE TO RGXH-BUSINESS-DATE
           WRITE RGX-REC
           OPEN OUTPUT EXTRACT-REPORT
           PERFORM 2410-WRITE-HEADER
           .

       1020-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNP-FILE-OK
               READ RUN-PARM-FILE
               MOVE RUNP-BUSINESS-DATE TO WS-RUN-DATE
               MOVE RUNP-RUN-TOKEN TO WS-RUN-TOKEN
               CLOSE RUN-PARM-FILE
           ELSE
               IF WS-RUNP-FILE-MISSING
                   CONTINUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1080-SELECT-PARTITIONS narrows the run to the partitions that
      *  can hold anything bucketed or cancelled tonight; see
      *  WS-PART-TABLE for when the whole unload is read instead.
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
                           IF HIX-BUILT-DATE > WS-HIX-LATEST-BUILT
                               MOVE HIX-BUILT-DATE
                                   TO WS-HIX-LATEST-BUILT
                           END-IF
                           IF HIX-PERIOD = WS-RUN-DATE (1:6)
                                   OR HIX-BUILT-DATE = WS-RUN-DATE
                               PERFORM 1085-KEEP-PARTITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-INDEX-FILE
               IF WS-HIX-LATEST-BUILT > WS-RUN-DATE
                   MOVE 'N' TO WS-PART-MODE-IND
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
      *  1100-LOAD-ENTITY-MASTER keys each entity's LEI by entity code.
      *  Without the master no trade can name its reporting party, so
      *  a missing master extracts nothing (see 9990-SET-RETURN-CODE).
      *----------------------------------------------------------------
       1100-LOAD-ENTITY-MASTER.
           MOVE ZERO TO WS-EMS-COUNT
           OPEN INPUT ENTITY-MASTER-FILE
           IF WS-EMS-FILE-OK
               MOVE 'Y' TO WS-EMS-OPEN-IND
               PERFORM UNTIL WS-EOF
                       OR WS-EMS-COUNT NOT < 100
                   READ ENTITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-EMS-COUNT
                           MOVE ENT-ENTITY-CODE TO
                               WS-EMS-TBL-CODE (WS-EMS-COUNT)
                           MOVE ENT-LEI TO
                               WS-EMS-TBL-LEI (WS-EMS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1200-LOAD-SENT-TONIGHT picks out what the sent log already
      *  holds for this business date, then reopens the log to append
      *  tonight's new reports.  The first-ever run starts the file.
      *  Reports UTLBKO00 has backed out were withdrawn at the
      *  repository and no longer count as sent.
      *----------------------------------------------------------------
       1200-LOAD-SENT-TONIGHT.
           MOVE ZERO TO WS-SNT-COUNT
           OPEN INPUT SENT-LOG-FILE
           IF WS-RGS-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SENT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RGS-BUSINESS-DATE = WS-RUN-DATE
                                   AND NOT RGS-BACKED-OUT
                               PERFORM 1250-KEEP-SENT-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN EXTEND SENT-LOG-FILE
           IF WS-RGS-FILE-MISSING
               OPEN OUTPUT SENT-LOG-FILE
           END-IF
           .

       1250-KEEP-SENT-REPORT.
           IF WS-SNT-COUNT NOT < 5000
               ADD 1 TO WS-SNT-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-SNT-COUNT
               MOVE RGS-ACTION TO WS-SNT-TBL-ACTION (WS-SNT-COUNT)
               MOVE RGS-TRADE-ID TO WS-SNT-TBL-TRADE-ID (WS-SNT-COUNT)
               MOVE RGS-PORTFOLIO-ID
                   TO WS-SNT-TBL-PORTFOLIO (WS-SNT-COUNT)
               IF RGS-RUN-TOKEN = WS-RUN-TOKEN
                   MOVE 'Y' TO WS-SNT-TBL-RUN-IND (WS-SNT-COUNT)
               ELSE
                   MOVE 'N' TO WS-SNT-TBL-RUN-IND (WS-SNT-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-EXTRACT-TRADES reads the history for tonight's reports.
      *  History carries every retained day, so anything that did
      *  not book or cancel tonight is simply passed over.
      *----------------------------------------------------------------
       2000-EXTRACT-TRADES.
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
                       ADD 1 TO WS-READ-COUNT
                       IF HIST-TYPE-STANDARD OR HIST-TYPE-RICH
                           PERFORM 2050-SELECT-TRADE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-OPEN-OK
                   AND NOT WS-PART-MODE
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
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
                   DISPLAY 'REGEXT00 HISTORY PARTITION OPEN FAILED: '
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

      *----------------------------------------------------------------
      *  2050-SELECT-TRADE buckets the trade the way PNLBLD00 does
      *  (a restated late booking on its as-of date, otherwise its
      *  trade date) and decides what, if anything, goes out for it.
      *----------------------------------------------------------------
       2050-SELECT-TRADE.
           IF HIST-AS-OF-DATE NOT = SPACES
                   AND HIST-AS-OF-DATE NOT = LOW-VALUES
               MOVE HIST-AS-OF-DATE TO WS-BUCKET-DATE
           ELSE
               MOVE HIST-TRADE-DATE TO WS-BUCKET-DATE
           END-IF
           IF HIST-CANCELLED
               IF HIST-CANCEL-DATE = WS-RUN-DATE
                   IF WS-BUCKET-DATE = WS-RUN-DATE
                       ADD 1 TO WS-NETTED-COUNT
                   ELSE
                       MOVE 'CANC' TO WS-ACTION
                       PERFORM 2100-REPORT-TRADE
                   END-IF
               END-IF
           ELSE
               IF WS-BUCKET-DATE = WS-RUN-DATE
                   MOVE 'NEWT' TO WS-ACTION
                   PERFORM 2100-REPORT-TRADE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-REPORT-TRADE puts one trade report on the file and the
      *  sent log, unless it cannot be accepted (no trade ID, or no
      *  LEI for the booking entity) or an earlier run already sent
      *  it.  Every outcome prints.
      *----------------------------------------------------------------
       2100-REPORT-TRADE.
           PERFORM 2110-FIND-ENTITY-LEI
           PERFORM 2120-FIND-SENT-TONIGHT
           EVALUATE TRUE
               WHEN HIST-EXTERNAL-TRADE-ID = SPACES
                   MOVE 'HELD - NO TRADE ID' TO DTL-RESULT
                   ADD 1 TO WS-HELD-COUNT
               WHEN NOT WS-EMS-FOUND
                   MOVE 'HELD - ENTITY HAS NO LEI' TO DTL-RESULT
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-SENT-EARLIER
                   MOVE 'SENT ON AN EARLIER RUN' TO DTL-RESULT
                   ADD 1 TO WS-PRIOR-SENT-COUNT
               WHEN OTHER
                   PERFORM 2200-WRITE-EXTRACT-DETAIL
                   IF WS-SENT-THIS-RUN
                       MOVE 'REPORTED - RESTART' TO DTL-RESULT
                       ADD 1 TO WS-RESENT-COUNT
                   ELSE
                       PERFORM 2300-WRITE-SENT-LOG
                       MOVE 'REPORTED' TO DTL-RESULT
                   END-IF
           END-EVALUATE
           PERFORM 2400-WRITE-DETAIL-LINE
           .

       2110-FIND-ENTITY-LEI.
           MOVE 'N' TO WS-EMS-FOUND-IND
           MOVE SPACES TO WS-REPORT-LEI
           IF WS-EMS-COUNT > ZERO
               SET WS-EMS-IDX TO 1
               SEARCH WS-EMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMS-TBL-CODE (WS-EMS-IDX) = HIST-ENTITY-CODE
                       MOVE WS-EMS-TBL-LEI (WS-EMS-IDX)
                           TO WS-REPORT-LEI
               END-SEARCH
           END-IF
           IF WS-REPORT-LEI NOT = SPACES
               MOVE 'Y' TO WS-EMS-FOUND-IND
           END-IF
           .

       2120-FIND-SENT-TONIGHT.
           MOVE SPACE TO WS-SENT-STATE
           IF WS-SNT-COUNT > ZERO
               SET WS-SNT-IDX TO 1
               SEARCH WS-SNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SNT-TBL-ACTION (WS-SNT-IDX) = WS-ACTION
                       AND WS-SNT-TBL-TRADE-ID (WS-SNT-IDX)
                           = HIST-EXTERNAL-TRADE-ID
                       AND WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                           = HIST-PORTFOLIO-ID
                       MOVE WS-SNT-TBL-RUN-IND (WS-SNT-IDX)
                           TO WS-SENT-STATE
               END-SEARCH
           END-IF
           .

      *--  A cancellation carries the original's own economics: the
      *--  repository matches it to the report it withdraws.
       2200-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO RGX-REC
           MOVE WS-ACTION TO RGX-ACTION
           MOVE HIST-EXTERNAL-TRADE-ID TO RGX-TRADE-ID
           MOVE WS-REPORT-LEI TO RGX-REPORTING-LEI
           MOVE HIST-TRADE-DATE TO RGX-TRADE-DATE
           MOVE HIST-SETTLEMENT-DATE TO RGX-SETTLEMENT-DATE
           MOVE HIST-INSTRUMENT-ID TO RGX-INSTRUMENT-ID
           MOVE HIST-CURRENCY-CODE TO RGX-CURRENCY-CODE
           MOVE HIST-TRADE-AMT TO RGX-TRADE-AMT
           MOVE HIST-COMMISSION-AMT TO RGX-COMMISSION-AMT
           MOVE HIST-FEE-AMT TO RGX-FEE-AMT
           MOVE HIST-QUANTITY TO RGX-QUANTITY
           WRITE RGX-REC
           ADD 1 TO WS-RECORD-COUNT
           ADD HIST-TRADE-AMT TO WS-AMT-HASH-TOTAL
           IF WS-ACTION = 'CANC'
               ADD 1 TO WS-CANCEL-COUNT
           ELSE
               ADD 1 TO WS-NEW-COUNT
           END-IF
           .

       2300-WRITE-SENT-LOG.
           MOVE WS-RUN-DATE TO RGS-BUSINESS-DATE
           MOVE WS-RUN-TOKEN TO RGS-RUN-TOKEN
           MOVE WS-ACTION TO RGS-ACTION
           MOVE HIST-EXTERNAL-TRADE-ID TO RGS-TRADE-ID
           MOVE WS-REPORT-LEI TO RGS-LEI
           MOVE HIST-ENTITY-CODE TO RGS-ENTITY-CODE
           MOVE HIST-PORTFOLIO-ID TO RGS-PORTFOLIO-ID
           MOVE HIST-INSTRUMENT-ID TO RGS-INSTRUMENT-ID
           MOVE HIST-TRADE-DATE TO RGS-TRADE-DATE
           MOVE HIST-SETTLEMENT-DATE TO RGS-SETTLEMENT-DATE
           MOVE HIST-CURRENCY-CODE TO RGS-CURRENCY-CODE
           MOVE HIST-TRADE-AMT TO RGS-TRADE-AMT
           MOVE HIST-QUANTITY TO RGS-QUANTITY
           MOVE HIST-COMMISSION-AMT TO RGS-COMMISSION-AMT
           MOVE HIST-FEE-AMT TO RGS-FEE-AMT
           MOVE SPACE TO RGS-BACKOUT-IND
           WRITE RGS-REC
           ADD 1 TO WS-LOGGED-COUNT
           .

       2400-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2410-WRITE-HEADER
           END-IF
           MOVE WS-ACTION TO DTL-ACTION
           MOVE HIST-EXTERNAL-TRADE-ID TO DTL-TRADE-ID
           MOVE HIST-PORTFOLIO-ID TO DTL-PORTFOLIO-ID
           MOVE HIST-ENTITY-CODE TO DTL-ENTITY-CODE
           MOVE HIST-TRADE-DATE TO DTL-TRADE-DATE
           MOVE HIST-SETTLEMENT-DATE TO DTL-SETTLE-DATE
           MOVE HIST-CURRENCY-CODE TO DTL-CURRENCY
           MOVE HIST-TRADE-AMT TO DTL-TRADE-AMT
           MOVE HIST-QUANTITY TO DTL-QUANTITY
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       2410-WRITE-HEADER.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NUMBER
           .

       3000-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO RGX-REC
           MOVE 'TRAILER ' TO RGXT-ID
           MOVE WS-RECORD-COUNT TO RGXT-RECORD-COUNT
           MOVE WS-NEW-COUNT TO RGXT-NEW-COUNT
           MOVE WS-CANCEL-COUNT TO RGXT-CANCEL-COUNT
           MOVE WS-AMT-HASH-TOTAL TO RGXT-AMT-HASH-TOTAL
           WRITE RGX-REC
           CLOSE EXTRACT-FILE
           .

       9999-TERMINATE.
           IF WS-RECORD-COUNT = ZERO
                   AND WS-HELD-COUNT = ZERO
                   AND WS-PRIOR-SENT-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-TRADES-LINE
           END-IF
           MOVE WS-NEW-COUNT TO SUM-NEW
           MOVE WS-CANCEL-COUNT TO SUM-CANCEL
           MOVE WS-HELD-COUNT TO SUM-HELD
           MOVE WS-NETTED-COUNT TO SUM-NETTED
           MOVE WS-PRIOR-SENT-COUNT TO SUM-PRIOR-SENT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-RECORD-COUNT TO SUM-RECORDS
           MOVE WS-AMT-HASH-TOTAL TO SUM-AMT-HASH
           MOVE WS-LOGGED-COUNT TO SUM-LOGGED
           MOVE WS-RESENT-COUNT TO SUM-RESENT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           CLOSE EXTRACT-REPORT
           CLOSE SENT-LOG-FILE
           DISPLAY 'REGEXT00 HISTORY RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'REGEXT00 NEW TRADES REPORTED: ' WS-NEW-COUNT
           DISPLAY 'REGEXT00 CANCELLATIONS REPORTED: ' WS-CANCEL-COUNT
           DISPLAY 'REGEXT00 REPORTS LOGGED AS SENT: ' WS-LOGGED-COUNT
           IF WS-HELD-COUNT > ZERO
               DISPLAY 'REGEXT00 TRADES HELD OFF THE EXTRACT: '
                   WS-HELD-COUNT
           END-IF
           IF WS-PRIOR-SENT-COUNT > ZERO
               DISPLAY 'REGEXT00 ALREADY SENT ON AN EARLIER RUN: '
                   WS-PRIOR-SENT-COUNT
           END-IF
           IF WS-SNT-DROPPED-COUNT > ZERO
               DISPLAY 'REGEXT00 SENT-LOG ENTRIES DROPPED, TABLE FULL: '
                   WS-SNT-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the history or the entity
      *  master could not be read (the extract carries only its
      *  header and a zero trailer and must not be sent), a warning
      *  when a trade was held off the file or the sent log outgrew
      *  its table, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'REGEXT00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-HIST-OPEN-OK OR NOT WS-EMS-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'HISTORY OR ENTITY MASTER MISSING - NOT EXTRACTED'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-HELD-COUNT > ZERO
                       OR WS-SNT-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'TRADES HELD OFF THE REPOSITORY EXTRACT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   SET RC-NORMAL TO TRUE
               END-IF
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this step's final return code and
      *  message to the shared run log, so the end-of-chain summary
      *  writer can print the whole night on one page.  The first-ever
      *  run starts the file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'REGEXT00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
