       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOGRET00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  LOGRET00 -- CHAIN LOG HOUSEKEEPING AND RETENTION
      *  The chain appends to its run log, timing log, step-control
      *  file, feed statistics, alert feed, override audit and GL
      *  sent-history every night, and until now nothing ever took
      *  anything off them -- only PNLAUDIT.DAT had a retention job
      *  (AUDARC00).  This run applies the operations-maintained
      *  rules on RETRULE.DAT (RETRULE.cpy): for each dataset, the
      *  records older than its keep-days either move to a yearly
      *  archive file (RUNA2025.DAT and so on, the live record
      *  unchanged) or are dropped, and the live file is rewritten
      *  with the rest.
      *
      *  The rewrite follows the POSINV swap in PNL-CALC-PROG: the
      *  survivors go to a side file first, closed by a record-count
      *  trailer, and the side file is read back and verified before
      *  anything else happens.  Only then are the expired records
      *  appended to their archives and the live file rewritten from
      *  the side file.  A side file that fails its verify leaves
      *  the live file and the archives exactly as they were.
      *
      *  No rule can cut a dataset below what its readers look back
      *  over -- the floors on WS-DATASET-VALUES, which a shorter
      *  rule is raised to:
      *    - BCHRUN    100 days: PRDCHK00 walks a whole month's
      *                nights, possibly weeks after the month ends;
      *    - BCHTIME    90 days: RPTSLA00's weekly trend lines;
      *    - BCHSTEP     7 days: the restart and the online status
      *                inquiry only ever want recent nights;
      *    - FEEDSTAT   91 days: UTLVOL00's trailing same-weekday
      *                averages, thirteen of each weekday;
      *    - ALRTFEED    7 days: the alert escalation sweep;
      *    - OVRAUDIT   no reader -- the rule alone decides;
      *    - GLSENT    731 days: GLYEC00 reads the whole year being
      *                closed, GLCORR00 and UTLBKO00 a recent night.
      *
      *  GLTBR00 needs more than a window from GLSENT: it rebuilds
      *  every P&L account's balance from the whole sent-history.
      *  So the expired GLSENT records are also carried forward --
      *  netted, set by set the way GLTBR00 reads them, into one
      *  brought-forward record per portfolio/entity/currency/cash
      *  bucket (trade date 'BFWD') written ahead of the survivors
      *  and dated the cutoff day, so the trial-balance compare adds
      *  up to exactly what it did before the sweep.  A later sweep
      *  folds those records into the next brought-forward set; they
      *  never go to the archive, which holds the detail.
      *
      *  PNLLIN.DAT is rewritten by the calc every night and has no
      *  business date on its records, so a rule for it is accepted
      *  and reported but nothing is swept.
      *
      *  LOGRET-ASOF-DATE (YYYYMMDD) names the date ages count to;
      *  the system date when unset.  Run monthly, outside the chain
      *  window (see LOGRET.jcl).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-RULE-FILE ASSIGN TO 'RETRULE.DAT'
               FILE STATUS IS WS-RTR-FILE-STATUS.

      *--  The live datasets, each with the side file its survivors
      *--  are staged on and its yearly archive.  All live files
      *--  share one file status, all side files another, all
      *--  archives a third -- only one dataset is ever in hand.
           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT RUN-LOG-SIDE-FILE ASSIGN TO 'BCHRUNNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT RUN-LOG-ARCH-FILE ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT TIMING-LOG-FILE ASSIGN TO 'BCHTIME.LOG'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT TIMING-LOG-SIDE-FILE ASSIGN TO 'BCHTIMNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT TIMING-LOG-ARCH-FILE ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO 'BCHSTEP.DAT'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT STEP-CONTROL-SIDE-FILE ASSIGN TO 'BCHSTPNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT STEP-CONTROL-ARCH-FILE ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT FEED-STAT-FILE ASSIGN TO 'FEEDSTAT.DAT'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT FEED-STAT-SIDE-FILE ASSIGN TO 'FEEDSTNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT FEED-STAT-ARCH-FILE ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT ALERT-FEED-FILE ASSIGN TO 'ALRTFEED.DAT'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT ALERT-FEED-SIDE-FILE ASSIGN TO 'ALRTFDNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT ALERT-FEED-ARCH-FILE ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT OVERRIDE-AUDIT-FILE ASSIGN TO 'OVRAUDIT.DAT'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OVERRIDE-AUDIT-SIDE-FILE ASSIGN TO 'OVRAUDNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT OVERRIDE-AUDIT-ARCH-FILE
               ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT SENT-HISTORY-FILE ASSIGN TO 'GLSENT.DAT'
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT SENT-HISTORY-SIDE-FILE ASSIGN TO 'GLSENTNW.DAT'
               FILE STATUS IS WS-SIDE-FILE-STATUS.
           SELECT SENT-HISTORY-ARCH-FILE ASSIGN DYNAMIC WS-ARCHIVE-DSN
               FILE STATUS IS WS-ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-RULE-FILE.
           COPY RETRULE.

      *--  Every dataset is handled as its plain record image: the
      *--  only field read here is the business date each record
      *--  leads with (and, for GLSENT, the fields WS-HK-SNT names).
      *--  The layouts themselves belong to the writers: RUNLOG.cpy,
      *--  BCHCTL00's timing and step-control records, UTLVOL00's
      *--  feed statistics, ALRTRT00's alert feed, UTLVAL00's
      *--  override audit and GLEXTR00's sent-history.
       FD  RUN-LOG-FILE.
       01  RUN-LIVE-REC              PIC X(108).
       FD  RUN-LOG-SIDE-FILE.
       01  RUN-SIDE-REC              PIC X(108).
       FD  RUN-LOG-ARCH-FILE.
       01  RUN-ARCH-REC              PIC X(108).

       FD  TIMING-LOG-FILE.
       01  TIM-LIVE-REC              PIC X(50).
       FD  TIMING-LOG-SIDE-FILE.
       01  TIM-SIDE-REC              PIC X(50).
       FD  TIMING-LOG-ARCH-FILE.
       01  TIM-ARCH-REC              PIC X(50).

       FD  STEP-CONTROL-FILE.
       01  STP-LIVE-REC              PIC X(23).
       FD  STEP-CONTROL-SIDE-FILE.
       01  STP-SIDE-REC              PIC X(23).
       FD  STEP-CONTROL-ARCH-FILE.
       01  STP-ARCH-REC              PIC X(23).

       FD  FEED-STAT-FILE.
       01  FST-LIVE-REC              PIC X(29).
       FD  FEED-STAT-SIDE-FILE.
       01  FST-SIDE-REC              PIC X(29).
       FD  FEED-STAT-ARCH-FILE.
       01  FST-ARCH-REC              PIC X(29).

       FD  ALERT-FEED-FILE.
       01  ALF-LIVE-REC              PIC X(73).
       FD  ALERT-FEED-SIDE-FILE.
       01  ALF-SIDE-REC              PIC X(73).
       FD  ALERT-FEED-ARCH-FILE.
       01  ALF-ARCH-REC              PIC X(73).

       FD  OVERRIDE-AUDIT-FILE.
       01  OVA-LIVE-REC              PIC X(42).
       FD  OVERRIDE-AUDIT-SIDE-FILE.
       01  OVA-SIDE-REC              PIC X(42).
       FD  OVERRIDE-AUDIT-ARCH-FILE.
       01  OVA-ARCH-REC              PIC X(42).

       FD  SENT-HISTORY-FILE.
       01  SNT-LIVE-REC              PIC X(48).
       FD  SENT-HISTORY-SIDE-FILE.
       01  SNT-SIDE-REC              PIC X(48).
       FD  SENT-HISTORY-ARCH-FILE.
       01  SNT-ARCH-REC              PIC X(48).

       WORKING-STORAGE SECTION.
       01  WS-RTR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RTR-FILE-OK        VALUE '00'.
           88  WS-RTR-FILE-MISSING   VALUE '35'.
       01  WS-LIVE-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-LIVE-FILE-OK       VALUE '00'.
           88  WS-LIVE-FILE-MISSING  VALUE '35'.
       01  WS-SIDE-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-SIDE-FILE-OK       VALUE '00'.
           88  WS-SIDE-FILE-MISSING  VALUE '35'.
       01  WS-ARC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ARC-FILE-OK        VALUE '00'.
           88  WS-ARC-FILE-MISSING   VALUE '35'.

      *--  Set once, right after the OPEN -- the file status field
      *--  itself moves on with every READ.
       01  WS-RTR-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-RTR-OPEN-OK        VALUE 'Y'.
       01  WS-LIVE-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-LIVE-OPEN-OK       VALUE 'Y'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-DATE-NUM           PIC 9(08).
       01  WS-ENV-ASOF-DATE          PIC X(08) VALUE SPACES.
       01  WS-RUN-JULIAN             PIC S9(09) COMP-3.
       01  WS-REC-JULIAN             PIC S9(09) COMP-3.
       01  WS-AGE-DAYS               PIC S9(09) COMP-3.
       01  WS-CUTOFF-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-REC-DATE-NUM           PIC 9(08) VALUE ZERO.
       01  WS-REC-DATE-X REDEFINES WS-REC-DATE-NUM
                                     PIC X(08).
       01  WS-EXPIRED-IND            PIC X(01) VALUE 'N'.
           88  WS-EXPIRED            VALUE 'Y'.

      *--  The datasets this run knows, in the order they are swept:
      *--  the DD name a rule names, the archive-file prefix, the
      *--  reader floor in days (see the banner above), and 'Y' when
      *--  the dataset is swept at all.
       01  WS-DATASET-VALUES.
           05  FILLER                PIC X(08) VALUE 'BCHRUN'.
           05  FILLER                PIC X(04) VALUE 'RUNA'.
           05  FILLER                PIC 9(05) VALUE 100.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'BCHTIME'.
           05  FILLER                PIC X(04) VALUE 'TIMA'.
           05  FILLER                PIC 9(05) VALUE 90.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'BCHSTEP'.
           05  FILLER                PIC X(04) VALUE 'STPA'.
           05  FILLER                PIC 9(05) VALUE 7.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'FEEDSTAT'.
           05  FILLER                PIC X(04) VALUE 'FSTA'.
           05  FILLER                PIC 9(05) VALUE 91.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'ALRTFEED'.
           05  FILLER                PIC X(04) VALUE 'ALFA'.
           05  FILLER                PIC 9(05) VALUE 7.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'OVRAUDIT'.
           05  FILLER                PIC X(04) VALUE 'OVAA'.
           05  FILLER                PIC 9(05) VALUE ZERO.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'GLSENT'.
           05  FILLER                PIC X(04) VALUE 'GLSA'.
           05  FILLER                PIC 9(05) VALUE 731.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'PNLLIN'.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC 9(05) VALUE ZERO.
           05  FILLER                PIC X(01) VALUE 'N'.
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
           05  WS-DS-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-DS-IDX.
               10  WS-DS-NAME            PIC X(08).
               10  WS-DS-ARC-PREFIX      PIC X(04).
               10  WS-DS-FLOOR-DAYS      PIC 9(05).
               10  WS-DS-SWEEP-IND       PIC X(01).
                   88  WS-DS-SWEPT           VALUE 'Y'.
       01  WS-DATASET-COUNT          PIC 9(02) COMP-3 VALUE 8.
       01  WS-DS-SUB                 PIC 9(02) COMP-3 VALUE ZERO.

      *--  The rule RETRULE.DAT gave each dataset, parallel to the
      *--  table above.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 8 TIMES.
               10  WS-RULE-FOUND-IND     PIC X(01) VALUE 'N'.
                   88  WS-RULE-FOUND         VALUE 'Y'.
               10  WS-RULE-KEEP-DAYS     PIC 9(05) COMP-3 VALUE ZERO.
               10  WS-RULE-ACTION        PIC X(01) VALUE SPACE.
                   88  WS-RULE-ARCHIVE       VALUE 'A'.
       01  WS-RULE-READ-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RULE-REJECT-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RULE-FLOORED-COUNT     PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-KEEP-DAYS              PIC 9(05) COMP-3 VALUE ZERO.

      *--  One record in hand, whichever dataset it came from, with
      *--  the GLSENT view the carry-forward works from (GLEXTR00's
      *--  SNT-REC) and the side file's trailer view.
       01  WS-HK-REC                 PIC X(108) VALUE SPACES.
       01  WS-HK-SNT REDEFINES WS-HK-REC.
           05  HKS-BUSINESS-DATE     PIC X(08).
           05  HKS-PORTFOLIO-ID      PIC X(08).
           05  HKS-TRADE-DATE        PIC X(08).
           05  HKS-ENTITY-CODE       PIC X(04).
           05  HKS-CURRENCY-CODE     PIC X(03).
           05  HKS-CASH-IND          PIC X(01).
           05  HKS-REALIZED-AMT      PIC S9(13)V99 COMP-3.
           05  HKS-UNREALIZED-AMT    PIC S9(13)V99 COMP-3.
           05  FILLER                PIC X(60).
       01  WS-HK-TRAILER REDEFINES WS-HK-REC.
           05  HKT-ID                PIC X(08).
           05  HKT-RECORD-COUNT      PIC 9(08).
           05  FILLER                PIC X(92).

      *--  Side-file state, as the POSINV swap keeps it.
       01  WS-SIDE-WRITE-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-SIDE-VERIFY-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-SIDE-TRAILER-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-SIDE-TRAILER-SEEN-IND  PIC X(01) VALUE 'N'.
           88  WS-SIDE-TRAILER-SEEN  VALUE 'Y'.
       01  WS-SIDE-VERIFIED-IND      PIC X(01) VALUE 'N'.
           88  WS-SIDE-VERIFIED      VALUE 'Y'.

      *--  The archive file currently open; records arrive roughly in
      *--  time order, so the year seldom switches.
       01  WS-ARCHIVE-DSN            PIC X(20) VALUE SPACES.
       01  WS-OPEN-ARC-YEAR          PIC X(04) VALUE SPACES.
       01  WS-REC-YEAR               PIC X(04) VALUE SPACES.

      *--  GLSENT carry-forward.  WS-SET-TABLE is one business date's
      *--  expired set, last record per key winning the way GLTBR00
      *--  resolves a rerun's fresh set; each finished set is netted
      *--  into WS-CARRY-TABLE, one entry per portfolio/entity/
      *--  currency/cash bucket.  A table that would overflow stops
      *--  the GLSENT sweep before anything is written.
       01  WS-SET-DATE               PIC X(08) VALUE SPACES.
       01  WS-SET-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SET-COUNT
                   INDEXED BY WS-SET-IDX.
               10  WS-SET-PORTFOLIO      PIC X(08).
               10  WS-SET-TRADE-DATE     PIC X(08).
               10  WS-SET-ENTITY         PIC X(04).
               10  WS-SET-CURRENCY       PIC X(03).
               10  WS-SET-CASH-IND       PIC X(01).
               10  WS-SET-REALIZED       PIC S9(13)V99 COMP-3.
               10  WS-SET-UNREALIZED     PIC S9(13)V99 COMP-3.
       01  WS-SET-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-SET-FOUND          VALUE 'Y'.
       01  WS-CARRY-COUNT            PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CARRY-COUNT
                   INDEXED BY WS-CARRY-IDX.
               10  WS-CARRY-PORTFOLIO    PIC X(08).
               10  WS-CARRY-ENTITY       PIC X(04).
               10  WS-CARRY-CURRENCY     PIC X(03).
               10  WS-CARRY-CASH-IND     PIC X(01).
               10  WS-CARRY-REALIZED     PIC S9(15)V99 COMP-3.
               10  WS-CARRY-UNREALIZED   PIC S9(15)V99 COMP-3.
       01  WS-CARRY-FOUND-IND        PIC X(01) VALUE 'N'.
           88  WS-CARRY-FOUND        VALUE 'Y'.
       01  WS-CARRY-OVERFLOW-IND     PIC X(01) VALUE 'N'.
           88  WS-CARRY-OVERFLOW     VALUE 'Y'.
       01  WS-CARRY-WRITTEN-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CARRY-REFUSED-IND      PIC X(01) VALUE 'N'.
           88  WS-CARRY-REFUSED      VALUE 'Y'.

      *--  One dataset's counts, reset as each is taken up.
       01  WS-DS-READ-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DS-KEPT-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DS-EXPIRED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DS-ARCHIVED-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DS-DELETED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DS-RESULT              PIC X(40) VALUE SPACES.

      *--  Run totals.
       01  WS-SWEPT-COUNT            PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-VERIFY-FAIL-COUNT      PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-TOTAL-ARCHIVED-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-TOTAL-DELETED-COUNT    PIC 9(09) COMP-3 VALUE ZERO.

       01  WS-RESULT-LINE.
           05  FILLER                PIC X(09) VALUE 'LOGRET00 '.
           05  RSL-DATASET           PIC X(08).
           05  FILLER                PIC X(06) VALUE ' KEEP '.
           05  RSL-KEEP-DAYS         PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RSL-ACTION            PIC X(01).
           05  FILLER                PIC X(06) VALUE ' READ '.
           05  RSL-READ              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(06) VALUE ' KEPT '.
           05  RSL-KEPT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(10) VALUE ' ARCHIVED '.
           05  RSL-ARCHIVED          PIC ZZZZZZZZ9.
           05  FILLER                PIC X(09) VALUE ' DELETED '.
           05  RSL-DELETED           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(03) VALUE ' - '.
           05  RSL-RESULT            PIC X(40).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-RETENTION.
           PERFORM 1000-INITIALIZE
           IF WS-RTR-OPEN-OK
               PERFORM 2000-LOAD-RULES
               PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                       UNTIL WS-DS-SUB > WS-DATASET-COUNT
                   PERFORM 3000-SWEEP-ONE-DATASET
               END-PERFORM
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENV-ASOF-DATE
               FROM ENVIRONMENT 'LOGRET-ASOF-DATE'
           IF WS-ENV-ASOF-DATE IS NUMERIC
               MOVE WS-ENV-ASOF-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE-NUM)
           OPEN INPUT RETENTION-RULE-FILE
           IF WS-RTR-FILE-OK
               MOVE 'Y' TO WS-RTR-OPEN-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-LOAD-RULES matches each RETRULE.DAT record to the
      *  dataset it names.  A rule for a dataset this run does not
      *  know, with keep-days that are not a number, or with an
      *  action other than A or D is reported and ignored -- that
      *  dataset is left alone, never swept on a guess.  A rule
      *  shorter than the dataset's reader floor is raised to it.
      *----------------------------------------------------------------
       2000-LOAD-RULES.
           PERFORM UNTIL WS-EOF
               READ RETENTION-RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RULE-READ-COUNT
                       PERFORM 2100-APPLY-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE RETENTION-RULE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-APPLY-ONE-RULE.
           SET WS-DS-IDX TO 1
           SEARCH WS-DS-ENTRY
               AT END
                   ADD 1 TO WS-RULE-REJECT-COUNT
                   DISPLAY 'LOGRET00 RULE FOR UNKNOWN DATASET '
                       RTR-DATASET ' IGNORED'
               WHEN WS-DS-NAME (WS-DS-IDX) = RTR-DATASET
                   SET WS-DS-SUB TO WS-DS-IDX
                   IF RTR-KEEP-DAYS IS NOT NUMERIC
                           OR NOT (RTR-ARCHIVE OR RTR-DELETE)
                       ADD 1 TO WS-RULE-REJECT-COUNT
                       DISPLAY 'LOGRET00 INVALID RULE FOR '
                           RTR-DATASET ' IGNORED - DATASET LEFT AS IS'
                   ELSE
                       MOVE 'Y' TO WS-RULE-FOUND-IND (WS-DS-SUB)
                       MOVE RTR-KEEP-DAYS
                           TO WS-RULE-KEEP-DAYS (WS-DS-SUB)
                       MOVE RTR-ACTION TO WS-RULE-ACTION (WS-DS-SUB)
                       IF RTR-KEEP-DAYS
                               < WS-DS-FLOOR-DAYS (WS-DS-SUB)
                           ADD 1 TO WS-RULE-FLOORED-COUNT
                           MOVE WS-DS-FLOOR-DAYS (WS-DS-SUB)
                               TO WS-RULE-KEEP-DAYS (WS-DS-SUB)
                           DISPLAY 'LOGRET00 RULE FOR ' RTR-DATASET
                               ' RAISED TO READER FLOOR OF '
                               WS-DS-FLOOR-DAYS (WS-DS-SUB) ' DAYS'
                       END-IF
                   END-IF
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  3000-SWEEP-ONE-DATASET takes one dataset through the swap:
      *  a scan that counts what has expired (and nets GLSENT's
      *  carry-forward), the side file of survivors, its verify, the
      *  archive appends, and the rewrite of the live file.  A
      *  dataset with nothing expired is not rewritten at all.
      *----------------------------------------------------------------
       3000-SWEEP-ONE-DATASET.
           MOVE ZERO TO WS-DS-READ-COUNT
           MOVE ZERO TO WS-DS-KEPT-COUNT
           MOVE ZERO TO WS-DS-EXPIRED-COUNT
           MOVE ZERO TO WS-DS-ARCHIVED-COUNT
           MOVE ZERO TO WS-DS-DELETED-COUNT
           MOVE SPACES TO WS-DS-RESULT
           MOVE WS-RULE-KEEP-DAYS (WS-DS-SUB) TO WS-KEEP-DAYS
           EVALUATE TRUE
               WHEN NOT WS-RULE-FOUND (WS-DS-SUB)
                   MOVE 'NO RULE - LEFT AS IS' TO WS-DS-RESULT
               WHEN NOT WS-DS-SWEPT (WS-DS-SUB)
                   MOVE 'REWRITTEN NIGHTLY - NOTHING TO EXPIRE'
                       TO WS-DS-RESULT
               WHEN OTHER
                   PERFORM 3100-SCAN-LIVE-FILE
                   EVALUATE TRUE
                       WHEN NOT WS-LIVE-OPEN-OK
                           MOVE 'NOT ON FILE - SKIPPED'
                               TO WS-DS-RESULT
                       WHEN WS-CARRY-OVERFLOW
                           MOVE 'Y' TO WS-CARRY-REFUSED-IND
                           MOVE 'CARRY TABLE FULL - LEFT AS IS'
                               TO WS-DS-RESULT
                       WHEN WS-DS-EXPIRED-COUNT = ZERO
                           MOVE 'NOTHING EXPIRED' TO WS-DS-RESULT
                       WHEN OTHER
                           PERFORM 3200-WRITE-SIDE-FILE
                           PERFORM 3300-VERIFY-SIDE-FILE
                           IF WS-SIDE-VERIFIED
                               IF WS-RULE-ARCHIVE (WS-DS-SUB)
                                   PERFORM 3400-ARCHIVE-EXPIRED
                               END-IF
                               PERFORM 3500-SWAP-IN-SIDE-FILE
                               COMPUTE WS-DS-DELETED-COUNT =
                                   WS-DS-EXPIRED-COUNT
                                       - WS-DS-ARCHIVED-COUNT
                               ADD WS-DS-ARCHIVED-COUNT
                                   TO WS-TOTAL-ARCHIVED-COUNT
                               ADD WS-DS-DELETED-COUNT
                                   TO WS-TOTAL-DELETED-COUNT
                               ADD 1 TO WS-SWEPT-COUNT
                               MOVE 'SWEPT' TO WS-DS-RESULT
                           ELSE
                               ADD 1 TO WS-VERIFY-FAIL-COUNT
                               MOVE 'FAILED VERIFY - NOT SWAPPED'
                                   TO WS-DS-RESULT
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           PERFORM 3900-DISPLAY-DATASET-RESULT
           .

      *----------------------------------------------------------------
      *  3100-SCAN-LIVE-FILE counts the expired records and, for
      *  GLSENT, nets them into the carry-forward.  GLTBR00 starts a
      *  new set wherever the business date changes from one record
      *  to the next, survivors included, so the same breaks are
      *  taken here.
      *----------------------------------------------------------------
       3100-SCAN-LIVE-FILE.
           MOVE 'N' TO WS-CARRY-OVERFLOW-IND
           MOVE ZERO TO WS-SET-COUNT
           MOVE ZERO TO WS-CARRY-COUNT
           MOVE SPACES TO WS-SET-DATE
           PERFORM 5000-OPEN-LIVE-INPUT
           PERFORM UNTIL WS-EOF
               PERFORM 5010-READ-LIVE
               IF NOT WS-EOF
                   ADD 1 TO WS-DS-READ-COUNT
                   PERFORM 4000-COMPUTE-RECORD-AGE
                   IF WS-EXPIRED
                       ADD 1 TO WS-DS-EXPIRED-COUNT
                   ELSE
                       ADD 1 TO WS-DS-KEPT-COUNT
                   END-IF
                   IF WS-DS-NAME (WS-DS-SUB) = 'GLSENT'
                       PERFORM 3110-TRACK-SENT-SET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DS-NAME (WS-DS-SUB) = 'GLSENT'
               PERFORM 4200-POST-CARRY-SET
           END-IF
           PERFORM 5030-CLOSE-LIVE
           .

       3110-TRACK-SENT-SET.
           IF HKS-BUSINESS-DATE NOT = WS-SET-DATE
               PERFORM 4200-POST-CARRY-SET
               MOVE HKS-BUSINESS-DATE TO WS-SET-DATE
           END-IF
           IF WS-EXPIRED
               PERFORM 4100-HOLD-SET-RECORD
           END-IF
           .

      *----------------------------------------------------------------
      *  3200-WRITE-SIDE-FILE stages the survivors -- GLSENT's
      *  brought-forward records first, dated the cutoff day so they
      *  sort ahead of every survivor -- then the record-count
      *  trailer.
      *----------------------------------------------------------------
       3200-WRITE-SIDE-FILE.
           MOVE ZERO TO WS-SIDE-WRITE-COUNT
           MOVE ZERO TO WS-CARRY-WRITTEN-COUNT
           PERFORM 5100-OPEN-SIDE-OUTPUT
           IF WS-DS-NAME (WS-DS-SUB) = 'GLSENT'
               PERFORM 3210-WRITE-CARRY-RECORDS
           END-IF
           PERFORM 5000-OPEN-LIVE-INPUT
           PERFORM UNTIL WS-EOF
               PERFORM 5010-READ-LIVE
               IF NOT WS-EOF
                   PERFORM 4000-COMPUTE-RECORD-AGE
                   IF NOT WS-EXPIRED
                       PERFORM 5120-WRITE-SIDE
                       ADD 1 TO WS-SIDE-WRITE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 5030-CLOSE-LIVE
           MOVE SPACES TO WS-HK-REC
           MOVE 'TRAILER ' TO HKT-ID
           MOVE WS-SIDE-WRITE-COUNT TO HKT-RECORD-COUNT
           PERFORM 5120-WRITE-SIDE
           PERFORM 5130-CLOSE-SIDE
           .

       3210-WRITE-CARRY-RECORDS.
           COMPUTE WS-CUTOFF-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-JULIAN - WS-KEEP-DAYS)
           PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
               IF WS-CARRY-REALIZED (WS-CARRY-IDX) NOT = ZERO
                       OR WS-CARRY-UNREALIZED (WS-CARRY-IDX)
                           NOT = ZERO
                   MOVE SPACES TO WS-HK-REC
                   MOVE WS-CUTOFF-DATE-NUM TO HKS-BUSINESS-DATE
                   MOVE WS-CARRY-PORTFOLIO (WS-CARRY-IDX)
                       TO HKS-PORTFOLIO-ID
                   MOVE 'BFWD    ' TO HKS-TRADE-DATE
                   MOVE WS-CARRY-ENTITY (WS-CARRY-IDX)
                       TO HKS-ENTITY-CODE
                   MOVE WS-CARRY-CURRENCY (WS-CARRY-IDX)
                       TO HKS-CURRENCY-CODE
                   MOVE WS-CARRY-CASH-IND (WS-CARRY-IDX)
                       TO HKS-CASH-IND
                   MOVE WS-CARRY-REALIZED (WS-CARRY-IDX)
                       TO HKS-REALIZED-AMT
                   MOVE WS-CARRY-UNREALIZED (WS-CARRY-IDX)
                       TO HKS-UNREALIZED-AMT
                   PERFORM 5120-WRITE-SIDE
                   ADD 1 TO WS-SIDE-WRITE-COUNT
                   ADD 1 TO WS-CARRY-WRITTEN-COUNT
               END-IF
           END-PERFORM
           .

       3300-VERIFY-SIDE-FILE.
           MOVE 'N' TO WS-SIDE-VERIFIED-IND
           MOVE 'N' TO WS-SIDE-TRAILER-SEEN-IND
           MOVE ZERO TO WS-SIDE-VERIFY-COUNT
           MOVE ZERO TO WS-SIDE-TRAILER-COUNT
           PERFORM 5105-OPEN-SIDE-INPUT
           IF WS-SIDE-FILE-OK
               PERFORM UNTIL WS-EOF
                   PERFORM 5110-READ-SIDE
                   IF NOT WS-EOF
                       IF HKT-ID = 'TRAILER '
                           MOVE 'Y' TO WS-SIDE-TRAILER-SEEN-IND
                           MOVE HKT-RECORD-COUNT
                               TO WS-SIDE-TRAILER-COUNT
                       ELSE
                           ADD 1 TO WS-SIDE-VERIFY-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 5130-CLOSE-SIDE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-SIDE-TRAILER-SEEN
                   AND WS-SIDE-VERIFY-COUNT = WS-SIDE-WRITE-COUNT
                   AND WS-SIDE-TRAILER-COUNT = WS-SIDE-WRITE-COUNT
               MOVE 'Y' TO WS-SIDE-VERIFIED-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  3400-ARCHIVE-EXPIRED appends each expired record to its
      *  business year's archive, before the live file is touched.
      *  GLSENT's own brought-forward records are not archived: the
      *  detail they net is already there.
      *----------------------------------------------------------------
       3400-ARCHIVE-EXPIRED.
           MOVE SPACES TO WS-OPEN-ARC-YEAR
           PERFORM 5000-OPEN-LIVE-INPUT
           PERFORM UNTIL WS-EOF
               PERFORM 5010-READ-LIVE
               IF NOT WS-EOF
                   PERFORM 4000-COMPUTE-RECORD-AGE
                   IF WS-EXPIRED
                       IF WS-DS-NAME (WS-DS-SUB) = 'GLSENT'
                               AND HKS-TRADE-DATE = 'BFWD    '
                           CONTINUE
                       ELSE
                           PERFORM 3410-ARCHIVE-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 5030-CLOSE-LIVE
           IF WS-OPEN-ARC-YEAR NOT = SPACES
               PERFORM 5230-CLOSE-ARCHIVE
           END-IF
           .

       3410-ARCHIVE-RECORD.
           MOVE WS-HK-REC (1:4) TO WS-REC-YEAR
           IF WS-REC-YEAR NOT = WS-OPEN-ARC-YEAR
               IF WS-OPEN-ARC-YEAR NOT = SPACES
                   PERFORM 5230-CLOSE-ARCHIVE
               END-IF
               MOVE SPACES TO WS-ARCHIVE-DSN
               STRING WS-DS-ARC-PREFIX (WS-DS-SUB) WS-REC-YEAR '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCHIVE-DSN
               PERFORM 5200-OPEN-ARCHIVE
               MOVE WS-REC-YEAR TO WS-OPEN-ARC-YEAR
           END-IF
           PERFORM 5210-WRITE-ARCHIVE
           ADD 1 TO WS-DS-ARCHIVED-COUNT
           .

      *----------------------------------------------------------------
      *  3500-SWAP-IN-SIDE-FILE rewrites the live file from the
      *  verified side file, detail records only -- the trailer
      *  stays on the side copy, since none of the live files'
      *  readers expect one.
      *----------------------------------------------------------------
       3500-SWAP-IN-SIDE-FILE.
           PERFORM 5105-OPEN-SIDE-INPUT
           PERFORM 5005-OPEN-LIVE-OUTPUT
           PERFORM UNTIL WS-EOF
               PERFORM 5110-READ-SIDE
               IF NOT WS-EOF
                   IF HKT-ID NOT = 'TRAILER '
                       PERFORM 5020-WRITE-LIVE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 5030-CLOSE-LIVE
           PERFORM 5130-CLOSE-SIDE
           MOVE 'N' TO WS-EOF-FLAG
           .

       3900-DISPLAY-DATASET-RESULT.
           MOVE WS-DS-NAME (WS-DS-SUB) TO RSL-DATASET
           MOVE WS-RULE-KEEP-DAYS (WS-DS-SUB) TO RSL-KEEP-DAYS
           MOVE WS-RULE-ACTION (WS-DS-SUB) TO RSL-ACTION
           MOVE WS-DS-READ-COUNT TO RSL-READ
           MOVE WS-DS-KEPT-COUNT TO RSL-KEPT
           MOVE WS-DS-ARCHIVED-COUNT TO RSL-ARCHIVED
           MOVE WS-DS-DELETED-COUNT TO RSL-DELETED
           MOVE WS-DS-RESULT TO RSL-RESULT
           DISPLAY WS-RESULT-LINE
           IF WS-CARRY-WRITTEN-COUNT > ZERO
               DISPLAY 'LOGRET00 GLSENT BROUGHT-FORWARD RECORDS: '
                   WS-CARRY-WRITTEN-COUNT
               MOVE ZERO TO WS-CARRY-WRITTEN-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-COMPUTE-RECORD-AGE ages the record in hand off the
      *  business date it leads with.  A record whose date is not a
      *  real date is kept live -- better a long file than a lost
      *  record.
      *----------------------------------------------------------------
       4000-COMPUTE-RECORD-AGE.
           MOVE 'N' TO WS-EXPIRED-IND
           MOVE WS-HK-REC (1:8) TO WS-REC-DATE-X
           IF WS-REC-DATE-NUM IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-REC-DATE-NUM)
                       = ZERO
                   COMPUTE WS-REC-JULIAN = FUNCTION INTEGER-OF-DATE
                       (WS-REC-DATE-NUM)
                   COMPUTE WS-AGE-DAYS = WS-RUN-JULIAN - WS-REC-JULIAN
                   IF WS-AGE-DAYS > WS-KEEP-DAYS
                       MOVE 'Y' TO WS-EXPIRED-IND
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  4100-HOLD-SET-RECORD keeps one expired GLSENT record in the
      *  current set; a later record with the same key replaces it,
      *  as a rerun's fresh set does in GLTBR00.
      *----------------------------------------------------------------
       4100-HOLD-SET-RECORD.
           MOVE 'N' TO WS-SET-FOUND-IND
           IF WS-SET-COUNT > ZERO
               SET WS-SET-IDX TO 1
               SEARCH WS-SET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SET-PORTFOLIO (WS-SET-IDX)
                           = HKS-PORTFOLIO-ID
                       AND WS-SET-TRADE-DATE (WS-SET-IDX)
                           = HKS-TRADE-DATE
                       AND WS-SET-ENTITY (WS-SET-IDX)
                           = HKS-ENTITY-CODE
                       AND WS-SET-CURRENCY (WS-SET-IDX)
                           = HKS-CURRENCY-CODE
                       AND WS-SET-CASH-IND (WS-SET-IDX)
                           = HKS-CASH-IND
                       MOVE HKS-REALIZED-AMT
                           TO WS-SET-REALIZED (WS-SET-IDX)
                       MOVE HKS-UNREALIZED-AMT
                           TO WS-SET-UNREALIZED (WS-SET-IDX)
                       MOVE 'Y' TO WS-SET-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-SET-FOUND
               IF WS-SET-COUNT NOT < 5000
                   MOVE 'Y' TO WS-CARRY-OVERFLOW-IND
               ELSE
                   ADD 1 TO WS-SET-COUNT
                   MOVE HKS-PORTFOLIO-ID
                       TO WS-SET-PORTFOLIO (WS-SET-COUNT)
                   MOVE HKS-TRADE-DATE
                       TO WS-SET-TRADE-DATE (WS-SET-COUNT)
                   MOVE HKS-ENTITY-CODE
                       TO WS-SET-ENTITY (WS-SET-COUNT)
                   MOVE HKS-CURRENCY-CODE
                       TO WS-SET-CURRENCY (WS-SET-COUNT)
                   MOVE HKS-CASH-IND
                       TO WS-SET-CASH-IND (WS-SET-COUNT)
                   MOVE HKS-REALIZED-AMT
                       TO WS-SET-REALIZED (WS-SET-COUNT)
                   MOVE HKS-UNREALIZED-AMT
                       TO WS-SET-UNREALIZED (WS-SET-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  4200-POST-CARRY-SET nets one finished set into the
      *  brought-forward buckets and empties it for the next.
      *----------------------------------------------------------------
       4200-POST-CARRY-SET.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM 4210-ADD-TO-CARRY
           END-PERFORM
           MOVE ZERO TO WS-SET-COUNT
           .

       4210-ADD-TO-CARRY.
           MOVE 'N' TO WS-CARRY-FOUND-IND
           IF WS-CARRY-COUNT > ZERO
               SET WS-CARRY-IDX TO 1
               SEARCH WS-CARRY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CARRY-PORTFOLIO (WS-CARRY-IDX)
                           = WS-SET-PORTFOLIO (WS-SET-IDX)
                       AND WS-CARRY-ENTITY (WS-CARRY-IDX)
                           = WS-SET-ENTITY (WS-SET-IDX)
                       AND WS-CARRY-CURRENCY (WS-CARRY-IDX)
                           = WS-SET-CURRENCY (WS-SET-IDX)
                       AND WS-CARRY-CASH-IND (WS-CARRY-IDX)
                           = WS-SET-CASH-IND (WS-SET-IDX)
                       ADD WS-SET-REALIZED (WS-SET-IDX)
                           TO WS-CARRY-REALIZED (WS-CARRY-IDX)
                       ADD WS-SET-UNREALIZED (WS-SET-IDX)
                           TO WS-CARRY-UNREALIZED (WS-CARRY-IDX)
                       MOVE 'Y' TO WS-CARRY-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-CARRY-FOUND
               IF WS-CARRY-COUNT NOT < 5000
                   MOVE 'Y' TO WS-CARRY-OVERFLOW-IND
               ELSE
                   ADD 1 TO WS-CARRY-COUNT
                   MOVE WS-SET-PORTFOLIO (WS-SET-IDX)
                       TO WS-CARRY-PORTFOLIO (WS-CARRY-COUNT)
                   MOVE WS-SET-ENTITY (WS-SET-IDX)
                       TO WS-CARRY-ENTITY (WS-CARRY-COUNT)
                   MOVE WS-SET-CURRENCY (WS-SET-IDX)
                       TO WS-CARRY-CURRENCY (WS-CARRY-COUNT)
                   MOVE WS-SET-CASH-IND (WS-SET-IDX)
                       TO WS-CARRY-CASH-IND (WS-CARRY-COUNT)
                   MOVE WS-SET-REALIZED (WS-SET-IDX)
                       TO WS-CARRY-REALIZED (WS-CARRY-COUNT)
                   MOVE WS-SET-UNREALIZED (WS-SET-IDX)
                       TO WS-CARRY-UNREALIZED (WS-CARRY-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  5000-series: the file verbs for whichever dataset is in
      *  hand (WS-DS-SUB, in WS-DATASET-VALUES order).  Records move
      *  through WS-HK-REC.
      *----------------------------------------------------------------
       5000-OPEN-LIVE-INPUT.
           MOVE 'N' TO WS-LIVE-OPEN-IND
           MOVE 'N' TO WS-EOF-FLAG
           EVALUATE WS-DS-SUB
               WHEN 1
                   OPEN INPUT RUN-LOG-FILE
               WHEN 2
                   OPEN INPUT TIMING-LOG-FILE
               WHEN 3
                   OPEN INPUT STEP-CONTROL-FILE
               WHEN 4
                   OPEN INPUT FEED-STAT-FILE
               WHEN 5
                   OPEN INPUT ALERT-FEED-FILE
               WHEN 6
                   OPEN INPUT OVERRIDE-AUDIT-FILE
               WHEN 7
                   OPEN INPUT SENT-HISTORY-FILE
           END-EVALUATE
           IF WS-LIVE-FILE-OK
               MOVE 'Y' TO WS-LIVE-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           .

       5005-OPEN-LIVE-OUTPUT.
           EVALUATE WS-DS-SUB
               WHEN 1
                   OPEN OUTPUT RUN-LOG-FILE
               WHEN 2
                   OPEN OUTPUT TIMING-LOG-FILE
               WHEN 3
                   OPEN OUTPUT STEP-CONTROL-FILE
               WHEN 4
                   OPEN OUTPUT FEED-STAT-FILE
               WHEN 5
                   OPEN OUTPUT ALERT-FEED-FILE
               WHEN 6
                   OPEN OUTPUT OVERRIDE-AUDIT-FILE
               WHEN 7
                   OPEN OUTPUT SENT-HISTORY-FILE
           END-EVALUATE
           MOVE 'Y' TO WS-LIVE-OPEN-IND
           .

       5010-READ-LIVE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   READ RUN-LOG-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 2
                   READ TIMING-LOG-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 3
                   READ STEP-CONTROL-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 4
                   READ FEED-STAT-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 5
                   READ ALERT-FEED-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 6
                   READ OVERRIDE-AUDIT-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 7
                   READ SENT-HISTORY-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
           END-EVALUATE
           .

       5020-WRITE-LIVE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   WRITE RUN-LIVE-REC FROM WS-HK-REC
               WHEN 2
                   WRITE TIM-LIVE-REC FROM WS-HK-REC
               WHEN 3
                   WRITE STP-LIVE-REC FROM WS-HK-REC
               WHEN 4
                   WRITE FST-LIVE-REC FROM WS-HK-REC
               WHEN 5
                   WRITE ALF-LIVE-REC FROM WS-HK-REC
               WHEN 6
                   WRITE OVA-LIVE-REC FROM WS-HK-REC
               WHEN 7
                   WRITE SNT-LIVE-REC FROM WS-HK-REC
           END-EVALUATE
           .

       5030-CLOSE-LIVE.
           IF WS-LIVE-OPEN-OK
               EVALUATE WS-DS-SUB
                   WHEN 1
                       CLOSE RUN-LOG-FILE
                   WHEN 2
                       CLOSE TIMING-LOG-FILE
                   WHEN 3
                       CLOSE STEP-CONTROL-FILE
                   WHEN 4
                       CLOSE FEED-STAT-FILE
                   WHEN 5
                       CLOSE ALERT-FEED-FILE
                   WHEN 6
                       CLOSE OVERRIDE-AUDIT-FILE
                   WHEN 7
                       CLOSE SENT-HISTORY-FILE
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       5100-OPEN-SIDE-OUTPUT.
           EVALUATE WS-DS-SUB
               WHEN 1
                   OPEN OUTPUT RUN-LOG-SIDE-FILE
               WHEN 2
                   OPEN OUTPUT TIMING-LOG-SIDE-FILE
               WHEN 3
                   OPEN OUTPUT STEP-CONTROL-SIDE-FILE
               WHEN 4
                   OPEN OUTPUT FEED-STAT-SIDE-FILE
               WHEN 5
                   OPEN OUTPUT ALERT-FEED-SIDE-FILE
               WHEN 6
                   OPEN OUTPUT OVERRIDE-AUDIT-SIDE-FILE
               WHEN 7
                   OPEN OUTPUT SENT-HISTORY-SIDE-FILE
           END-EVALUATE
           .

       5105-OPEN-SIDE-INPUT.
           MOVE 'N' TO WS-EOF-FLAG
           EVALUATE WS-DS-SUB
               WHEN 1
                   OPEN INPUT RUN-LOG-SIDE-FILE
               WHEN 2
                   OPEN INPUT TIMING-LOG-SIDE-FILE
               WHEN 3
                   OPEN INPUT STEP-CONTROL-SIDE-FILE
               WHEN 4
                   OPEN INPUT FEED-STAT-SIDE-FILE
               WHEN 5
                   OPEN INPUT ALERT-FEED-SIDE-FILE
               WHEN 6
                   OPEN INPUT OVERRIDE-AUDIT-SIDE-FILE
               WHEN 7
                   OPEN INPUT SENT-HISTORY-SIDE-FILE
           END-EVALUATE
           .

       5110-READ-SIDE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   READ RUN-LOG-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 2
                   READ TIMING-LOG-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 3
                   READ STEP-CONTROL-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 4
                   READ FEED-STAT-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 5
                   READ ALERT-FEED-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 6
                   READ OVERRIDE-AUDIT-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 7
                   READ SENT-HISTORY-SIDE-FILE INTO WS-HK-REC
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
           END-EVALUATE
           .

       5120-WRITE-SIDE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   WRITE RUN-SIDE-REC FROM WS-HK-REC
               WHEN 2
                   WRITE TIM-SIDE-REC FROM WS-HK-REC
               WHEN 3
                   WRITE STP-SIDE-REC FROM WS-HK-REC
               WHEN 4
                   WRITE FST-SIDE-REC FROM WS-HK-REC
               WHEN 5
                   WRITE ALF-SIDE-REC FROM WS-HK-REC
               WHEN 6
                   WRITE OVA-SIDE-REC FROM WS-HK-REC
               WHEN 7
                   WRITE SNT-SIDE-REC FROM WS-HK-REC
           END-EVALUATE
           .

       5130-CLOSE-SIDE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   CLOSE RUN-LOG-SIDE-FILE
               WHEN 2
                   CLOSE TIMING-LOG-SIDE-FILE
               WHEN 3
                   CLOSE STEP-CONTROL-SIDE-FILE
               WHEN 4
                   CLOSE FEED-STAT-SIDE-FILE
               WHEN 5
                   CLOSE ALERT-FEED-SIDE-FILE
               WHEN 6
                   CLOSE OVERRIDE-AUDIT-SIDE-FILE
               WHEN 7
                   CLOSE SENT-HISTORY-SIDE-FILE
           END-EVALUATE
           .

      *--  Archives are appended to, never rewritten; the first
      *--  record of a new year starts its file.
       5200-OPEN-ARCHIVE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   OPEN EXTEND RUN-LOG-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT RUN-LOG-ARCH-FILE
                   END-IF
               WHEN 2
                   OPEN EXTEND TIMING-LOG-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT TIMING-LOG-ARCH-FILE
                   END-IF
               WHEN 3
                   OPEN EXTEND STEP-CONTROL-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT STEP-CONTROL-ARCH-FILE
                   END-IF
               WHEN 4
                   OPEN EXTEND FEED-STAT-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT FEED-STAT-ARCH-FILE
                   END-IF
               WHEN 5
                   OPEN EXTEND ALERT-FEED-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT ALERT-FEED-ARCH-FILE
                   END-IF
               WHEN 6
                   OPEN EXTEND OVERRIDE-AUDIT-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT OVERRIDE-AUDIT-ARCH-FILE
                   END-IF
               WHEN 7
                   OPEN EXTEND SENT-HISTORY-ARCH-FILE
                   IF WS-ARC-FILE-MISSING
                       OPEN OUTPUT SENT-HISTORY-ARCH-FILE
                   END-IF
           END-EVALUATE
           .

       5210-WRITE-ARCHIVE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   WRITE RUN-ARCH-REC FROM WS-HK-REC
               WHEN 2
                   WRITE TIM-ARCH-REC FROM WS-HK-REC
               WHEN 3
                   WRITE STP-ARCH-REC FROM WS-HK-REC
               WHEN 4
                   WRITE FST-ARCH-REC FROM WS-HK-REC
               WHEN 5
                   WRITE ALF-ARCH-REC FROM WS-HK-REC
               WHEN 6
                   WRITE OVA-ARCH-REC FROM WS-HK-REC
               WHEN 7
                   WRITE SNT-ARCH-REC FROM WS-HK-REC
           END-EVALUATE
           .

       5230-CLOSE-ARCHIVE.
           EVALUATE WS-DS-SUB
               WHEN 1
                   CLOSE RUN-LOG-ARCH-FILE
               WHEN 2
                   CLOSE TIMING-LOG-ARCH-FILE
               WHEN 3
                   CLOSE STEP-CONTROL-ARCH-FILE
               WHEN 4
                   CLOSE FEED-STAT-ARCH-FILE
               WHEN 5
                   CLOSE ALERT-FEED-ARCH-FILE
               WHEN 6
                   CLOSE OVERRIDE-AUDIT-ARCH-FILE
               WHEN 7
                   CLOSE SENT-HISTORY-ARCH-FILE
           END-EVALUATE
           .

       9999-TERMINATE.
           DISPLAY 'LOGRET00 RETENTION RULES READ: ' WS-RULE-READ-COUNT
           DISPLAY 'LOGRET00 RULES IGNORED: ' WS-RULE-REJECT-COUNT
           DISPLAY 'LOGRET00 RULES RAISED TO FLOOR: '
               WS-RULE-FLOORED-COUNT
           DISPLAY 'LOGRET00 DATASETS SWEPT: ' WS-SWEPT-COUNT
           DISPLAY 'LOGRET00 RECORDS ARCHIVED: '
               WS-TOTAL-ARCHIVED-COUNT
           DISPLAY 'LOGRET00 RECORDS DELETED: ' WS-TOTAL-DELETED-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the rule file is missing
      *  (nothing was touched), when a side file failed its verify
      *  (that dataset was left exactly as it was -- the side file
      *  shows how far it got), or when GLSENT's carry-forward
      *  overflowed (GLSENT left as it was); a warning when a rule
      *  was ignored; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'LOGRET00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN NOT WS-RTR-OPEN-OK
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'RETENTION RULE FILE MISSING - NOTHING SWEPT'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-VERIFY-FAIL-COUNT > ZERO
                   MOVE 'E002' TO RC-ERROR-CODE
                   MOVE 'SIDE FILE FAILED VERIFY - LIVE FILE LEFT'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-CARRY-REFUSED
                   MOVE 'E003' TO RC-ERROR-CODE
                   MOVE 'GLSENT CARRY TABLE FULL - GLSENT LEFT AS IS'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-RULE-REJECT-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'RETENTION RULE IGNORED - SEE SYSOUT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
