       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTDOR00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTDOR00 -- MONTHLY DORMANT PORTFOLIO REVIEW
      *  Portfolios stay 'A' on PORTMST.DAT long after the desk has
      *  stopped trading them, and an active portfolio keeps turning
      *  up on the reports, in the limits and in the entitlements.
      *  Nothing ever asked whether one was still in use.  This
      *  review does, once a month, for every active portfolio:
      *
      *    - its last activity: the latest trade, cancel or transfer
      *      date on the history unload (TRNHIST.DAT), either side of
      *      a transfer counting;
      *    - its open lots on POSINV.DAT;
      *    - its residual period totals on PNLPERD.DAT.
      *
      *  A portfolio idle for RPTDOR-DAYS (default 365) or more --
      *  counted from its inception when it has nothing on history
      *  -- with no open lot is dormant: it is listed with its
      *  residual YTD amounts and written to the close-candidate
      *  file (PRTCAND.KSD, PRTCAND.cpy) the desk works through the
      *  PRTM transaction.  A candidate whose period totals are not
      *  all zero is marked to wait for them to roll off; PRTMNT00
      *  refuses the close until they have.  An idle portfolio
      *  still holding lots is not a candidate and is listed on its
      *  own, for the desk to flatten or explain.
      *
      *  RPTDOR-ASOF-DATE (YYYYMMDD) is the date idle days count to;
      *  it defaults to the business date.  The period-end release
      *  (PRDSCH00, PRDSTRM.cpy) sets it to the month-end business
      *  date.  With any of the four inputs missing, nothing can be
      *  proved dormant: the candidate file is left empty and the
      *  step ends in error.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'PNLPERD.DAT'
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO 'PRTCAND.KSD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PORTFOLIO-ID
               FILE STATUS IS WS-PCD-FILE-STATUS.
           SELECT DORMANCY-REPORT ASSIGN TO 'RPTDOR.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with PRTMNT00, UTLVAL00 and the reports via
      *--  PRTMST.cpy.
       FD  PORTFOLIO-MASTER-FILE.
           COPY PRTMST.

      *--  The nightly flat unload HISTLD00 writes from the keyed
      *--  history store, in TRNREC.cpy's layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Shared with PNLACC00 and RPTMTH00 via PNLPERD.cpy.
       FD  PERIOD-FILE.
           COPY PNLPERD.

      *--  The close candidates, read online by PRTMNT00; see
      *--  PRTCAND.cpy.
       FD  CANDIDATE-FILE.
           COPY PRTCAND.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  DORMANCY-REPORT.
       01  RPT-LINE                  PIC X(150).

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

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
       01  WS-PMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PMR-FILE-OK        VALUE '00'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
       01  WS-PRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRD-FILE-OK        VALUE '00'.
       01  WS-PCD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PCD-FILE-OK        VALUE '00'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

      *--  The first input found missing; any one stops the review.
       01  WS-MISSING-INPUT          PIC X(12) VALUE SPACES.
       01  WS-CANDIDATE-OPEN-IND     PIC X(01) VALUE 'N'.
           88  WS-CANDIDATE-OPEN     VALUE 'Y'.
       01  WS-PORTFOLIO-FULL-IND     PIC X(01) VALUE 'N'.
           88  WS-PORTFOLIO-FULL     VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ASOF-DATE              PIC X(08) VALUE SPACES.
       01  WS-ASOF-DATE-NUM REDEFINES WS-ASOF-DATE
                                     PIC 9(08).
       01  WS-ASOF-ENV               PIC X(08) VALUE SPACES.
       01  WS-IDLE-DAYS              PIC 9(05) VALUE 365.
       01  WS-IDLE-DAYS-ENV          PIC X(05) VALUE SPACES.
       01  WS-ASOF-JULIAN            PIC 9(07) COMP-3 VALUE ZERO.

      *--  The date a portfolio has been idle since, and the days
      *--  from it to the as-of date.
       01  WS-IDLE-SINCE             PIC X(08) VALUE SPACES.
       01  WS-IDLE-SINCE-NUM REDEFINES WS-IDLE-SINCE
                                     PIC 9(08).
       01  WS-DAYS-IDLE              PIC 9(05) VALUE ZERO.
       01  WS-DAYS-WORK              PIC S9(07) COMP-3 VALUE ZERO.

      *--  Activity being noted against the table.
       01  WS-ACT-PORTFOLIO          PIC X(08) VALUE SPACES.
       01  WS-ACT-DATE               PIC X(08) VALUE SPACES.

      *--  Every active portfolio on the master, in master order,
      *--  with what the three scans found for it.
       01  WS-PFT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PFT-TABLE.
           05  WS-PFT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PFT-COUNT
                   INDEXED BY WS-PFT-IDX.
               10  WS-PFT-PORTFOLIO      PIC X(08).
               10  WS-PFT-DESCRIPTION    PIC X(20).
               10  WS-PFT-INCEPTION      PIC X(08).
               10  WS-PFT-LAST-ACTIVITY  PIC X(08).
               10  WS-PFT-LOT-COUNT      PIC 9(05) COMP-3.
               10  WS-PFT-YTD-REALIZED   PIC S9(13)V99 COMP-3.
               10  WS-PFT-YTD-UNREALIZED PIC S9(13)V99 COMP-3.
               10  WS-PFT-YTD-CARRY      PIC S9(13)V99 COMP-3.
               10  WS-PFT-BALANCE-IND    PIC X(01).
                   88  WS-PFT-BALANCES-CLEAR VALUE 'Y'.
               10  WS-PFT-DAYS-IDLE      PIC 9(05).
               10  WS-PFT-DORMANT-IND    PIC X(01).
                   88  WS-PFT-DORMANT        VALUE 'Y'.

       01  WS-MASTER-READ            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-HIST-READ              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-LOTS-READ              PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CANDIDATE-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CLOSE-READY-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-HOLDING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SECTION-LINES          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(36)
                   VALUE 'DORMANT PORTFOLIO REVIEW'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(10) VALUE '   AS OF: '.
           05  HDR-ASOF-DATE         PIC X(08).
           05  FILLER                PIC X(17)
                   VALUE '   IDLE AT LEAST '.
           05  HDR-IDLE-DAYS         PIC ZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE ' DAYS'.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(60).

       01  WS-PORTFOLIO-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(10) VALUE 'INCEPTION'.
           05  FILLER                PIC X(10) VALUE 'LAST ACT'.
           05  FILLER                PIC X(09) VALUE 'IDLE DAYS'.
           05  FILLER                PIC X(09) VALUE ' OPEN LOT'.
           05  FILLER                PIC X(19)
                   VALUE '      YTD REALIZED'.
           05  FILLER                PIC X(19)
                   VALUE '    YTD UNREALIZED'.
           05  FILLER                PIC X(19)
                   VALUE '         YTD CARRY'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE 'CLOSE'.

       01  WS-PORTFOLIO-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  PFL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-INCEPTION         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-LAST-ACTIVITY     PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  PFL-DAYS-IDLE         PIC ZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  PFL-LOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-YTD-REALIZED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-YTD-UNREALIZED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-YTD-CARRY         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PFL-NOTE              PIC X(24).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NONE-TEXT             PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-DORMANCY.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PORTFOLIOS
           IF WS-MISSING-INPUT = SPACES
               PERFORM 2000-SCAN-HISTORY
           END-IF
           IF WS-MISSING-INPUT = SPACES
               PERFORM 2500-SCAN-INVENTORY
           END-IF
           IF WS-MISSING-INPUT = SPACES
               PERFORM 2700-LOAD-PERIOD-TOTALS
           END-IF
           PERFORM 3000-OPEN-CANDIDATES
           IF WS-MISSING-INPUT = SPACES
               PERFORM 3100-REVIEW-PORTFOLIOS
               PERFORM 4000-WRITE-CANDIDATES
               PERFORM 4500-WRITE-IDLE-HOLDING
           ELSE
               MOVE SPACES TO NONE-TEXT
               STRING WS-MISSING-INPUT DELIMITED BY SPACE
                      ' MISSING - NO REVIEW, NO CLOSE CANDIDATES'
                          DELIMITED BY SIZE
                   INTO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM 5900-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           MOVE WS-RUN-DATE TO WS-ASOF-DATE
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'RPTDOR-ASOF-DATE'
           IF WS-ASOF-ENV IS NUMERIC
               MOVE WS-ASOF-ENV TO WS-ASOF-DATE
           END-IF
           ACCEPT WS-IDLE-DAYS-ENV FROM ENVIRONMENT 'RPTDOR-DAYS'
           IF WS-IDLE-DAYS-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-IDLE-DAYS-ENV) TO WS-IDLE-DAYS
           END-IF
           IF WS-IDLE-DAYS = ZERO
               MOVE 365 TO WS-IDLE-DAYS
           END-IF
           COMPUTE WS-ASOF-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE-NUM)
           OPEN OUTPUT DORMANCY-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-ASOF-DATE TO HDR-ASOF-DATE
           MOVE WS-IDLE-DAYS TO HDR-IDLE-DAYS
           WRITE RPT-LINE FROM WS-HEADER-LINE
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
      *  1100-LOAD-PORTFOLIOS tables the active portfolios.  A closed
      *  one is not reviewed.  More actives than the table holds are
      *  counted but not reviewed, and the step ends in warning.
      *----------------------------------------------------------------
       1100-LOAD-PORTFOLIOS.
           MOVE ZERO TO WS-PFT-COUNT
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF NOT WS-PMR-FILE-OK
               MOVE 'PORTMST.DAT' TO WS-MISSING-INPUT
           ELSE
               PERFORM UNTIL WS-EOF
                   READ PORTFOLIO-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           IF PMR-ACTIVE
                               PERFORM 1110-ADD-PORTFOLIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1110-ADD-PORTFOLIO.
           IF WS-PFT-COUNT < 500
               ADD 1 TO WS-PFT-COUNT
               SET WS-PFT-IDX TO WS-PFT-COUNT
               MOVE PMR-PORTFOLIO-ID TO WS-PFT-PORTFOLIO (WS-PFT-IDX)
               MOVE PMR-DESCRIPTION TO WS-PFT-DESCRIPTION (WS-PFT-IDX)
               MOVE PMR-INCEPTION-DATE
                   TO WS-PFT-INCEPTION (WS-PFT-IDX)
               MOVE SPACES TO WS-PFT-LAST-ACTIVITY (WS-PFT-IDX)
               MOVE ZERO TO WS-PFT-LOT-COUNT (WS-PFT-IDX)
               MOVE ZERO TO WS-PFT-YTD-REALIZED (WS-PFT-IDX)
               MOVE ZERO TO WS-PFT-YTD-UNREALIZED (WS-PFT-IDX)
               MOVE ZERO TO WS-PFT-YTD-CARRY (WS-PFT-IDX)
               MOVE 'Y' TO WS-PFT-BALANCE-IND (WS-PFT-IDX)
               MOVE ZERO TO WS-PFT-DAYS-IDLE (WS-PFT-IDX)
               MOVE 'N' TO WS-PFT-DORMANT-IND (WS-PFT-IDX)
           ELSE
               MOVE 'Y' TO WS-PORTFOLIO-FULL-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-SCAN-HISTORY finds each active portfolio's last
      *  activity on the history unload.  A booking counts on its
      *  trade date, a cancel on its cancel date, and a transfer for
      *  the receiving portfolio as well as the giving one.
      *----------------------------------------------------------------
       2000-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE 'TRNHIST.DAT' TO WS-MISSING-INPUT
           ELSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           PERFORM 2050-NOTE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2050-NOTE-HISTORY-RECORD.
           MOVE HIST-PORTFOLIO-ID TO WS-ACT-PORTFOLIO
           MOVE HIST-TRADE-DATE TO WS-ACT-DATE
           PERFORM 2100-NOTE-ACTIVITY
           IF HIST-CANCELLED
               MOVE HIST-CANCEL-DATE TO WS-ACT-DATE
               PERFORM 2100-NOTE-ACTIVITY
           END-IF
           IF HIST-TYPE-TRANSFER
                   AND HIST-TRANSFER-PORTFOLIO NOT = SPACES
               MOVE HIST-TRANSFER-PORTFOLIO TO WS-ACT-PORTFOLIO
               MOVE HIST-TRADE-DATE TO WS-ACT-DATE
               PERFORM 2100-NOTE-ACTIVITY
           END-IF
           .

       2100-NOTE-ACTIVITY.
           IF WS-ACT-DATE IS NUMERIC
               SET WS-PFT-IDX TO 1
               SEARCH WS-PFT-ENTRY
                   WHEN WS-PFT-PORTFOLIO (WS-PFT-IDX)
                           = WS-ACT-PORTFOLIO
                       IF WS-ACT-DATE
                               > WS-PFT-LAST-ACTIVITY (WS-PFT-IDX)
                           MOVE WS-ACT-DATE
                               TO WS-PFT-LAST-ACTIVITY (WS-PFT-IDX)
                       END-IF
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-SCAN-INVENTORY counts each active portfolio's open
      *  lots.
      *----------------------------------------------------------------
       2500-SCAN-INVENTORY.
           OPEN INPUT POSITION-INV-FILE
           IF NOT WS-INV-FILE-OK
               MOVE 'POSINV.DAT' TO WS-MISSING-INPUT
           ELSE
               PERFORM UNTIL WS-EOF
                   READ POSITION-INV-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOTS-READ
                           PERFORM 2510-COUNT-LOT
                   END-READ
               END-PERFORM
               CLOSE POSITION-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2510-COUNT-LOT.
           SET WS-PFT-IDX TO 1
           SEARCH WS-PFT-ENTRY
               WHEN WS-PFT-PORTFOLIO (WS-PFT-IDX) = INV-PORTFOLIO-ID
                   ADD 1 TO WS-PFT-LOT-COUNT (WS-PFT-IDX)
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  2700-LOAD-PERIOD-TOTALS carries each active portfolio's YTD
      *  residuals, and marks its balances open when any period
      *  total -- MTD or YTD, realized, unrealized, second-currency
      *  or carry -- is not zero.  A portfolio with no period record
      *  has nothing to roll off.
      *----------------------------------------------------------------
       2700-LOAD-PERIOD-TOTALS.
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PRD-FILE-OK
               MOVE 'PNLPERD.DAT' TO WS-MISSING-INPUT
           ELSE
               PERFORM UNTIL WS-EOF
                   READ PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 2710-NOTE-PERIOD-TOTALS
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2710-NOTE-PERIOD-TOTALS.
           SET WS-PFT-IDX TO 1
           SEARCH WS-PFT-ENTRY
               WHEN WS-PFT-PORTFOLIO (WS-PFT-IDX) = PRD-PORTFOLIO-ID
                   MOVE PRD-YTD-REALIZED
                       TO WS-PFT-YTD-REALIZED (WS-PFT-IDX)
                   MOVE PRD-YTD-UNREALIZED
                       TO WS-PFT-YTD-UNREALIZED (WS-PFT-IDX)
                   MOVE PRD-YTD-CARRY
                       TO WS-PFT-YTD-CARRY (WS-PFT-IDX)
                   IF PRD-MTD-REALIZED NOT = ZERO
                           OR PRD-MTD-UNREALIZED NOT = ZERO
                           OR PRD-YTD-REALIZED NOT = ZERO
                           OR PRD-YTD-UNREALIZED NOT = ZERO
                           OR PRD-MTD-RPT2-PNL NOT = ZERO
                           OR PRD-YTD-RPT2-PNL NOT = ZERO
                           OR PRD-MTD-CARRY NOT = ZERO
                           OR PRD-YTD-CARRY NOT = ZERO
                       MOVE 'N' TO WS-PFT-BALANCE-IND (WS-PFT-IDX)
                   END-IF
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  3000-OPEN-CANDIDATES empties the candidate file.  It is
      *  emptied even when the review cannot run, so last month's
      *  list is never worked as if it were this month's.
      *----------------------------------------------------------------
       3000-OPEN-CANDIDATES.
           OPEN OUTPUT CANDIDATE-FILE
           IF WS-PCD-FILE-OK
               MOVE 'Y' TO WS-CANDIDATE-OPEN-IND
           ELSE
               DISPLAY 'RPTDOR00 PRTCAND.KSD OPEN FAILED, STATUS '
                   WS-PCD-FILE-STATUS ' - NO CANDIDATES ONLINE'
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-REVIEW-PORTFOLIOS works out each active portfolio's
      *  idle days and whether it is dormant.
      *----------------------------------------------------------------
       3100-REVIEW-PORTFOLIOS.
           PERFORM VARYING WS-PFT-IDX FROM 1 BY 1
                   UNTIL WS-PFT-IDX > WS-PFT-COUNT
               PERFORM 3110-COUNT-IDLE-DAYS
               MOVE WS-DAYS-IDLE TO WS-PFT-DAYS-IDLE (WS-PFT-IDX)
               IF WS-DAYS-IDLE NOT < WS-IDLE-DAYS
                   IF WS-PFT-LOT-COUNT (WS-PFT-IDX) = ZERO
                       MOVE 'Y' TO WS-PFT-DORMANT-IND (WS-PFT-IDX)
                       ADD 1 TO WS-CANDIDATE-COUNT
                       IF WS-PFT-BALANCES-CLEAR (WS-PFT-IDX)
                           ADD 1 TO WS-CLOSE-READY-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-HOLDING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3110-COUNT-IDLE-DAYS counts from the last activity, or from
      *  inception when there is none.  A portfolio with neither a
      *  dated activity nor a valid inception date is taken as idle
      *  for as long as can be shown.  A date after the as-of date
      *  is no idle time at all.
      *----------------------------------------------------------------
       3110-COUNT-IDLE-DAYS.
           IF WS-PFT-LAST-ACTIVITY (WS-PFT-IDX) NOT = SPACES
               MOVE WS-PFT-LAST-ACTIVITY (WS-PFT-IDX) TO WS-IDLE-SINCE
           ELSE
               MOVE WS-PFT-INCEPTION (WS-PFT-IDX) TO WS-IDLE-SINCE
           END-IF
           IF WS-IDLE-SINCE IS NUMERIC
                   AND WS-IDLE-SINCE-NUM > 16010101
               COMPUTE WS-DAYS-WORK = WS-ASOF-JULIAN
                   - FUNCTION INTEGER-OF-DATE (WS-IDLE-SINCE-NUM)
               EVALUATE TRUE
                   WHEN WS-DAYS-WORK < ZERO
                       MOVE ZERO TO WS-DAYS-IDLE
                   WHEN WS-DAYS-WORK > 99999
                       MOVE 99999 TO WS-DAYS-IDLE
                   WHEN OTHER
                       MOVE WS-DAYS-WORK TO WS-DAYS-IDLE
               END-EVALUATE
           ELSE
               MOVE 99999 TO WS-DAYS-IDLE
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-WRITE-CANDIDATES lists the dormant portfolios and
      *  writes each one to the candidate file.
      *----------------------------------------------------------------
       4000-WRITE-CANDIDATES.
           MOVE 'DORMANT - CLOSE CANDIDATES (NO ACTIVITY, NO OPEN LOTS)'
               TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-PORTFOLIO-HEADER
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-PFT-IDX FROM 1 BY 1
                   UNTIL WS-PFT-IDX > WS-PFT-COUNT
               IF WS-PFT-DORMANT (WS-PFT-IDX)
                   PERFORM 8100-FORMAT-PORTFOLIO-LINE
                   IF WS-PFT-BALANCES-CLEAR (WS-PFT-IDX)
                       MOVE 'READY TO CLOSE' TO PFL-NOTE
                   ELSE
                       MOVE 'WAIT - PERIOD P&L OPEN' TO PFL-NOTE
                   END-IF
                   WRITE RPT-LINE FROM WS-PORTFOLIO-LINE
                   ADD 1 TO WS-SECTION-LINES
                   PERFORM 4100-WRITE-CANDIDATE-RECORD
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE 'NO DORMANT PORTFOLIOS' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       4100-WRITE-CANDIDATE-RECORD.
           IF WS-CANDIDATE-OPEN
               MOVE WS-PFT-PORTFOLIO (WS-PFT-IDX) TO PCD-PORTFOLIO-ID
               MOVE WS-PFT-DESCRIPTION (WS-PFT-IDX) TO PCD-DESCRIPTION
               MOVE WS-PFT-LAST-ACTIVITY (WS-PFT-IDX)
                   TO PCD-LAST-ACTIVITY-DATE
               MOVE WS-PFT-DAYS-IDLE (WS-PFT-IDX) TO PCD-DAYS-IDLE
               MOVE WS-PFT-YTD-REALIZED (WS-PFT-IDX)
                   TO PCD-YTD-REALIZED
               MOVE WS-PFT-YTD-UNREALIZED (WS-PFT-IDX)
                   TO PCD-YTD-UNREALIZED
               MOVE WS-PFT-YTD-CARRY (WS-PFT-IDX) TO PCD-YTD-CARRY
               MOVE WS-PFT-BALANCE-IND (WS-PFT-IDX)
                   TO PCD-BALANCE-IND
               MOVE WS-ASOF-DATE TO PCD-REVIEW-DATE
               WRITE PCD-REC
                   INVALID KEY
                       DISPLAY 'RPTDOR00 DUPLICATE CANDIDATE '
                           PCD-PORTFOLIO-ID ' NOT WRITTEN'
               END-WRITE
           END-IF
           .

      *----------------------------------------------------------------
      *  4500-WRITE-IDLE-HOLDING lists the idle portfolios that are
      *  not candidates because they still hold open lots.
      *----------------------------------------------------------------
       4500-WRITE-IDLE-HOLDING.
           MOVE 'IDLE BUT STILL HOLDING OPEN LOTS - NOT CANDIDATES'
               TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-PORTFOLIO-HEADER
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-PFT-IDX FROM 1 BY 1
                   UNTIL WS-PFT-IDX > WS-PFT-COUNT
               IF WS-PFT-LOT-COUNT (WS-PFT-IDX) > ZERO
                       AND WS-PFT-DAYS-IDLE (WS-PFT-IDX)
                           NOT < WS-IDLE-DAYS
                   PERFORM 8100-FORMAT-PORTFOLIO-LINE
                   MOVE 'FLATTEN BEFORE CLOSE' TO PFL-NOTE
                   WRITE RPT-LINE FROM WS-PORTFOLIO-LINE
                   ADD 1 TO WS-SECTION-LINES
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       5900-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE 'PORTFOLIOS ON THE MASTER' TO SUM-LABEL
           MOVE WS-MASTER-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACTIVE PORTFOLIOS REVIEWED' TO SUM-LABEL
           MOVE WS-PFT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS READ' TO SUM-LABEL
           MOVE WS-HIST-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPEN LOTS READ' TO SUM-LABEL
           MOVE WS-LOTS-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DORMANT - CLOSE CANDIDATES' TO SUM-LABEL
           MOVE WS-CANDIDATE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CANDIDATES READY TO CLOSE NOW' TO SUM-LABEL
           MOVE WS-CLOSE-READY-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'IDLE BUT STILL HOLDING OPEN LOTS' TO SUM-LABEL
           MOVE WS-HOLDING-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-PORTFOLIO-FULL
               MOVE 'ACTIVE PORTFOLIOS OVER 500 - REST NOT REVIEWED'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       8100-FORMAT-PORTFOLIO-LINE.
           MOVE WS-PFT-PORTFOLIO (WS-PFT-IDX) TO PFL-PORTFOLIO
           MOVE WS-PFT-DESCRIPTION (WS-PFT-IDX) TO PFL-DESCRIPTION
           MOVE WS-PFT-INCEPTION (WS-PFT-IDX) TO PFL-INCEPTION
           IF WS-PFT-LAST-ACTIVITY (WS-PFT-IDX) = SPACES
               MOVE 'NONE' TO PFL-LAST-ACTIVITY
           ELSE
               MOVE WS-PFT-LAST-ACTIVITY (WS-PFT-IDX)
                   TO PFL-LAST-ACTIVITY
           END-IF
           MOVE WS-PFT-DAYS-IDLE (WS-PFT-IDX) TO PFL-DAYS-IDLE
           MOVE WS-PFT-LOT-COUNT (WS-PFT-IDX) TO PFL-LOT-COUNT
           MOVE WS-PFT-YTD-REALIZED (WS-PFT-IDX) TO PFL-YTD-REALIZED
           MOVE WS-PFT-YTD-UNREALIZED (WS-PFT-IDX)
               TO PFL-YTD-UNREALIZED
           MOVE WS-PFT-YTD-CARRY (WS-PFT-IDX) TO PFL-YTD-CARRY
           .

       9999-TERMINATE.
           IF WS-CANDIDATE-OPEN
               CLOSE CANDIDATE-FILE
           END-IF
           CLOSE DORMANCY-REPORT
           DISPLAY 'RPTDOR00 ACTIVE REVIEWED: ' WS-PFT-COUNT
               ' CANDIDATES: ' WS-CANDIDATE-COUNT
               ' READY TO CLOSE: ' WS-CLOSE-READY-COUNT
               ' IDLE HOLDING: ' WS-HOLDING-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when an input was missing or the
      *  candidate file could not be opened, a warning when active
      *  portfolios went unreviewed, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTDOR00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-MISSING-INPUT NOT = SPACES
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE SPACES TO RC-ERROR-TEXT
                   STRING WS-MISSING-INPUT DELIMITED BY SPACE
                          ' MISSING - DORMANCY REVIEW NOT RUN'
                              DELIMITED BY SIZE
                       INTO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN NOT WS-CANDIDATE-OPEN
                   MOVE 'E002' TO RC-ERROR-CODE
                   MOVE 'PRTCAND.KSD NOT OPENED - NO CANDIDATES ONLINE'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN WS-PORTFOLIO-FULL
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'OVER 500 ACTIVE PORTFOLIOS - REST NOT REVIEWED'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this step's final return code and
      *  message to the shared run log.  The first-ever run starts
      *  the file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'RPTDOR00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
