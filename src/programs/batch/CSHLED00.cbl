       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSHLED00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  CSHLED00 -- PORTFOLIO CASH LEDGER AND CASH STATEMENT
      *  The chain computes P&L but never tracked cash, so treasury
      *  guessed which portfolios were overdrawn.  This step keeps
      *  CASHBAL.DAT (CASHBAL.cpy), one balance per portfolio per
      *  currency, and posts to it each night everything in the loaded
      *  history that settled since the last posting:
      *    - TRADES: a trade's principal on its settlement date -- the
      *      cost amount paid away when it opens a position ('O'), the
      *      trade amount received when it closes one ('C').  A trade
      *      with no settlement date (the standard T1 layout) settles
      *      on its trade date, as PNLBLD00 treats it;
      *    - COMMISSION and FEES: paid away on the same date;
      *    - EVENTS: a T3 cash event's trade amount less its cost
      *      amount -- the same net the calc books as realized;
      *    - CARRY: tonight's cost-of-carry accrual off PNLOUT.DAT,
      *      paid away on the business date.
      *  A cancelled trade is never posted if its cancel applied on or
      *  before its settlement date; one cancelled after it settled is
      *  reversed, movement by movement, on the night of the cancel.
      *
      *  The posting window runs from the day after the previous
      *  posting night to tonight's business date, so a weekend's
      *  settlements land on Monday and nothing is skipped.  The first
      *  run, with no ledger yet, posts the whole history.  A rerun of
      *  the same business date restores each opening balance and
      *  re-posts the same window.
      *
      *  CSHSTM.PRT is the statement: opening balance, movements by
      *  type, and closing balance per portfolio and currency, then a
      *  list of the overdrawn balances treasury has to fund.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PNL-OUTPUT-FILE ASSIGN TO 'PNLOUT.DAT'
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT CASH-BALANCE-FILE ASSIGN TO 'CASHBAL.DAT'
               FILE STATUS IS WS-CB-FILE-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO 'CSHSTM.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The nightly flat unload HISTLD00 writes, in TRNREC.cpy's
      *--  layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Tonight's calc output; only the carry column is used here.
       FD  PNL-OUTPUT-FILE.
           COPY PNLOUTRC.

       FD  CASH-BALANCE-FILE.
           COPY CASHBAL.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  STATEMENT-REPORT.
       01  RPT-LINE                  PIC X(132).

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
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
           88  WS-HIST-FILE-MISSING  VALUE '35'.
       01  WS-OUT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OUT-FILE-OK        VALUE '00'.
           88  WS-OUT-FILE-MISSING   VALUE '35'.
       01  WS-CB-FILE-STATUS         PIC X(02) VALUE '00'.
           88  WS-CB-FILE-OK         VALUE '00'.
           88  WS-CB-FILE-MISSING    VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The posting window is every date after WS-WINDOW-START up
      *--  to and including WS-RUN-DATE.  LOW-VALUES on the first run
      *--  takes in the whole history.
       01  WS-WINDOW-START           PIC X(08) VALUE LOW-VALUES.
       01  WS-RERUN-IND              PIC X(01) VALUE 'N'.
           88  WS-RERUN              VALUE 'Y'.
       01  WS-FIRST-RECORD-IND       PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD       VALUE 'Y'.

      *--  The ledger, loaded from CASHBAL.DAT, opened for tonight,
      *--  extended by any new portfolio/currency met, and rewritten
      *--  at the end.
       01  WS-CB-COUNT               PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CB-COUNT
                   INDEXED BY WS-CB-IDX.
               10  WS-CB-TBL-PORTFOLIO   PIC X(08).
               10  WS-CB-TBL-CURRENCY    PIC X(03).
               10  WS-CB-TBL-OPENING     PIC S9(13)V99 COMP-3.
               10  WS-CB-TBL-TRADES      PIC S9(13)V99 COMP-3.
               10  WS-CB-TBL-COMMISSION  PIC S9(13)V99 COMP-3.
               10  WS-CB-TBL-FEES        PIC S9(13)V99 COMP-3.
               10  WS-CB-TBL-EVENTS      PIC S9(13)V99 COMP-3.
               10  WS-CB-TBL-CARRY       PIC S9(13)V99 COMP-3.
               10  WS-CB-TBL-CLOSING     PIC S9(13)V99 COMP-3.
       01  WS-CB-DROPPED-COUNT       PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-PORTFOLIO       PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-SETTLE-DATE            PIC X(08) VALUE SPACES.
      *--  +1 posts a movement, -1 reverses it.
       01  WS-POST-SIGN              PIC S9(01) VALUE +1.
       01  WS-PRINCIPAL-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-POSTED-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-REVERSED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CARRY-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OVERDRAWN-COUNT        PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(30)
                   VALUE 'PORTFOLIO CASH STATEMENT'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(18)
                   VALUE '   POSTED AFTER: '.
           05  HDR-WINDOW-START      PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(16) VALUE 'OPENING'.
           05  FILLER                PIC X(16) VALUE 'TRADES'.
           05  FILLER                PIC X(16) VALUE 'COMMISSION'.
           05  FILLER                PIC X(16) VALUE 'FEES'.
           05  FILLER                PIC X(16) VALUE 'CASH EVENTS'.
           05  FILLER                PIC X(16) VALUE 'CARRY'.
           05  FILLER                PIC X(16) VALUE 'CLOSING'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OPENING           PIC Z(10)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-TRADES            PIC Z(10)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-COMMISSION        PIC Z(10)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-FEES              PIC Z(10)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-EVENTS            PIC Z(10)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CARRY             PIC Z(10)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CLOSING           PIC Z(10)9.99-.
           05  DTL-FLAG              PIC X(02).

       01  WS-OVERDRAWN-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'OVERDRAWN BALANCES TO FUND'.

       01  WS-OVERDRAWN-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  OVD-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OVD-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OVD-CLOSING           PIC Z(10)9.99-.

       01  WS-NO-OVERDRAWN-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO OVERDRAWN BALANCES'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(18)
                   VALUE 'MOVEMENTS POSTED: '.
           05  SUM-POSTED            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  REVERSED: '.
           05  SUM-REVERSED          PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  CARRY LINES: '.
           05  SUM-CARRY             PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  OVERDRAWN: '.
           05  SUM-OVERDRAWN         PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LEDGER.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-SETTLEMENTS
           IF WS-HIST-OPEN-OK
               PERFORM 2500-POST-CARRY
               PERFORM 3000-WRITE-STATEMENT
               PERFORM 4000-REWRITE-LEDGER
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1100-LOAD-LEDGER
           OPEN OUTPUT STATEMENT-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-WINDOW-START TO HDR-WINDOW-START
           IF WS-WINDOW-START = LOW-VALUES
               MOVE 'INCEPTN' TO HDR-WINDOW-START
           END-IF
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
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
      *  1100-LOAD-LEDGER loads every balance and opens it for
      *  tonight.  The first record decides the window: a ledger last
      *  posted tonight is a rerun, which restores the opening balance
      *  and re-posts from the night before; otherwise yesterday's
      *  closing becomes tonight's opening and the window starts after
      *  the last posting night.
      *----------------------------------------------------------------
       1100-LOAD-LEDGER.
           MOVE ZERO TO WS-CB-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASH-BALANCE-FILE
           IF WS-CB-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-CB-COUNT NOT < 2000
                   READ CASH-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 1150-OPEN-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE CASH-BALANCE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-OPEN-ONE-BALANCE.
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-IND
               IF CB-LAST-POSTED-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-RERUN-IND
                   MOVE CB-PRIOR-POSTED-DATE TO WS-WINDOW-START
               ELSE
                   MOVE CB-LAST-POSTED-DATE TO WS-WINDOW-START
               END-IF
           END-IF
           ADD 1 TO WS-CB-COUNT
           SET WS-CB-IDX TO WS-CB-COUNT
           PERFORM 1170-CLEAR-MOVEMENTS
           MOVE CB-PORTFOLIO-ID TO WS-CB-TBL-PORTFOLIO (WS-CB-IDX)
           MOVE CB-CURRENCY-CODE TO WS-CB-TBL-CURRENCY (WS-CB-IDX)
           IF WS-RERUN
               MOVE CB-OPENING-BALANCE TO WS-CB-TBL-OPENING (WS-CB-IDX)
           ELSE
               MOVE CB-CLOSING-BALANCE TO WS-CB-TBL-OPENING (WS-CB-IDX)
           END-IF
           .

       1170-CLEAR-MOVEMENTS.
           MOVE ZERO TO WS-CB-TBL-OPENING (WS-CB-IDX)
           MOVE ZERO TO WS-CB-TBL-TRADES (WS-CB-IDX)
           MOVE ZERO TO WS-CB-TBL-COMMISSION (WS-CB-IDX)
           MOVE ZERO TO WS-CB-TBL-FEES (WS-CB-IDX)
           MOVE ZERO TO WS-CB-TBL-EVENTS (WS-CB-IDX)
           MOVE ZERO TO WS-CB-TBL-CARRY (WS-CB-IDX)
           MOVE ZERO TO WS-CB-TBL-CLOSING (WS-CB-IDX)
           .

      *----------------------------------------------------------------
      *  2000-POST-SETTLEMENTS sweeps the loaded history once.  A
      *  record settling inside the window posts, unless a cancel had
      *  already applied by its settlement date; a record settled
      *  earlier whose cancel applied inside the window is reversed.
      *  Cancel requests ('TC') and position transfers ('TX') move no
      *  cash themselves.  A missing history fails the step without
      *  touching the ledger.
      *----------------------------------------------------------------
       2000-POST-SETTLEMENTS.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-OK
               MOVE 'Y' TO WS-HIST-OPEN-IND
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF HIST-RECORD-TYPE NOT = 'TC'
                                   AND HIST-RECORD-TYPE NOT = 'TX'
                               PERFORM 2100-POST-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-POST-ONE-RECORD.
           IF HIST-SETTLEMENT-DATE = SPACES
               MOVE HIST-TRADE-DATE TO WS-SETTLE-DATE
           ELSE
               MOVE HIST-SETTLEMENT-DATE TO WS-SETTLE-DATE
           END-IF
           IF WS-SETTLE-DATE > WS-WINDOW-START
                   AND WS-SETTLE-DATE NOT > WS-RUN-DATE
               IF HIST-CANCEL-IND = 'Y'
                       AND HIST-CANCEL-DATE NOT > WS-SETTLE-DATE
                   CONTINUE
               ELSE
                   MOVE +1 TO WS-POST-SIGN
                   PERFORM 2200-POST-MOVEMENTS
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           END-IF
           IF HIST-CANCEL-IND = 'Y'
                   AND HIST-CANCEL-DATE > WS-WINDOW-START
                   AND HIST-CANCEL-DATE NOT > WS-RUN-DATE
                   AND WS-SETTLE-DATE < HIST-CANCEL-DATE
               MOVE -1 TO WS-POST-SIGN
               PERFORM 2200-POST-MOVEMENTS
               ADD 1 TO WS-REVERSED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-POST-MOVEMENTS adds one history record's cash, by type,
      *  to its portfolio/currency balance, times WS-POST-SIGN.
      *----------------------------------------------------------------
       2200-POST-MOVEMENTS.
           MOVE HIST-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE HIST-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2900-FIND-BALANCE
           IF WS-FOUND
               IF HIST-RECORD-TYPE = 'T3'
                   COMPUTE WS-PRINCIPAL-AMT =
                       (HIST-TRADE-AMT - HIST-COST-AMT) * WS-POST-SIGN
                   ADD WS-PRINCIPAL-AMT
                       TO WS-CB-TBL-EVENTS (WS-CB-IDX)
               ELSE
                   IF HIST-POSITION-STATUS = 'C'
                       COMPUTE WS-PRINCIPAL-AMT =
                           HIST-TRADE-AMT * WS-POST-SIGN
                   ELSE
                       COMPUTE WS-PRINCIPAL-AMT =
                           ZERO - (HIST-COST-AMT * WS-POST-SIGN)
                   END-IF
                   ADD WS-PRINCIPAL-AMT
                       TO WS-CB-TBL-TRADES (WS-CB-IDX)
               END-IF
               COMPUTE WS-CB-TBL-COMMISSION (WS-CB-IDX) =
                   WS-CB-TBL-COMMISSION (WS-CB-IDX)
                   - (HIST-COMMISSION-AMT * WS-POST-SIGN)
               COMPUTE WS-CB-TBL-FEES (WS-CB-IDX) =
                   WS-CB-TBL-FEES (WS-CB-IDX)
                   - (HIST-FEE-AMT * WS-POST-SIGN)
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-POST-CARRY charges tonight's cost-of-carry accrual, off
      *  the calc's output, to each record's portfolio and native
      *  currency.  A carry-off run has nothing to post.  The trailer
      *  is skipped.
      *----------------------------------------------------------------
       2500-POST-CARRY.
           OPEN INPUT PNL-OUTPUT-FILE
           IF WS-OUT-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ PNL-OUTPUT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TRL-ID NOT = 'TRAILER '
                                   AND PNL-CARRY-AMT NOT = ZERO
                               PERFORM 2600-POST-ONE-CARRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PNL-OUTPUT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2600-POST-ONE-CARRY.
           MOVE PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE PNL-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2900-FIND-BALANCE
           IF WS-FOUND
               SUBTRACT PNL-CARRY-AMT FROM WS-CB-TBL-CARRY (WS-CB-IDX)
               ADD 1 TO WS-CARRY-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-FIND-BALANCE positions WS-CB-IDX on the balance for
      *  WS-LOOKUP-PORTFOLIO/WS-LOOKUP-CURRENCY, opening a zero one
      *  for a pair the ledger has not seen.  A full table counts the
      *  movement as dropped.
      *----------------------------------------------------------------
       2900-FIND-BALANCE.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-CB-COUNT > ZERO
               SET WS-CB-IDX TO 1
               SEARCH WS-CB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CB-TBL-PORTFOLIO (WS-CB-IDX)
                           = WS-LOOKUP-PORTFOLIO
                           AND WS-CB-TBL-CURRENCY (WS-CB-IDX)
                               = WS-LOOKUP-CURRENCY
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-CB-COUNT NOT < 2000
                   ADD 1 TO WS-CB-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-CB-COUNT
                   SET WS-CB-IDX TO WS-CB-COUNT
                   PERFORM 1170-CLEAR-MOVEMENTS
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-CB-TBL-PORTFOLIO (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-TBL-CURRENCY (WS-CB-IDX)
                   MOVE 'Y' TO WS-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-WRITE-STATEMENT closes every balance -- opening plus
      *  the night's movements -- and prints it, flagging the
      *  overdrawn ones, which then print again as a funding list.
      *----------------------------------------------------------------
       3000-WRITE-STATEMENT.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
               COMPUTE WS-CB-TBL-CLOSING (WS-CB-IDX) =
                   WS-CB-TBL-OPENING (WS-CB-IDX)
                   + WS-CB-TBL-TRADES (WS-CB-IDX)
                   + WS-CB-TBL-COMMISSION (WS-CB-IDX)
                   + WS-CB-TBL-FEES (WS-CB-IDX)
                   + WS-CB-TBL-EVENTS (WS-CB-IDX)
                   + WS-CB-TBL-CARRY (WS-CB-IDX)
               MOVE WS-CB-TBL-PORTFOLIO (WS-CB-IDX) TO DTL-PORTFOLIO
               MOVE WS-CB-TBL-CURRENCY (WS-CB-IDX) TO DTL-CURRENCY
               MOVE WS-CB-TBL-OPENING (WS-CB-IDX) TO DTL-OPENING
               MOVE WS-CB-TBL-TRADES (WS-CB-IDX) TO DTL-TRADES
               MOVE WS-CB-TBL-COMMISSION (WS-CB-IDX) TO DTL-COMMISSION
               MOVE WS-CB-TBL-FEES (WS-CB-IDX) TO DTL-FEES
               MOVE WS-CB-TBL-EVENTS (WS-CB-IDX) TO DTL-EVENTS
               MOVE WS-CB-TBL-CARRY (WS-CB-IDX) TO DTL-CARRY
               MOVE WS-CB-TBL-CLOSING (WS-CB-IDX) TO DTL-CLOSING
               MOVE SPACES TO DTL-FLAG
               IF WS-CB-TBL-CLOSING (WS-CB-IDX) < ZERO
                   MOVE ' *' TO DTL-FLAG
                   ADD 1 TO WS-OVERDRAWN-COUNT
               END-IF
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           WRITE RPT-LINE FROM WS-OVERDRAWN-HEADER
           IF WS-OVERDRAWN-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-OVERDRAWN-LINE
           END-IF
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
               IF WS-CB-TBL-CLOSING (WS-CB-IDX) < ZERO
                   MOVE WS-CB-TBL-PORTFOLIO (WS-CB-IDX) TO OVD-PORTFOLIO
                   MOVE WS-CB-TBL-CURRENCY (WS-CB-IDX) TO OVD-CURRENCY
                   MOVE WS-CB-TBL-CLOSING (WS-CB-IDX) TO OVD-CLOSING
                   WRITE RPT-LINE FROM WS-OVERDRAWN-LINE
               END-IF
           END-PERFORM
           MOVE WS-POSTED-COUNT TO SUM-POSTED
           MOVE WS-REVERSED-COUNT TO SUM-REVERSED
           MOVE WS-CARRY-COUNT TO SUM-CARRY
           MOVE WS-OVERDRAWN-COUNT TO SUM-OVERDRAWN
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

      *----------------------------------------------------------------
      *  4000-REWRITE-LEDGER writes every balance back stamped with
      *  tonight's date and the night the window started after, ready
      *  for tomorrow's roll or a rerun.
      *----------------------------------------------------------------
       4000-REWRITE-LEDGER.
           OPEN OUTPUT CASH-BALANCE-FILE
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
               MOVE WS-CB-TBL-PORTFOLIO (WS-CB-IDX) TO CB-PORTFOLIO-ID
               MOVE WS-CB-TBL-CURRENCY (WS-CB-IDX) TO CB-CURRENCY-CODE
               MOVE WS-RUN-DATE TO CB-LAST-POSTED-DATE
               MOVE WS-WINDOW-START TO CB-PRIOR-POSTED-DATE
               MOVE WS-CB-TBL-OPENING (WS-CB-IDX) TO CB-OPENING-BALANCE
               MOVE WS-CB-TBL-TRADES (WS-CB-IDX) TO CB-DAY-TRADES
               MOVE WS-CB-TBL-COMMISSION (WS-CB-IDX)
                   TO CB-DAY-COMMISSION
               MOVE WS-CB-TBL-FEES (WS-CB-IDX) TO CB-DAY-FEES
               MOVE WS-CB-TBL-EVENTS (WS-CB-IDX) TO CB-DAY-EVENTS
               MOVE WS-CB-TBL-CARRY (WS-CB-IDX) TO CB-DAY-CARRY
               MOVE WS-CB-TBL-CLOSING (WS-CB-IDX) TO CB-CLOSING-BALANCE
               WRITE CB-REC
           END-PERFORM
           CLOSE CASH-BALANCE-FILE
           .

       9999-TERMINATE.
           CLOSE STATEMENT-REPORT
           DISPLAY 'CSHLED00 MOVEMENTS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'CSHLED00 MOVEMENTS REVERSED: ' WS-REVERSED-COUNT
           DISPLAY 'CSHLED00 OVERDRAWN BALANCES: ' WS-OVERDRAWN-COUNT
           IF WS-CB-DROPPED-COUNT > ZERO
               DISPLAY 'CSHLED00 MOVEMENTS DROPPED (TABLE FULL): '
                   WS-CB-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the history could not be read
      *  (the ledger is left as it was), a warning when a balance is
      *  overdrawn or a movement was dropped; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'CSHLED00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-HIST-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'TRNHIST.DAT NOT AVAILABLE - LEDGER NOT POSTED'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-OVERDRAWN-COUNT > ZERO
                       OR WS-CB-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'OVERDRAWN BALANCE OR MOVEMENT DROPPED'
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
           MOVE 'CSHLED00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
