       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTSTM00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTSTM00 -- MONTHLY CLIENT STATEMENT
      *  Prints one statement per portfolio for a calendar month --
      *  what client service used to assemble by hand from RPTHIS00
      *  output and the month-end report.  Each statement starts a new
      *  page headed with the portfolio's description and base
      *  currency off PORTMST.DAT, and shows:
      *    - OPENING POSITIONS: the open lots at the end of the prior
      *      month, off that month's last POSINV.DAT archive
      *      generation (staged under POSINVOP);
      *    - ACTIVITY: every trade and cash event in the month off the
      *      history unload (TRNHIST.DAT), cancelled bookings marked,
      *      position transfers shown for both portfolios;
      *    - CLOSING POSITIONS: the open lots at month end, off
      *      POSINV.DAT;
      *    - PERFORMANCE: MTD and YTD realized and unrealized P&L off
      *      PNLPERD.DAT, in USD and in the base currency.
      *  Position costs are in each lot's own currency, with the
      *  section total converted to the base currency at FXRATE.DAT.
      *
      *  Closed portfolios, and portfolios with no trade or cash
      *  event in the month, get no statement.  Parameters come from
      *  the environment the way RPTHIS00's do:
      *
      *    STMT-PERIOD      YYYYMM to state (default: the month
      *                     before the run date)
      *    STMT-PORTFOLIO   one portfolio (default: all)
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OPENING-INV-FILE ASSIGN TO 'POSINVOP.DAT'
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'PNLPERD.DAT'
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO 'RPTSTM.PRT'.

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

      *--  The prior month's closing inventory, an archived
      *--  generation of POSINV.DAT, under OPN- names.
       FD  OPENING-INV-FILE.
           COPY POSINVRC REPLACING LEADING ==INV-== BY ==OPN-==.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Shared with PNLACC00 and RPTMTH00 via PNLPERD.cpy.
       FD  PERIOD-FILE.
           COPY PNLPERD.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  STATEMENT-REPORT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PMR-FILE-OK        VALUE '00'.
           88  WS-PMR-FILE-MISSING   VALUE '35'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
           88  WS-HIST-FILE-MISSING  VALUE '35'.
       01  WS-OPN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OPN-FILE-OK        VALUE '00'.
           88  WS-OPN-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-PRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRD-FILE-OK        VALUE '00'.
           88  WS-PRD-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

      *--  Set once, right after the OPEN -- the file status field
      *--  itself moves on with every READ.
       01  WS-PMR-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-PMR-OPEN-OK        VALUE 'Y'.
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.
       01  WS-OPN-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-OPN-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).

      *--  Selection parameters.
       01  WS-SEL-PERIOD             PIC X(06) VALUE SPACES.
       01  WS-SEL-PERIOD-PARTS REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YYYY           PIC 9(04).
           05  WS-SEL-MM             PIC 9(02).
       01  WS-SEL-PORTFOLIO          PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE              PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                PIC X(08) VALUE SPACES.

      *--  The day's rates, the same 50-entry shape the calc loads.
       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  Period totals, for the performance section.
       01  WS-PRD-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRD-COUNT
                   INDEXED BY WS-PRD-IDX.
               10  WS-PRD-TBL-PORTFOLIO   PIC X(08).
               10  WS-PRD-TBL-LAST-DATE   PIC X(08).
               10  WS-PRD-TBL-MTD-REAL    PIC S9(13)V99 COMP-3.
               10  WS-PRD-TBL-MTD-UNREAL  PIC S9(13)V99 COMP-3.
               10  WS-PRD-TBL-YTD-REAL    PIC S9(13)V99 COMP-3.
               10  WS-PRD-TBL-YTD-UNREAL  PIC S9(13)V99 COMP-3.

      *--  The month's activity, every portfolio's, off the history
      *--  unload.  A position transfer is held once in history under
      *--  the giving portfolio; it is loaded twice here, once for
      *--  each side, so each statement finds it under its own ID.
       01  WS-ACT-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-ACT-COUNT
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-TBL-PORTFOLIO   PIC X(08).
               10  WS-ACT-TBL-TRADE-DATE  PIC X(08).
               10  WS-ACT-TBL-TYPE        PIC X(02).
               10  WS-ACT-TBL-POSITION    PIC X(01).
               10  WS-ACT-TBL-CANCEL-IND  PIC X(01).
               10  WS-ACT-TBL-INSTRUMENT  PIC X(12).
               10  WS-ACT-TBL-CURRENCY    PIC X(03).
               10  WS-ACT-TBL-QUANTITY    PIC S9(11)V9(04) COMP-3.
               10  WS-ACT-TBL-TRADE-AMT   PIC S9(13)V99 COMP-3.
               10  WS-ACT-TBL-COMM-AMT    PIC S9(13)V99 COMP-3.
               10  WS-ACT-TBL-FEE-AMT     PIC S9(13)V99 COMP-3.
               10  WS-ACT-TBL-XFER-DIR    PIC X(04).
               10  WS-ACT-TBL-XFER-PORT   PIC X(08).
       01  WS-ACT-DROPPED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.

      *--  Opening and closing open lots, every portfolio's, one table
      *--  told apart by WS-LOT-TBL-SIDE.
       01  WS-LOT-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LOT-COUNT
                   INDEXED BY WS-LOT-IDX.
               10  WS-LOT-TBL-SIDE        PIC X(01).
               10  WS-LOT-TBL-PORTFOLIO   PIC X(08).
               10  WS-LOT-TBL-TRADE-DATE  PIC X(08).
               10  WS-LOT-TBL-INSTRUMENT  PIC X(12).
               10  WS-LOT-TBL-CURRENCY    PIC X(03).
               10  WS-LOT-TBL-QUANTITY    PIC S9(11)V9(04) COMP-3.
               10  WS-LOT-TBL-COST-AMT    PIC S9(13)V99 COMP-3.
       01  WS-LOT-DROPPED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-HAS-ACTIVITY-IND       PIC X(01) VALUE 'N'.
           88  WS-HAS-ACTIVITY       VALUE 'Y'.
       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-WANT-SIDE              PIC X(01) VALUE SPACE.
       01  WS-SECTION-LINES          PIC 9(05) COMP-3 VALUE ZERO.

      *--  Base-currency conversion: USD amounts divide by the base
      *--  currency's rate to USD; a base currency with no rate is
      *--  shown in USD and flagged.
       01  WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-BASE-RATE              PIC 9(01)V9(06) VALUE ZERO.
       01  WS-BASE-RATE-IND          PIC X(01) VALUE 'N'.
           88  WS-BASE-RATE-FOUND    VALUE 'Y'.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-RATE            PIC 9(01)V9(06) VALUE ZERO.
       01  WS-LOOKUP-RATE-IND        PIC X(01) VALUE 'N'.
           88  WS-LOOKUP-RATE-FOUND  VALUE 'Y'.
       01  WS-USD-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BASE-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SECTION-BASE-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SECTION-NO-RATE        PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-PERF-REAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PERF-UNREAL            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-MASTER-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-STATEMENT-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CLOSED-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-QUIET-COUNT            PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-STMT-HEADER-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'CLIENT STATEMENT'.
           05  FILLER                PIC X(08) VALUE 'PERIOD: '.
           05  HDR-FROM-DATE         PIC X(08).
           05  FILLER                PIC X(04) VALUE ' TO '.
           05  HDR-TO-DATE           PIC X(08).
           05  FILLER                PIC X(12) VALUE '  RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-STMT-HEADER-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(11) VALUE 'PORTFOLIO: '.
           05  HDR-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDR-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(18)
                   VALUE '  BASE CURRENCY: '.
           05  HDR-BASE-CURRENCY     PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDR-BASE-NOTE         PIC X(30).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(40).

       01  WS-LOT-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(12) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(22) VALUE 'QUANTITY'.
           05  FILLER                PIC X(18) VALUE 'COST'.

       01  WS-LOT-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  LOT-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LOT-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOT-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOT-QUANTITY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOT-COST-AMT          PIC Z(11)9.99-.

       01  WS-LOT-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(06) VALUE 'LOTS: '.
           05  LTT-COUNT             PIC ZZ,ZZ9.
           05  FILLER                PIC X(24)
                   VALUE '   TOTAL COST IN BASE: '.
           05  LTT-BASE-TOTAL        PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  LTT-BASE-CURRENCY     PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LTT-NOTE              PIC X(30).

       01  WS-ACT-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'DATE'.
           05  FILLER                PIC X(07) VALUE 'TYPE'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(19) VALUE 'QUANTITY'.
           05  FILLER                PIC X(18) VALUE 'AMOUNT'.
           05  FILLER                PIC X(18) VALUE 'COMMISSION'.
           05  FILLER                PIC X(18) VALUE 'FEES'.
           05  FILLER                PIC X(16) VALUE 'NOTE'.

       01  WS-ACT-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ACT-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-TYPE              PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-QUANTITY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACT-TRADE-AMT         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-COMM-AMT          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-FEE-AMT           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-NOTE              PIC X(14).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NON-TEXT              PIC X(40).

       01  WS-PERF-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(24) VALUE SPACES.
           05  FILLER                PIC X(18) VALUE 'REALIZED (USD)'.
           05  FILLER                PIC X(18) VALUE 'UNREALIZED (USD)'.
           05  FILLER                PIC X(18) VALUE 'TOTAL (USD)'.
           05  FILLER                PIC X(11) VALUE 'TOTAL IN '.
           05  PRH-BASE-CURRENCY     PIC X(03).

       01  WS-PERF-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  PRF-LABEL             PIC X(22).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRF-REALIZED          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRF-UNREALIZED        PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRF-TOTAL             PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRF-BASE-TOTAL        PIC Z(11)9.99-.

       01  WS-PERF-ASOF-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(27)
                   VALUE 'PERIOD TOTALS AS POSTED ON '.
           05  PRA-DATE              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRA-NOTE              PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(23)
                   VALUE 'STATEMENTS PRINTED:   '.
           05  SUM-STATEMENTS        PIC ZZ,ZZ9.
           05  FILLER                PIC X(20)
                   VALUE '  CLOSED, SKIPPED: '.
           05  SUM-CLOSED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(23)
                   VALUE '  NO ACTIVITY, SKIPPED:'.
           05  SUM-QUIET             PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-STATEMENT.
           PERFORM 1000-INITIALIZE
           IF WS-PMR-OPEN-OK AND WS-HIST-OPEN-OK
               PERFORM 2000-PRINT-STATEMENTS
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE works out the month to state and loads
      *  everything the statements are printed from.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEL-PERIOD FROM ENVIRONMENT 'STMT-PERIOD'
           ACCEPT WS-SEL-PORTFOLIO FROM ENVIRONMENT 'STMT-PORTFOLIO'
           IF WS-SEL-PERIOD = SPACES OR WS-SEL-PERIOD NOT NUMERIC
               IF WS-RUN-MM = 1
                   COMPUTE WS-SEL-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-SEL-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-SEL-YYYY
                   COMPUTE WS-SEL-MM = WS-RUN-MM - 1
               END-IF
           END-IF
           STRING WS-SEL-PERIOD '01' DELIMITED BY SIZE
               INTO WS-FROM-DATE
           STRING WS-SEL-PERIOD '31' DELIMITED BY SIZE
               INTO WS-TO-DATE
           PERFORM 1050-LOAD-FX-RATES
           PERFORM 1100-LOAD-PERIOD-FILE
           PERFORM 1200-LOAD-ACTIVITY
           PERFORM 1300-LOAD-OPENING-LOTS
           PERFORM 1400-LOAD-CLOSING-LOTS
           OPEN OUTPUT STATEMENT-REPORT
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-OK
               MOVE 'Y' TO WS-PMR-OPEN-IND
           END-IF
           .

       1050-LOAD-FX-RATES.
           MOVE ZERO TO WS-FXR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-FXR-COUNT NOT < 50
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FXR-COUNT
                           MOVE FXR-CURRENCY-CODE TO
                               WS-FXR-TBL-CURRENCY (WS-FXR-COUNT)
                           MOVE FXR-RATE-TO-USD TO
                               WS-FXR-TBL-RATE (WS-FXR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1100-LOAD-PERIOD-FILE.
           MOVE ZERO TO WS-PRD-COUNT
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-PRD-COUNT NOT < 2000
                   READ PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PRD-PORTFOLIO-ID TO
                               WS-PRD-TBL-PORTFOLIO (WS-PRD-COUNT)
                           MOVE PRD-LAST-POSTED-DATE TO
                               WS-PRD-TBL-LAST-DATE (WS-PRD-COUNT)
                           MOVE PRD-MTD-REALIZED TO
                               WS-PRD-TBL-MTD-REAL (WS-PRD-COUNT)
                           MOVE PRD-MTD-UNREALIZED TO
                               WS-PRD-TBL-MTD-UNREAL (WS-PRD-COUNT)
                           MOVE PRD-YTD-REALIZED TO
                               WS-PRD-TBL-YTD-REAL (WS-PRD-COUNT)
                           MOVE PRD-YTD-UNREALIZED TO
                               WS-PRD-TBL-YTD-UNREAL (WS-PRD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1200-LOAD-ACTIVITY.
           MOVE ZERO TO WS-ACT-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-OK
               MOVE 'Y' TO WS-HIST-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-TRADE-DATE NOT < WS-FROM-DATE
                               AND HIST-TRADE-DATE NOT > WS-TO-DATE
                           PERFORM 1250-LOAD-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-OPEN-OK
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1250-LOAD-ONE-ACTIVITY.
           PERFORM 1260-ADD-ACTIVITY-ENTRY
           IF WS-FOUND AND HIST-TYPE-TRANSFER
               MOVE 'TO' TO WS-ACT-TBL-XFER-DIR (WS-ACT-IDX)
               MOVE HIST-TRANSFER-PORTFOLIO
                   TO WS-ACT-TBL-XFER-PORT (WS-ACT-IDX)
               PERFORM 1260-ADD-ACTIVITY-ENTRY
               IF WS-FOUND
                   MOVE HIST-TRANSFER-PORTFOLIO
                       TO WS-ACT-TBL-PORTFOLIO (WS-ACT-IDX)
                   MOVE 'FROM' TO WS-ACT-TBL-XFER-DIR (WS-ACT-IDX)
                   MOVE HIST-PORTFOLIO-ID
                       TO WS-ACT-TBL-XFER-PORT (WS-ACT-IDX)
               END-IF
           END-IF
           .

       1260-ADD-ACTIVITY-ENTRY.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-ACT-COUNT NOT < 20000
               ADD 1 TO WS-ACT-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ACT-COUNT
               SET WS-ACT-IDX TO WS-ACT-COUNT
               MOVE HIST-PORTFOLIO-ID
                   TO WS-ACT-TBL-PORTFOLIO (WS-ACT-IDX)
               MOVE HIST-TRADE-DATE
                   TO WS-ACT-TBL-TRADE-DATE (WS-ACT-IDX)
               MOVE HIST-RECORD-TYPE TO WS-ACT-TBL-TYPE (WS-ACT-IDX)
               MOVE HIST-POSITION-STATUS
                   TO WS-ACT-TBL-POSITION (WS-ACT-IDX)
               MOVE HIST-CANCEL-IND
                   TO WS-ACT-TBL-CANCEL-IND (WS-ACT-IDX)
               MOVE HIST-INSTRUMENT-ID
                   TO WS-ACT-TBL-INSTRUMENT (WS-ACT-IDX)
               MOVE HIST-CURRENCY-CODE
                   TO WS-ACT-TBL-CURRENCY (WS-ACT-IDX)
               MOVE HIST-QUANTITY TO WS-ACT-TBL-QUANTITY (WS-ACT-IDX)
               MOVE HIST-TRADE-AMT
                   TO WS-ACT-TBL-TRADE-AMT (WS-ACT-IDX)
               MOVE HIST-COMMISSION-AMT
                   TO WS-ACT-TBL-COMM-AMT (WS-ACT-IDX)
               MOVE HIST-FEE-AMT TO WS-ACT-TBL-FEE-AMT (WS-ACT-IDX)
               MOVE SPACES TO WS-ACT-TBL-XFER-DIR (WS-ACT-IDX)
               MOVE SPACES TO WS-ACT-TBL-XFER-PORT (WS-ACT-IDX)
               MOVE 'Y' TO WS-FOUND-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  1300-LOAD-OPENING-LOTS reads the prior month's closing
      *  inventory.  Without it every statement still prints, with
      *  its opening section marked unavailable.
      *----------------------------------------------------------------
       1300-LOAD-OPENING-LOTS.
           OPEN INPUT OPENING-INV-FILE
           IF WS-OPN-FILE-OK
               MOVE 'Y' TO WS-OPN-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ OPENING-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LOT-COUNT NOT < 20000
                           ADD 1 TO WS-LOT-DROPPED-COUNT
                       ELSE
                           ADD 1 TO WS-LOT-COUNT
                           SET WS-LOT-IDX TO WS-LOT-COUNT
                           MOVE 'O' TO WS-LOT-TBL-SIDE (WS-LOT-IDX)
                           MOVE OPN-PORTFOLIO-ID
                               TO WS-LOT-TBL-PORTFOLIO (WS-LOT-IDX)
                           MOVE OPN-TRADE-DATE
                               TO WS-LOT-TBL-TRADE-DATE (WS-LOT-IDX)
                           MOVE OPN-INSTRUMENT-ID
                               TO WS-LOT-TBL-INSTRUMENT (WS-LOT-IDX)
                           MOVE OPN-CURRENCY-CODE
                               TO WS-LOT-TBL-CURRENCY (WS-LOT-IDX)
                           MOVE OPN-QUANTITY
                               TO WS-LOT-TBL-QUANTITY (WS-LOT-IDX)
                           MOVE OPN-COST-AMT
                               TO WS-LOT-TBL-COST-AMT (WS-LOT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPN-OPEN-OK
               CLOSE OPENING-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1400-LOAD-CLOSING-LOTS.
           OPEN INPUT POSITION-INV-FILE
           IF NOT WS-INV-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LOT-COUNT NOT < 20000
                           ADD 1 TO WS-LOT-DROPPED-COUNT
                       ELSE
                           ADD 1 TO WS-LOT-COUNT
                           SET WS-LOT-IDX TO WS-LOT-COUNT
                           MOVE 'C' TO WS-LOT-TBL-SIDE (WS-LOT-IDX)
                           MOVE INV-PORTFOLIO-ID
                               TO WS-LOT-TBL-PORTFOLIO (WS-LOT-IDX)
                           MOVE INV-TRADE-DATE
                               TO WS-LOT-TBL-TRADE-DATE (WS-LOT-IDX)
                           MOVE INV-INSTRUMENT-ID
                               TO WS-LOT-TBL-INSTRUMENT (WS-LOT-IDX)
                           MOVE INV-CURRENCY-CODE
                               TO WS-LOT-TBL-CURRENCY (WS-LOT-IDX)
                           MOVE INV-QUANTITY
                               TO WS-LOT-TBL-QUANTITY (WS-LOT-IDX)
                           MOVE INV-COST-AMT
                               TO WS-LOT-TBL-COST-AMT (WS-LOT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INV-FILE-OK
               CLOSE POSITION-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2000-PRINT-STATEMENTS.
           PERFORM UNTIL WS-EOF
               READ PORTFOLIO-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEL-PORTFOLIO = SPACES
                               OR PMR-PORTFOLIO-ID = WS-SEL-PORTFOLIO
                           ADD 1 TO WS-MASTER-COUNT
                           PERFORM 2100-SELECT-PORTFOLIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2100-SELECT-PORTFOLIO suppresses closed portfolios and those
      *  with nothing booked in the month.
      *----------------------------------------------------------------
       2100-SELECT-PORTFOLIO.
           IF PMR-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE 'N' TO WS-HAS-ACTIVITY-IND
               IF WS-ACT-COUNT > ZERO
                   SET WS-ACT-IDX TO 1
                   SEARCH WS-ACT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ACT-TBL-PORTFOLIO (WS-ACT-IDX)
                               = PMR-PORTFOLIO-ID
                           MOVE 'Y' TO WS-HAS-ACTIVITY-IND
                   END-SEARCH
               END-IF
               IF WS-HAS-ACTIVITY
                   PERFORM 2200-PRINT-ONE-STATEMENT
               ELSE
                   ADD 1 TO WS-QUIET-COUNT
               END-IF
           END-IF
           .

       2200-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM 2250-SET-BASE-CURRENCY
           MOVE WS-FROM-DATE TO HDR-FROM-DATE
           MOVE WS-TO-DATE TO HDR-TO-DATE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-STMT-HEADER-1
           MOVE PMR-PORTFOLIO-ID TO HDR-PORTFOLIO
           MOVE PMR-DESCRIPTION TO HDR-DESCRIPTION
           MOVE WS-BASE-CURRENCY TO HDR-BASE-CURRENCY
           IF WS-BASE-RATE-FOUND
               MOVE SPACES TO HDR-BASE-NOTE
           ELSE
               MOVE 'NO RATE - BASE FIGURES IN USD' TO HDR-BASE-NOTE
           END-IF
           WRITE RPT-LINE FROM WS-STMT-HEADER-2
           MOVE 'OPENING POSITIONS' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           IF WS-OPN-OPEN-OK
               MOVE 'O' TO WS-WANT-SIDE
               PERFORM 2300-PRINT-LOTS
           ELSE
               MOVE 'OPENING POSITIONS NOT AVAILABLE' TO NON-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE 'ACTIVITY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM 2400-PRINT-ACTIVITY
           MOVE 'CLOSING POSITIONS' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE 'C' TO WS-WANT-SIDE
           PERFORM 2300-PRINT-LOTS
           MOVE 'PERFORMANCE' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM 2500-PRINT-PERFORMANCE
           .

      *----------------------------------------------------------------
      *  2250-SET-BASE-CURRENCY finds the rate the USD figures are
      *  restated at.  A blank base currency is USD.
      *----------------------------------------------------------------
       2250-SET-BASE-CURRENCY.
           MOVE PMR-BASE-CURRENCY TO WS-BASE-CURRENCY
           IF WS-BASE-CURRENCY = SPACES
               MOVE 'USD' TO WS-BASE-CURRENCY
           END-IF
           IF WS-BASE-CURRENCY = 'USD'
               MOVE 1 TO WS-BASE-RATE
               MOVE 'Y' TO WS-BASE-RATE-IND
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
               PERFORM 2900-FIND-RATE
               MOVE WS-LOOKUP-RATE TO WS-BASE-RATE
               MOVE WS-LOOKUP-RATE-IND TO WS-BASE-RATE-IND
               IF WS-BASE-RATE = ZERO
                   MOVE 'N' TO WS-BASE-RATE-IND
               END-IF
           END-IF
           .

       2300-PRINT-LOTS.
           WRITE RPT-LINE FROM WS-LOT-HEADER
           MOVE ZERO TO WS-SECTION-LINES
           MOVE ZERO TO WS-SECTION-BASE-TOTAL
           MOVE ZERO TO WS-SECTION-NO-RATE
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-TBL-SIDE (WS-LOT-IDX) = WS-WANT-SIDE
                       AND WS-LOT-TBL-PORTFOLIO (WS-LOT-IDX)
                           = PMR-PORTFOLIO-ID
                   PERFORM 2350-PRINT-ONE-LOT
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE 'NO OPEN POSITIONS' TO NON-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           ELSE
               MOVE WS-SECTION-LINES TO LTT-COUNT
               MOVE WS-SECTION-BASE-TOTAL TO LTT-BASE-TOTAL
               IF WS-BASE-RATE-FOUND
                   MOVE WS-BASE-CURRENCY TO LTT-BASE-CURRENCY
               ELSE
                   MOVE 'USD' TO LTT-BASE-CURRENCY
               END-IF
               IF WS-SECTION-NO-RATE > ZERO
                   MOVE 'EXCLUDES LOTS WITH NO RATE' TO LTT-NOTE
               ELSE
                   MOVE SPACES TO LTT-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-LOT-TOTAL-LINE
           END-IF
           .

       2350-PRINT-ONE-LOT.
           ADD 1 TO WS-SECTION-LINES
           MOVE WS-LOT-TBL-TRADE-DATE (WS-LOT-IDX) TO LOT-TRADE-DATE
           MOVE WS-LOT-TBL-INSTRUMENT (WS-LOT-IDX) TO LOT-INSTRUMENT
           MOVE WS-LOT-TBL-CURRENCY (WS-LOT-IDX) TO LOT-CURRENCY
           MOVE WS-LOT-TBL-QUANTITY (WS-LOT-IDX) TO LOT-QUANTITY
           MOVE WS-LOT-TBL-COST-AMT (WS-LOT-IDX) TO LOT-COST-AMT
           WRITE RPT-LINE FROM WS-LOT-LINE
           MOVE WS-LOT-TBL-CURRENCY (WS-LOT-IDX) TO WS-LOOKUP-CURRENCY
           PERFORM 2900-FIND-RATE
           IF WS-LOOKUP-RATE-FOUND
               COMPUTE WS-USD-AMT ROUNDED =
                   WS-LOT-TBL-COST-AMT (WS-LOT-IDX) * WS-LOOKUP-RATE
               PERFORM 2950-USD-TO-BASE
               ADD WS-BASE-AMT TO WS-SECTION-BASE-TOTAL
           ELSE
               ADD 1 TO WS-SECTION-NO-RATE
           END-IF
           .

       2400-PRINT-ACTIVITY.
           WRITE RPT-LINE FROM WS-ACT-HEADER
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-TBL-PORTFOLIO (WS-ACT-IDX) = PMR-PORTFOLIO-ID
                   PERFORM 2450-PRINT-ONE-ACTIVITY
               END-IF
           END-PERFORM
           .

       2450-PRINT-ONE-ACTIVITY.
           MOVE WS-ACT-TBL-TRADE-DATE (WS-ACT-IDX) TO ACT-TRADE-DATE
           EVALUATE WS-ACT-TBL-TYPE (WS-ACT-IDX)
               WHEN 'T3'
                   MOVE 'CASH' TO ACT-TYPE
               WHEN 'TX'
                   MOVE 'XFER' TO ACT-TYPE
               WHEN OTHER
                   IF WS-ACT-TBL-POSITION (WS-ACT-IDX) = 'C'
                       MOVE 'CLOSE' TO ACT-TYPE
                   ELSE
                       MOVE 'OPEN' TO ACT-TYPE
                   END-IF
           END-EVALUATE
           MOVE WS-ACT-TBL-INSTRUMENT (WS-ACT-IDX) TO ACT-INSTRUMENT
           MOVE WS-ACT-TBL-CURRENCY (WS-ACT-IDX) TO ACT-CURRENCY
           MOVE WS-ACT-TBL-QUANTITY (WS-ACT-IDX) TO ACT-QUANTITY
           MOVE WS-ACT-TBL-TRADE-AMT (WS-ACT-IDX) TO ACT-TRADE-AMT
           MOVE WS-ACT-TBL-COMM-AMT (WS-ACT-IDX) TO ACT-COMM-AMT
           MOVE WS-ACT-TBL-FEE-AMT (WS-ACT-IDX) TO ACT-FEE-AMT
           MOVE SPACES TO ACT-NOTE
           IF WS-ACT-TBL-XFER-DIR (WS-ACT-IDX) NOT = SPACES
               STRING WS-ACT-TBL-XFER-DIR (WS-ACT-IDX) DELIMITED BY ' '
                      ' ' DELIMITED BY SIZE
                      WS-ACT-TBL-XFER-PORT (WS-ACT-IDX)
                          DELIMITED BY SIZE
                   INTO ACT-NOTE
           END-IF
           IF WS-ACT-TBL-CANCEL-IND (WS-ACT-IDX) = 'Y'
               MOVE 'CANCELLED' TO ACT-NOTE
           END-IF
           WRITE RPT-LINE FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------
      *  2500-PRINT-PERFORMANCE prints the portfolio's MTD and YTD
      *  P&L.  The period file carries the month last posted; when
      *  that is not the month being stated, the MTD line is for a
      *  different month and the statement says so.
      *----------------------------------------------------------------
       2500-PRINT-PERFORMANCE.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-PRD-COUNT > ZERO
               SET WS-PRD-IDX TO 1
               SEARCH WS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRD-TBL-PORTFOLIO (WS-PRD-IDX)
                           = PMR-PORTFOLIO-ID
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               MOVE 'NO PERIOD TOTALS POSTED' TO NON-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           ELSE
               IF WS-BASE-RATE-FOUND
                   MOVE WS-BASE-CURRENCY TO PRH-BASE-CURRENCY
               ELSE
                   MOVE 'USD' TO PRH-BASE-CURRENCY
               END-IF
               WRITE RPT-LINE FROM WS-PERF-HEADER
               MOVE 'MONTH TO DATE' TO PRF-LABEL
               MOVE WS-PRD-TBL-MTD-REAL (WS-PRD-IDX) TO WS-PERF-REAL
               MOVE WS-PRD-TBL-MTD-UNREAL (WS-PRD-IDX)
                   TO WS-PERF-UNREAL
               PERFORM 2550-PRINT-PERF-LINE
               MOVE 'YEAR TO DATE' TO PRF-LABEL
               MOVE WS-PRD-TBL-YTD-REAL (WS-PRD-IDX) TO WS-PERF-REAL
               MOVE WS-PRD-TBL-YTD-UNREAL (WS-PRD-IDX)
                   TO WS-PERF-UNREAL
               PERFORM 2550-PRINT-PERF-LINE
               MOVE WS-PRD-TBL-LAST-DATE (WS-PRD-IDX) TO PRA-DATE
               IF WS-PRD-TBL-LAST-DATE (WS-PRD-IDX) (1:6)
                       = WS-SEL-PERIOD
                   MOVE SPACES TO PRA-NOTE
               ELSE
                   MOVE 'NOT THE STATEMENT MONTH - MTD IS OF THAT DATE'
                       TO PRA-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-PERF-ASOF-LINE
           END-IF
           .

       2550-PRINT-PERF-LINE.
           MOVE WS-PERF-REAL TO PRF-REALIZED
           MOVE WS-PERF-UNREAL TO PRF-UNREALIZED
           COMPUTE WS-USD-AMT = WS-PERF-REAL + WS-PERF-UNREAL
           MOVE WS-USD-AMT TO PRF-TOTAL
           PERFORM 2950-USD-TO-BASE
           MOVE WS-BASE-AMT TO PRF-BASE-TOTAL
           WRITE RPT-LINE FROM WS-PERF-LINE
           .

       2900-FIND-RATE.
           MOVE ZERO TO WS-LOOKUP-RATE
           MOVE 'N' TO WS-LOOKUP-RATE-IND
           IF WS-FXR-COUNT > ZERO
               SET WS-FXR-IDX TO 1
               SEARCH WS-FXR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXR-TBL-CURRENCY (WS-FXR-IDX)
                           = WS-LOOKUP-CURRENCY
                       MOVE WS-FXR-TBL-RATE (WS-FXR-IDX)
                           TO WS-LOOKUP-RATE
                       MOVE 'Y' TO WS-LOOKUP-RATE-IND
               END-SEARCH
           END-IF
           .

       2950-USD-TO-BASE.
           IF WS-BASE-RATE-FOUND
               COMPUTE WS-BASE-AMT ROUNDED = WS-USD-AMT / WS-BASE-RATE
           ELSE
               MOVE WS-USD-AMT TO WS-BASE-AMT
           END-IF
           .

       9999-TERMINATE.
           MOVE WS-STATEMENT-COUNT TO SUM-STATEMENTS
           MOVE WS-CLOSED-COUNT TO SUM-CLOSED
           MOVE WS-QUIET-COUNT TO SUM-QUIET
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-PMR-OPEN-OK
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           CLOSE STATEMENT-REPORT
           DISPLAY 'RPTSTM00 STATEMENT PERIOD: ' WS-SEL-PERIOD
           DISPLAY 'RPTSTM00 STATEMENTS PRINTED: ' WS-STATEMENT-COUNT
           DISPLAY 'RPTSTM00 CLOSED PORTFOLIOS SKIPPED: '
               WS-CLOSED-COUNT
           DISPLAY 'RPTSTM00 NO-ACTIVITY PORTFOLIOS SKIPPED: '
               WS-QUIET-COUNT
           IF WS-ACT-DROPPED-COUNT > ZERO
                   OR WS-LOT-DROPPED-COUNT > ZERO
               DISPLAY 'RPTSTM00 ENTRIES DROPPED, TABLE FULL: '
                   WS-ACT-DROPPED-COUNT ' ' WS-LOT-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the portfolio master or the
      *  history unload is missing (no statement printed), a warning
      *  when the opening inventory was not staged or a table
      *  overflowed (statements printed but incomplete), normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTSTM00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-PMR-OPEN-OK OR NOT WS-HIST-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'PORTMST OR HISTORY FILE MISSING'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF NOT WS-OPN-OPEN-OK
                       OR WS-ACT-DROPPED-COUNT > ZERO
                       OR WS-LOT-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'NO OPENING INVENTORY OR TABLE FULL'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   SET RC-NORMAL TO TRUE
               END-IF
           END-IF
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
