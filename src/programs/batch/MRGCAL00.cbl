       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MRGCAL00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  MRGCAL00 -- MARGIN REQUIREMENT AND MARGIN CALL NOTICES
      *  The portfolios carry leveraged open positions, and the margin
      *  on them used to be worked out by hand each morning in time
      *  for the 09:00 calls.  This step does it straight after the
      *  calc, off the inventory the calc just rewrote:
      *    - REQUIREMENT: every open lot in POSINV.DAT, at its USD
      *      cost, times the haircut MRGRULE.DAT sets for it -- by
      *      the instrument's asset class (SECMST.DAT) where a rule
      *      names it, else by the lot's currency, else the house
      *      default;
      *    - UNREALIZED: the night's unrealized P&L off PNLOUT.DAT,
      *      a gain counting toward cover and a loss against it;
      *    - COLLATERAL: what the portfolio has posted, off
      *      COLBAL.DAT, converted to USD.
      *  A portfolio whose requirement exceeds its collateral plus
      *  unrealized P&L is in deficit: it prints flagged, repeats in
      *  the call list at the foot of the report, and gets one
      *  MRGCALL.DAT notice (MRGCALL.cpy) for the call desk.
      *
      *  PNLOUT.DAT's control trailer is verified as the other PNLOUT
      *  consumers do; on a mismatch the report still prints but no
      *  notice is written -- a call off a broken P&L file is worse
      *  than a late one.  A lot no rule reaches is held at one
      *  hundred percent, and an amount with no rate contributes
      *  nothing; both end the step with a warning.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT SECURITY-MASTER-FILE ASSIGN TO 'SECMST.DAT'
               FILE STATUS IS WS-SEC-FILE-STATUS.
           SELECT MARGIN-RULE-FILE ASSIGN TO 'MRGRULE.DAT'
               FILE STATUS IS WS-MRL-FILE-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLBAL.DAT'
               FILE STATUS IS WS-COL-FILE-STATUS.
           SELECT PNL-OUTPUT-FILE ASSIGN TO 'PNLOUT.DAT'
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT MARGIN-REPORT ASSIGN TO 'MRGCAL.PRT'.
           SELECT CALL-NOTICE-FILE ASSIGN TO 'MRGCALL.DAT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Shared with UTLVAL00 via SECMST.cpy.
       FD  SECURITY-MASTER-FILE.
           COPY SECMST.

       FD  MARGIN-RULE-FILE.
           COPY MRGRULE.

       FD  COLLATERAL-FILE.
           COPY COLBAL.

      *--  The calc's output, for the night's unrealized P&L.
       FD  PNL-OUTPUT-FILE.
           COPY PNLOUTRC.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  MARGIN-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD  CALL-NOTICE-FILE.
           COPY MRGCALL.

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
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-SEC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SEC-FILE-OK        VALUE '00'.
           88  WS-SEC-FILE-MISSING   VALUE '35'.
       01  WS-MRL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-MRL-FILE-OK        VALUE '00'.
           88  WS-MRL-FILE-MISSING   VALUE '35'.
       01  WS-COL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-COL-FILE-OK        VALUE '00'.
           88  WS-COL-FILE-MISSING   VALUE '35'.
       01  WS-OUT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OUT-FILE-OK        VALUE '00'.
           88  WS-OUT-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-OUT-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-OUT-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The day's rates, the same 50-entry shape the calc loads.
       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  Security master, for each instrument's asset class.
       01  WS-SEC-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SEC-COUNT
                   INDEXED BY WS-SEC-IDX.
               10  WS-SEC-TBL-INSTRUMENT PIC X(12).
               10  WS-SEC-TBL-ASSET-CLASS PIC X(04).

      *--  Haircut schedule, loaded from MRGRULE.DAT.
       01  WS-MRL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-MRL-TABLE.
           05  WS-MRL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-MRL-COUNT
                   INDEXED BY WS-MRL-IDX.
               10  WS-MRL-TBL-TYPE       PIC X(01).
               10  WS-MRL-TBL-KEY        PIC X(04).
               10  WS-MRL-TBL-PCT        PIC 9(03)V9(04).

      *--  One bucket per portfolio met on the inventory, the
      *--  collateral file, or the P&L file.
       01  WS-MGN-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-MGN-TABLE.
           05  WS-MGN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MGN-COUNT
                   INDEXED BY WS-MGN-IDX.
               10  WS-MGN-TBL-PORTFOLIO  PIC X(08).
               10  WS-MGN-TBL-LOTS       PIC 9(05) COMP-3.
               10  WS-MGN-TBL-EXPOSURE   PIC S9(13)V99 COMP-3.
               10  WS-MGN-TBL-REQUIRED   PIC S9(13)V99 COMP-3.
               10  WS-MGN-TBL-UNREALIZED PIC S9(13)V99 COMP-3.
               10  WS-MGN-TBL-COLLATERAL PIC S9(13)V99 COMP-3.
               10  WS-MGN-TBL-CALL       PIC S9(13)V99 COMP-3.
               10  WS-MGN-TBL-STALE      PIC X(01).
       01  WS-MGN-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-RATE-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-RULE-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-RULE-FOUND         VALUE 'Y'.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-PORTFOLIO       PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-CLASS           PIC X(04) VALUE SPACES.
       01  WS-LOOKUP-RULE-TYPE       PIC X(01) VALUE SPACES.
       01  WS-LOOKUP-RULE-KEY        PIC X(04) VALUE SPACES.
       01  WS-POSITION-RATE          PIC 9(01)V9(06) VALUE ZERO.
       01  WS-HAIRCUT-PCT            PIC 9(03)V9(04) VALUE ZERO.
       01  WS-USD-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LOT-REQUIRED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SHORTFALL              PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-POSITION-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-COLLATERAL-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NO-RULE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NO-RATE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CALL-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NOTICE-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-GRAND-REQUIRED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-COLLATERAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-CALL             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *--  Trailer verification, same shape as the other PNLOUT
      *--  consumers.
       01  WS-VER-RECORD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-VER-REALIZED-SUM       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-VER-UNREALIZED-SUM     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-SEEN-IND       PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN       VALUE 'Y'.
       01  WS-TRAILER-OK-IND         PIC X(01) VALUE 'Y'.
           88  WS-TRAILER-OK         VALUE 'Y'.
       01  WS-TRL-RECORD-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-TRL-RUN-TOKEN          PIC X(16) VALUE SPACES.
       01  WS-TRL-REALIZED-SUM       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-UNREALIZED-SUM     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'MARGIN REQUIREMENT REPORT'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(07) VALUE 'LOTS'.
           05  FILLER                PIC X(18) VALUE 'EXPOSURE (USD)'.
           05  FILLER                PIC X(18) VALUE 'REQUIRED (USD)'.
           05  FILLER                PIC X(18) VALUE 'UNREALIZED (USD)'.
           05  FILLER                PIC X(18) VALUE 'COLLATERAL (USD)'.
           05  FILLER                PIC X(18) VALUE 'CALL (USD)'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LOTS              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-EXPOSURE          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REQUIRED          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-UNREALIZED        PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-COLLATERAL        PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CALL              PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-FLAG              PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-STALE             PIC X(05).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(35)
                   VALUE 'ALL PORTFOLIOS'.
           05  TOT-REQUIRED          PIC Z(11)9.99-.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  TOT-COLLATERAL        PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TOT-CALL              PIC Z(11)9.99-.

       01  WS-CALL-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'MARGIN CALLS DUE BY 09:00'.

       01  WS-CALL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  CLL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE 'CALL: '.
           05  CLL-CALL              PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CLL-STALE             PIC X(30).

       01  WS-NO-CALL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO PORTFOLIO IN MARGIN DEFICIT'.

       01  WS-NO-NOTICE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(60)
               VALUE 'PNLOUT FAILED VERIFY - NO CALL NOTICES WRITTEN'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(22)
                   VALUE 'OPEN POSITIONS READ: '.
           05  SUM-POSITIONS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE '  COLLATERAL: '.
           05  SUM-COLLATERAL        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE '  NO RULE: '.
           05  SUM-NO-RULE           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE '  NO RATE: '.
           05  SUM-NO-RATE           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE '  CALLS: '.
           05  SUM-CALLS             PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-MARGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-INVENTORY
           PERFORM 2500-SWEEP-COLLATERAL
           PERFORM 2700-SWEEP-PNL-OUTPUT
           PERFORM 2800-VERIFY-TRAILER
           PERFORM 3000-WRITE-MARGIN-LINES
           PERFORM 3500-WRITE-CALL-LIST
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1050-LOAD-FX-RATES
           PERFORM 1060-LOAD-SECURITY-MASTER
           PERFORM 1070-LOAD-MARGIN-RULES
           OPEN OUTPUT MARGIN-REPORT
           OPEN OUTPUT CALL-NOTICE-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
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

       1060-LOAD-SECURITY-MASTER.
           MOVE ZERO TO WS-SEC-COUNT
           OPEN INPUT SECURITY-MASTER-FILE
           IF WS-SEC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-SEC-COUNT NOT < 5000
                   READ SECURITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SEC-COUNT
                           MOVE SEC-INSTRUMENT-ID TO
                               WS-SEC-TBL-INSTRUMENT (WS-SEC-COUNT)
                           MOVE SEC-ASSET-CLASS TO
                               WS-SEC-TBL-ASSET-CLASS (WS-SEC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SECURITY-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1070-LOAD-MARGIN-RULES loads the haircut schedule.  With no
      *  schedule staged every lot falls to the one-hundred-percent
      *  no-rule case, which the return code reports.
      *----------------------------------------------------------------
       1070-LOAD-MARGIN-RULES.
           MOVE ZERO TO WS-MRL-COUNT
           OPEN INPUT MARGIN-RULE-FILE
           IF WS-MRL-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-MRL-COUNT NOT < 200
                   READ MARGIN-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-MRL-COUNT
                           MOVE MRG-RULE-TYPE TO
                               WS-MRL-TBL-TYPE (WS-MRL-COUNT)
                           MOVE MRG-RULE-KEY TO
                               WS-MRL-TBL-KEY (WS-MRL-COUNT)
                           MOVE MRG-HAIRCUT-PCT TO
                               WS-MRL-TBL-PCT (WS-MRL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MARGIN-RULE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1080-CLEAR-BUCKET.
           MOVE SPACES TO WS-MGN-TBL-PORTFOLIO (WS-MGN-IDX)
           MOVE ZERO TO WS-MGN-TBL-LOTS (WS-MGN-IDX)
           MOVE ZERO TO WS-MGN-TBL-EXPOSURE (WS-MGN-IDX)
           MOVE ZERO TO WS-MGN-TBL-REQUIRED (WS-MGN-IDX)
           MOVE ZERO TO WS-MGN-TBL-UNREALIZED (WS-MGN-IDX)
           MOVE ZERO TO WS-MGN-TBL-COLLATERAL (WS-MGN-IDX)
           MOVE ZERO TO WS-MGN-TBL-CALL (WS-MGN-IDX)
           MOVE 'N' TO WS-MGN-TBL-STALE (WS-MGN-IDX)
           .

       2000-SWEEP-INVENTORY.
           OPEN INPUT POSITION-INV-FILE
           IF NOT WS-INV-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-POSITION-COUNT
                       PERFORM 2100-MARGIN-ONE-LOT
               END-READ
           END-PERFORM
           IF WS-INV-FILE-OK
               CLOSE POSITION-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2100-MARGIN-ONE-LOT values the lot at its cost in USD -- on
      *  the size of it, so a short lot needs cover as a long one
      *  does -- and holds the lot's haircut of that against its
      *  portfolio.
      *----------------------------------------------------------------
       2100-MARGIN-ONE-LOT.
           PERFORM 2150-FIND-HAIRCUT
           MOVE INV-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2900-CONVERT-TO-USD-SETUP
           IF WS-RATE-FOUND
               COMPUTE WS-USD-AMT ROUNDED =
                   INV-COST-AMT * WS-POSITION-RATE
               IF WS-USD-AMT < ZERO
                   COMPUTE WS-USD-AMT = ZERO - WS-USD-AMT
               END-IF
           END-IF
           COMPUTE WS-LOT-REQUIRED ROUNDED =
               WS-USD-AMT * WS-HAIRCUT-PCT / 100
           MOVE INV-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2950-FIND-BUCKET
           IF WS-FOUND
               ADD 1 TO WS-MGN-TBL-LOTS (WS-MGN-IDX)
               ADD WS-USD-AMT TO WS-MGN-TBL-EXPOSURE (WS-MGN-IDX)
               ADD WS-LOT-REQUIRED TO WS-MGN-TBL-REQUIRED (WS-MGN-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2150-FIND-HAIRCUT picks the lot's rule: its instrument's
      *  asset class first, then its currency, then the '*' house
      *  default.  A lot none of them reaches is held in full.
      *----------------------------------------------------------------
       2150-FIND-HAIRCUT.
           MOVE 'N' TO WS-RULE-FOUND-IND
           MOVE SPACES TO WS-LOOKUP-CLASS
           IF INV-INSTRUMENT-ID NOT = SPACES AND WS-SEC-COUNT > ZERO
               SET WS-SEC-IDX TO 1
               SEARCH WS-SEC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEC-TBL-INSTRUMENT (WS-SEC-IDX)
                           = INV-INSTRUMENT-ID
                       MOVE WS-SEC-TBL-ASSET-CLASS (WS-SEC-IDX)
                           TO WS-LOOKUP-CLASS
               END-SEARCH
           END-IF
           IF WS-LOOKUP-CLASS NOT = SPACES
               MOVE 'A' TO WS-LOOKUP-RULE-TYPE
               MOVE WS-LOOKUP-CLASS TO WS-LOOKUP-RULE-KEY
               PERFORM 2160-SEARCH-RULES
           END-IF
           IF NOT WS-RULE-FOUND
               MOVE 'C' TO WS-LOOKUP-RULE-TYPE
               MOVE INV-CURRENCY-CODE TO WS-LOOKUP-RULE-KEY
               PERFORM 2160-SEARCH-RULES
           END-IF
           IF NOT WS-RULE-FOUND
               MOVE 'C' TO WS-LOOKUP-RULE-TYPE
               MOVE '*' TO WS-LOOKUP-RULE-KEY
               PERFORM 2160-SEARCH-RULES
           END-IF
           IF NOT WS-RULE-FOUND
               MOVE 100 TO WS-HAIRCUT-PCT
               ADD 1 TO WS-NO-RULE-COUNT
           END-IF
           .

       2160-SEARCH-RULES.
           IF WS-MRL-COUNT > ZERO
               SET WS-MRL-IDX TO 1
               SEARCH WS-MRL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MRL-TBL-TYPE (WS-MRL-IDX)
                           = WS-LOOKUP-RULE-TYPE
                       AND WS-MRL-TBL-KEY (WS-MRL-IDX)
                           = WS-LOOKUP-RULE-KEY
                       MOVE WS-MRL-TBL-PCT (WS-MRL-IDX)
                           TO WS-HAIRCUT-PCT
                       MOVE 'Y' TO WS-RULE-FOUND-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-SWEEP-COLLATERAL adds each posted balance, in USD, to
      *  its portfolio.  A balance struck before the business date
      *  still counts, but marks the portfolio stale.
      *----------------------------------------------------------------
       2500-SWEEP-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
           IF NOT WS-COL-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ COLLATERAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-COLLATERAL-COUNT
                       PERFORM 2600-FOLD-ONE-BALANCE
               END-READ
           END-PERFORM
           IF WS-COL-FILE-OK
               CLOSE COLLATERAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2600-FOLD-ONE-BALANCE.
           MOVE COL-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2900-CONVERT-TO-USD-SETUP
           IF WS-RATE-FOUND
               COMPUTE WS-USD-AMT ROUNDED =
                   COL-AMOUNT * WS-POSITION-RATE
           END-IF
           MOVE COL-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2950-FIND-BUCKET
           IF WS-FOUND
               ADD WS-USD-AMT TO WS-MGN-TBL-COLLATERAL (WS-MGN-IDX)
               IF COL-AS-OF-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-MGN-TBL-STALE (WS-MGN-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2700-SWEEP-PNL-OUTPUT sums each portfolio's unrealized P&L
      *  (already USD) off the calc's output while totalling the file
      *  for the trailer check.
      *----------------------------------------------------------------
       2700-SWEEP-PNL-OUTPUT.
           OPEN INPUT PNL-OUTPUT-FILE
           IF WS-OUT-FILE-OK
               MOVE 'Y' TO WS-OUT-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ PNL-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRL-ID = 'TRAILER '
                           MOVE 'Y' TO WS-TRAILER-SEEN-IND
                           MOVE TRL-RECORD-COUNT
                               TO WS-TRL-RECORD-COUNT
                           MOVE TRL-REALIZED-SUM
                               TO WS-TRL-REALIZED-SUM
                           MOVE TRL-UNREALIZED-SUM
                               TO WS-TRL-UNREALIZED-SUM
                           MOVE TRL-RUN-TOKEN TO WS-TRL-RUN-TOKEN
                       ELSE
                           ADD 1 TO WS-VER-RECORD-COUNT
                           ADD REALIZED-PNL-AMT
                               TO WS-VER-REALIZED-SUM
                           ADD UNREALIZED-PNL-AMT
                               TO WS-VER-UNREALIZED-SUM
                           PERFORM 2750-FOLD-ONE-PNL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OUT-OPEN-OK
               CLOSE PNL-OUTPUT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2750-FOLD-ONE-PNL.
           IF UNREALIZED-PNL-AMT NOT = ZERO
               MOVE PORTFOLIO-ID OF PNL-OUT-REC TO WS-LOOKUP-PORTFOLIO
               PERFORM 2950-FIND-BUCKET
               IF WS-FOUND
                   ADD UNREALIZED-PNL-AMT
                       TO WS-MGN-TBL-UNREALIZED (WS-MGN-IDX)
               END-IF
           END-IF
           .

       2800-VERIFY-TRAILER.
           IF NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-TRAILER-OK-IND
           ELSE
               IF WS-TRL-RECORD-COUNT NOT = WS-VER-RECORD-COUNT
                       OR WS-TRL-REALIZED-SUM
                           NOT = WS-VER-REALIZED-SUM
                       OR WS-TRL-UNREALIZED-SUM
                           NOT = WS-VER-UNREALIZED-SUM
                   MOVE 'N' TO WS-TRAILER-OK-IND
               END-IF
      *--  A file stamped with a different run's token was produced
      *--  under a RUNPARM this step is not part of -- refuse it the
      *--  same way a count mismatch is refused.
               IF WS-TRL-RUN-TOKEN NOT = SPACES
                       AND WS-RUN-TOKEN NOT = SPACES
                       AND WS-TRL-RUN-TOKEN NOT = WS-RUN-TOKEN
                   MOVE 'N' TO WS-TRAILER-OK-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-CONVERT-TO-USD-SETUP looks up WS-LOOKUP-CURRENCY's rate
      *  and clears the USD amount; the caller converts when a rate
      *  was found.  An amount with no rate is counted, not guessed.
      *----------------------------------------------------------------
       2900-CONVERT-TO-USD-SETUP.
           MOVE ZERO TO WS-USD-AMT
           MOVE ZERO TO WS-POSITION-RATE
           MOVE 'N' TO WS-RATE-FOUND-IND
           IF WS-FXR-COUNT > ZERO
               SET WS-FXR-IDX TO 1
               SEARCH WS-FXR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXR-TBL-CURRENCY (WS-FXR-IDX)
                           = WS-LOOKUP-CURRENCY
                       MOVE WS-FXR-TBL-RATE (WS-FXR-IDX)
                           TO WS-POSITION-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2950-FIND-BUCKET positions WS-MGN-IDX on WS-LOOKUP-
      *  PORTFOLIO's bucket, opening one the first time the portfolio
      *  is met.  A full table counts the amount as dropped.
      *----------------------------------------------------------------
       2950-FIND-BUCKET.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-MGN-COUNT > ZERO
               SET WS-MGN-IDX TO 1
               SEARCH WS-MGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MGN-TBL-PORTFOLIO (WS-MGN-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-MGN-COUNT NOT < 2000
                   ADD 1 TO WS-MGN-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-MGN-COUNT
                   SET WS-MGN-IDX TO WS-MGN-COUNT
                   PERFORM 1080-CLEAR-BUCKET
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-MGN-TBL-PORTFOLIO (WS-MGN-IDX)
                   MOVE 'Y' TO WS-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-WRITE-MARGIN-LINES prints every portfolio's requirement
      *  against its cover.  The shortfall is the requirement less
      *  collateral less unrealized P&L; above zero the portfolio is
      *  in deficit and, once PNLOUT.DAT has verified, is sent a call
      *  notice for the shortfall.
      *----------------------------------------------------------------
       3000-WRITE-MARGIN-LINES.
           PERFORM VARYING WS-MGN-IDX FROM 1 BY 1
                   UNTIL WS-MGN-IDX > WS-MGN-COUNT
               COMPUTE WS-SHORTFALL =
                   WS-MGN-TBL-REQUIRED (WS-MGN-IDX)
                   - WS-MGN-TBL-COLLATERAL (WS-MGN-IDX)
                   - WS-MGN-TBL-UNREALIZED (WS-MGN-IDX)
               MOVE SPACES TO DTL-FLAG
               MOVE SPACES TO DTL-STALE
               IF WS-SHORTFALL > ZERO
                   MOVE WS-SHORTFALL TO WS-MGN-TBL-CALL (WS-MGN-IDX)
                   MOVE '* CALL' TO DTL-FLAG
                   ADD 1 TO WS-CALL-COUNT
                   ADD WS-SHORTFALL TO WS-GRAND-CALL
                   IF WS-TRAILER-OK
                       PERFORM 3100-WRITE-CALL-NOTICE
                   END-IF
               END-IF
               IF WS-MGN-TBL-STALE (WS-MGN-IDX) = 'Y'
                   MOVE 'STALE' TO DTL-STALE
               END-IF
               ADD WS-MGN-TBL-REQUIRED (WS-MGN-IDX)
                   TO WS-GRAND-REQUIRED
               ADD WS-MGN-TBL-COLLATERAL (WS-MGN-IDX)
                   TO WS-GRAND-COLLATERAL
               MOVE WS-MGN-TBL-PORTFOLIO (WS-MGN-IDX) TO DTL-PORTFOLIO
               MOVE WS-MGN-TBL-LOTS (WS-MGN-IDX) TO DTL-LOTS
               MOVE WS-MGN-TBL-EXPOSURE (WS-MGN-IDX) TO DTL-EXPOSURE
               MOVE WS-MGN-TBL-REQUIRED (WS-MGN-IDX) TO DTL-REQUIRED
               MOVE WS-MGN-TBL-UNREALIZED (WS-MGN-IDX)
                   TO DTL-UNREALIZED
               MOVE WS-MGN-TBL-COLLATERAL (WS-MGN-IDX)
                   TO DTL-COLLATERAL
               MOVE WS-MGN-TBL-CALL (WS-MGN-IDX) TO DTL-CALL
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE WS-GRAND-REQUIRED TO TOT-REQUIRED
           MOVE WS-GRAND-COLLATERAL TO TOT-COLLATERAL
           MOVE WS-GRAND-CALL TO TOT-CALL
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           .

       3100-WRITE-CALL-NOTICE.
           MOVE SPACES TO MCN-REC
           MOVE WS-MGN-TBL-PORTFOLIO (WS-MGN-IDX) TO MCN-PORTFOLIO-ID
           MOVE WS-RUN-DATE TO MCN-BUSINESS-DATE
           MOVE '0900' TO MCN-DUE-TIME
           MOVE WS-MGN-TBL-REQUIRED (WS-MGN-IDX)
               TO MCN-REQUIREMENT-AMT
           MOVE WS-MGN-TBL-UNREALIZED (WS-MGN-IDX)
               TO MCN-UNREALIZED-AMT
           MOVE WS-MGN-TBL-COLLATERAL (WS-MGN-IDX)
               TO MCN-COLLATERAL-AMT
           MOVE WS-SHORTFALL TO MCN-CALL-AMT
           MOVE WS-MGN-TBL-STALE (WS-MGN-IDX) TO MCN-STALE-IND
           MOVE WS-RUN-TOKEN TO MCN-RUN-TOKEN
           WRITE MCN-REC
           ADD 1 TO WS-NOTICE-COUNT
           .

      *----------------------------------------------------------------
      *  3500-WRITE-CALL-LIST repeats every portfolio in deficit, with
      *  its call, as the list the call desk works from.
      *----------------------------------------------------------------
       3500-WRITE-CALL-LIST.
           WRITE RPT-LINE FROM WS-CALL-HEADER
           IF WS-CALL-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-CALL-LINE
           END-IF
           IF WS-CALL-COUNT > ZERO AND NOT WS-TRAILER-OK
               WRITE RPT-LINE FROM WS-NO-NOTICE-LINE
           END-IF
           PERFORM VARYING WS-MGN-IDX FROM 1 BY 1
                   UNTIL WS-MGN-IDX > WS-MGN-COUNT
               IF WS-MGN-TBL-CALL (WS-MGN-IDX) > ZERO
                   MOVE WS-MGN-TBL-PORTFOLIO (WS-MGN-IDX)
                       TO CLL-PORTFOLIO
                   MOVE WS-MGN-TBL-CALL (WS-MGN-IDX) TO CLL-CALL
                   IF WS-MGN-TBL-STALE (WS-MGN-IDX) = 'Y'
                       MOVE 'CONFIRM STALE COLLATERAL'
                           TO CLL-STALE
                   ELSE
                       MOVE SPACES TO CLL-STALE
                   END-IF
                   WRITE RPT-LINE FROM WS-CALL-LINE
               END-IF
           END-PERFORM
           MOVE WS-POSITION-COUNT TO SUM-POSITIONS
           MOVE WS-COLLATERAL-COUNT TO SUM-COLLATERAL
           MOVE WS-NO-RULE-COUNT TO SUM-NO-RULE
           MOVE WS-NO-RATE-COUNT TO SUM-NO-RATE
           MOVE WS-CALL-COUNT TO SUM-CALLS
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

       9999-TERMINATE.
           CLOSE MARGIN-REPORT
           CLOSE CALL-NOTICE-FILE
           DISPLAY 'MRGCAL00 OPEN POSITIONS READ: ' WS-POSITION-COUNT
           DISPLAY 'MRGCAL00 COLLATERAL BALANCES READ: '
               WS-COLLATERAL-COUNT
           DISPLAY 'MRGCAL00 PORTFOLIOS IN DEFICIT: ' WS-CALL-COUNT
           DISPLAY 'MRGCAL00 CALL NOTICES WRITTEN: ' WS-NOTICE-COUNT
           IF WS-NO-RULE-COUNT > ZERO
               DISPLAY 'MRGCAL00 LOTS WITH NO HAIRCUT RULE: '
                   WS-NO-RULE-COUNT
           END-IF
           IF WS-MGN-DROPPED-COUNT > ZERO
               DISPLAY 'MRGCAL00 AMOUNTS DROPPED (TABLE FULL): '
                   WS-MGN-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when PNLOUT.DAT was missing or its
      *  control trailer did not verify (no notice was written), a
      *  warning when a lot had no rule, an amount had no rate, or
      *  the bucket table overflowed; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'MRGCAL00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-OUT-OPEN-OK OR NOT WS-TRAILER-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'PNLOUT MISSING OR TRAILER MISMATCH'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-NO-RULE-COUNT > ZERO
                       OR WS-NO-RATE-COUNT > ZERO
                       OR WS-MGN-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'LOT WITHOUT RULE OR RATE, OR BUCKETS DROPPED'
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
           MOVE 'MRGCAL00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
