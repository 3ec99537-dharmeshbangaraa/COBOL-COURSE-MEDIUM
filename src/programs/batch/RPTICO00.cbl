       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTICO00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTICO00 -- INTERCOMPANY MATCHING AND ELIMINATION
      *  When two of our legal entities trade with each other both
      *  legs land in history, one under each entity, and the
      *  consolidated P&L counts the deal twice.  Finance used to
      *  find and eliminate the pairs by hand at month end.
      *
      *  This step takes every uncancelled trade in the month whose
      *  TRN-CPTY-ENTITY-CODE names another of our entities (position
      *  transfers excluded -- they never leave the entity) and pairs
      *  each leg with its mirror: the other entity's leg naming this
      *  entity back, on the same trade date, currency, and trade
      *  amount.  Each leg pairs once, first come first served in
      *  history order.
      *
      *  RPTICO.PRT lists the matched pairs and every leg left
      *  without a mirror.  ICELIM.DAT carries the elimination
      *  entries for the consolidated ledger in GLEXTR00's GL
      *  interface layout, with the same per-entity 'ENTTRL  '
      *  control records and zero-net final trailer.  Each leg is
      *  eliminated in its own entity, in USD at FXRATE.DAT's rate,
      *  between the two accounts on the entity's GLACCT record (key
      *  '*' plus entity code, maintained through GLAMNT00): the
      *  intercompany account and the elimination account.  The
      *  selling leg ('C') credits its intercompany account, the
      *  buying leg ('O') debits it; the elimination account takes
      *  the other side.  A pair whose entities lack the accounts, or
      *  whose currency has no rate, is reported and not eliminated.
      *
      *  ICO-PERIOD (YYYYMM) names the month; it defaults to the one
      *  before the business date's.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.DAT'
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-EMS-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT ELIM-JOURNAL-FILE ASSIGN TO 'ICELIM.DAT'.
           SELECT ICO-REPORT ASSIGN TO 'RPTICO.PRT'.
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

      *--  Portfolio-to-account reference GLEXTR00 posts by.  A key of
      *--  '*' plus an entity code is that entity's record: retained
      *--  earnings, then the intercompany and elimination accounts.
       FD  GL-ACCOUNT-FILE.
       01  GLA-REC.
           05  GLA-PORTFOLIO-ID      PIC X(08).
           05  GLA-REALIZED-ACCT     PIC X(10).
           05  GLA-UNREALIZED-ACCT   PIC X(10).
           05  GLA-OFFSET-ACCT       PIC X(10).
       01  GLA-ENTITY-REC REDEFINES GLA-REC.
           05  GLE-MARKER            PIC X(01).
               88  GLE-ENTITY-RECORD VALUE '*'.
           05  GLE-ENTITY-CODE       PIC X(04).
           05  FILLER                PIC X(03).
           05  GLE-RETAINED-ACCT     PIC X(10).
           05  GLE-INTERCO-ACCT      PIC X(10).
           05  GLE-ELIM-ACCT         PIC X(10).

      *--  Shared with ENTMNT00 and UTLVAL00 via ENTMST.cpy.
       FD  ENTITY-MASTER-FILE.
           COPY ENTMST.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

      *--  Same GL interface layout GLEXTR00 writes: one record per
      *--  journal entry, 'ENTTRL  ' control records per legal entity,
      *--  and a final 'TRAILER ' record, all redefining the same
      *--  bytes.
       FD  ELIM-JOURNAL-FILE.
       01  JRN-REC.
           05  JRN-ACCOUNT           PIC X(10).
           05  JRN-DR-CR-IND         PIC X(01).
               88  JRN-DEBIT         VALUE 'D'.
               88  JRN-CREDIT        VALUE 'C'.
           05  JRN-AMOUNT            PIC S9(13)V99 COMP-3.
           05  JRN-PORTFOLIO-ID      PIC X(08).
           05  JRN-TRADE-DATE        PIC X(08).
           05  JRN-DESCRIPTION       PIC X(20).
           05  JRN-ENTITY-CODE       PIC X(04).
       01  JRN-TRAILER REDEFINES JRN-REC.
           05  JRT-ID                PIC X(08).
           05  JRT-ENTRY-COUNT       PIC 9(08).
           05  JRT-NET-AMOUNT        PIC S9(13)V99 COMP-3.
           05  JRT-ENTITY-CODE       PIC X(04).
           05  FILLER                PIC X(31).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  ICO-REPORT.
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
       01  WS-GLA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GLA-FILE-OK        VALUE '00'.
           88  WS-GLA-FILE-MISSING   VALUE '35'.
       01  WS-EMS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EMS-FILE-OK        VALUE '00'.
           88  WS-EMS-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-HIST-MISSING-IND       PIC X(01) VALUE 'N'.
           88  WS-HIST-NOT-AVAILABLE VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The month being eliminated.
       01  WS-SEL-PERIOD             PIC X(06) VALUE SPACES.
       01  WS-SEL-PERIOD-PARTS REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YYYY           PIC 9(04).
           05  WS-SEL-MM             PIC 9(02).

       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  Intercompany and elimination accounts per entity, off
      *--  GLACCT.DAT's entity records.
       01  WS-ICA-COUNT              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-ICA-TABLE.
           05  WS-ICA-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-ICA-COUNT
                   INDEXED BY WS-ICA-IDX.
               10  WS-ICA-TBL-ENTITY     PIC X(04).
               10  WS-ICA-TBL-INTERCO    PIC X(10).
               10  WS-ICA-TBL-ELIM       PIC X(10).

      *--  Legal-entity names, loaded from ENTMST.DAT, printed next
      *--  to the bare entity code.
       01  WS-EMS-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-EMS-TABLE.
           05  WS-EMS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EMS-COUNT
                   INDEXED BY WS-EMS-IDX.
               10  WS-EMS-TBL-CODE       PIC X(04).
               10  WS-EMS-TBL-NAME       PIC X(30).
       01  WS-LOOKUP-ENTITY          PIC X(04) VALUE SPACES.
       01  WS-ENTITY-NAME            PIC X(30) VALUE SPACES.

      *--  The month's intercompany legs, in history order.  A
      *--  matched leg holds the subscript of its mirror.
       01  WS-ICL-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-ICL-TABLE.
           05  WS-ICL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ICL-COUNT
                   INDEXED BY WS-ICL-IDX.
               10  WS-ICL-PORTFOLIO      PIC X(08).
               10  WS-ICL-TRADE-DATE     PIC X(08).
               10  WS-ICL-CURRENCY       PIC X(03).
               10  WS-ICL-ENTITY         PIC X(04).
               10  WS-ICL-CPTY-ENTITY    PIC X(04).
               10  WS-ICL-INSTRUMENT     PIC X(12).
               10  WS-ICL-STATUS         PIC X(01).
               10  WS-ICL-TRADE-AMT      PIC S9(13)V99 COMP-3.
               10  WS-ICL-MATE           PIC 9(04) COMP.
       01  WS-ICL-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-LEG-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-MATE-SUB               PIC 9(04) COMP VALUE ZERO.

       01  WS-PAIR-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ELIMINATED-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NOT-ELIM-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.

      *--  Lookups for one pair before anything is written for it.
       01  WS-RATE-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-POSITION-RATE          PIC 9(01)V9(06) VALUE ZERO.
       01  WS-ICA-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-ICA-FOUND          VALUE 'Y'.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-INTERCO-ACCT           PIC X(10) VALUE SPACES.
       01  WS-ELIM-ACCT              PIC X(10) VALUE SPACES.
       01  WS-PAIR-OK-IND            PIC X(01) VALUE 'N'.
           88  WS-PAIR-OK            VALUE 'Y'.

       01  WS-USD-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-POST-ENTITY            PIC X(04) VALUE SPACES.
       01  WS-POST-DESC              PIC X(20) VALUE SPACES.

       01  WS-ENTRY-COUNT            PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-NET-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *--  Per-entity running nets, the same must-balance-on-its-own
      *--  rule the nightly extract enforces.
       01  WS-ENT-COUNT              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-ENT-COUNT
                   INDEXED BY WS-ENT-IDX.
               10  WS-ENT-TBL-CODE       PIC X(04).
               10  WS-ENT-TBL-ENTRIES    PIC 9(08) COMP-3.
               10  WS-ENT-TBL-NET        PIC S9(13)V99 COMP-3.
       01  WS-ENT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-ENT-FOUND          VALUE 'Y'.
       01  WS-ENT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ENT-UNBALANCED-COUNT   PIC 9(02) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(42)
                   VALUE 'INTERCOMPANY MATCHING AND ELIMINATION'.
           05  FILLER                PIC X(08) VALUE 'PERIOD: '.
           05  HDR-PERIOD            PIC X(06).
           05  FILLER                PIC X(12) VALUE '  RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-PAIR-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'MATCHED INTERCOMPANY PAIRS'.

       01  WS-PAIR-COLUMNS.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(18) VALUE 'TRADE AMOUNT'.
           05  FILLER                PIC X(15) VALUE 'SELLER'.
           05  FILLER                PIC X(15) VALUE 'BUYER'.
           05  FILLER                PIC X(18) VALUE 'USD ELIMINATED'.
           05  FILLER                PIC X(30) VALUE 'STATUS'.

       01  WS-PAIR-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  PRL-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRL-TRADE-AMT         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRL-SELL-ENTITY       PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PRL-SELL-PORTFOLIO    PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRL-BUY-ENTITY        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PRL-BUY-PORTFOLIO     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRL-USD-AMT           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PRL-STATUS            PIC X(30).

       01  WS-UNMATCHED-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'UNMATCHED INTERCOMPANY LEGS'.

       01  WS-UNMATCHED-COLUMNS.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(18) VALUE 'TRADE AMOUNT'.
           05  FILLER                PIC X(27) VALUE 'ENTITY'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(06) VALUE 'CPTY'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(03) VALUE 'O/C'.

       01  WS-UNMATCHED-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  UML-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-TRADE-AMT         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-ENTITY            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  UML-ENTITY-NAME       PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-CPTY-ENTITY       PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UML-STATUS            PIC X(01).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40) VALUE '  NONE'.

       01  WS-ENTITY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(08) VALUE 'ENTITY: '.
           05  ENL-ENTITY            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ENL-ENTITY-NAME       PIC X(30).
           05  FILLER                PIC X(11) VALUE '  ENTRIES: '.
           05  ENL-ENTRIES           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE '  NET: '.
           05  ENL-NET               PIC Z(11)9.99-.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(15) VALUE 'PAIRS MATCHED: '.
           05  SUM-PAIRS             PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE '  ELIMINATED: '.
           05  SUM-ELIMINATED        PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  NOT ELIMINATED: '.
           05  SUM-NOT-ELIM          PIC ZZ,ZZ9.
           05  FILLER                PIC X(17)
                   VALUE '  UNMATCHED LEGS:'.
           05  SUM-UNMATCHED         PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  ENTRIES WRITTEN:'.
           05  SUM-ENTRIES           PIC ZZ,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-INTERCOMPANY.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-INTERCOMPANY-LEGS
           PERFORM 3000-MATCH-ONE-LEG
               VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-ICL-COUNT
           PERFORM 4000-WRITE-PAIRS
           PERFORM 5000-WRITE-UNMATCHED-LEGS
           PERFORM 6000-WRITE-ENTITY-TRAILERS
           PERFORM 6500-WRITE-JOURNAL-TRAILER
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE works out the month and loads the rates,
      *  accounts, and entity names the eliminations are built from.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-SEL-PERIOD FROM ENVIRONMENT 'ICO-PERIOD'
           IF WS-SEL-PERIOD = SPACES OR WS-SEL-PERIOD NOT NUMERIC
               IF WS-RUN-MM = 1
                   COMPUTE WS-SEL-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-SEL-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-SEL-YYYY
                   COMPUTE WS-SEL-MM = WS-RUN-MM - 1
               END-IF
           END-IF
           PERFORM 1050-LOAD-FX-RATES
           PERFORM 1100-LOAD-ENTITY-ACCOUNTS
           PERFORM 1150-LOAD-ENTITY-MASTER
           OPEN OUTPUT ELIM-JOURNAL-FILE
           OPEN OUTPUT ICO-REPORT
           MOVE WS-SEL-PERIOD TO HDR-PERIOD
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
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

      *----------------------------------------------------------------
      *  1100-LOAD-ENTITY-ACCOUNTS keeps GLACCT.DAT's entity records
      *  only; the portfolio mappings play no part here.
      *----------------------------------------------------------------
       1100-LOAD-ENTITY-ACCOUNTS.
           MOVE ZERO TO WS-ICA-COUNT
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLA-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF GLE-ENTITY-RECORD AND WS-ICA-COUNT < 50
                               ADD 1 TO WS-ICA-COUNT
                               MOVE GLE-ENTITY-CODE TO
                                   WS-ICA-TBL-ENTITY (WS-ICA-COUNT)
                               MOVE GLE-INTERCO-ACCT TO
                                   WS-ICA-TBL-INTERCO (WS-ICA-COUNT)
                               MOVE GLE-ELIM-ACCT TO
                                   WS-ICA-TBL-ELIM (WS-ICA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-LOAD-ENTITY-MASTER.
           MOVE ZERO TO WS-EMS-COUNT
           OPEN INPUT ENTITY-MASTER-FILE
           IF WS-EMS-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-EMS-COUNT NOT < 100
                   READ ENTITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-EMS-COUNT
                           MOVE ENT-ENTITY-CODE TO
                               WS-EMS-TBL-CODE (WS-EMS-COUNT)
                           MOVE ENT-NAME TO
                               WS-EMS-TBL-NAME (WS-EMS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2000-LOAD-INTERCOMPANY-LEGS keeps the month's uncancelled
      *  history records that name a counterparty entity.  A missing
      *  history file is a file error; nothing is matched.
      *----------------------------------------------------------------
       2000-LOAD-INTERCOMPANY-LEGS.
           MOVE ZERO TO WS-ICL-COUNT
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE 'Y' TO WS-HIST-MISSING-IND
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-CPTY-ENTITY-CODE NOT = SPACES
                               AND HIST-TRADE-DATE (1:6)
                                   = WS-SEL-PERIOD
                               AND NOT HIST-CANCELLED
                               AND NOT HIST-TYPE-TRANSFER
                           PERFORM 2100-ADD-LEG
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-HIST-NOT-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-ADD-LEG.
           IF WS-ICL-COUNT NOT < 5000
               ADD 1 TO WS-ICL-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ICL-COUNT
               SET WS-ICL-IDX TO WS-ICL-COUNT
               MOVE HIST-PORTFOLIO-ID TO WS-ICL-PORTFOLIO (WS-ICL-IDX)
               MOVE HIST-TRADE-DATE TO WS-ICL-TRADE-DATE (WS-ICL-IDX)
               MOVE HIST-CURRENCY-CODE TO WS-ICL-CURRENCY (WS-ICL-IDX)
               MOVE HIST-ENTITY-CODE TO WS-ICL-ENTITY (WS-ICL-IDX)
               MOVE HIST-CPTY-ENTITY-CODE
                   TO WS-ICL-CPTY-ENTITY (WS-ICL-IDX)
               MOVE HIST-INSTRUMENT-ID
                   TO WS-ICL-INSTRUMENT (WS-ICL-IDX)
               MOVE HIST-POSITION-STATUS TO WS-ICL-STATUS (WS-ICL-IDX)
               MOVE HIST-TRADE-AMT TO WS-ICL-TRADE-AMT (WS-ICL-IDX)
               MOVE ZERO TO WS-ICL-MATE (WS-ICL-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-MATCH-ONE-LEG looks for an unpaired leg of the other
      *  entity, later in history, that names this leg's entity back
      *  on the same date, currency, and amount; the first found
      *  pairs with it.
      *----------------------------------------------------------------
       3000-MATCH-ONE-LEG.
           IF WS-ICL-MATE (WS-LEG-SUB) = ZERO
               COMPUTE WS-MATE-SUB = WS-LEG-SUB + 1
               PERFORM UNTIL WS-MATE-SUB > WS-ICL-COUNT
                   IF WS-ICL-MATE (WS-MATE-SUB) = ZERO
                           AND WS-ICL-ENTITY (WS-MATE-SUB)
                               = WS-ICL-CPTY-ENTITY (WS-LEG-SUB)
                           AND WS-ICL-CPTY-ENTITY (WS-MATE-SUB)
                               = WS-ICL-ENTITY (WS-LEG-SUB)
                           AND WS-ICL-TRADE-DATE (WS-MATE-SUB)
                               = WS-ICL-TRADE-DATE (WS-LEG-SUB)
                           AND WS-ICL-CURRENCY (WS-MATE-SUB)
                               = WS-ICL-CURRENCY (WS-LEG-SUB)
                           AND WS-ICL-TRADE-AMT (WS-MATE-SUB)
                               = WS-ICL-TRADE-AMT (WS-LEG-SUB)
                       MOVE WS-MATE-SUB TO WS-ICL-MATE (WS-LEG-SUB)
                       MOVE WS-LEG-SUB TO WS-ICL-MATE (WS-MATE-SUB)
                       ADD 1 TO WS-PAIR-COUNT
                       MOVE WS-ICL-COUNT TO WS-MATE-SUB
                   END-IF
                   ADD 1 TO WS-MATE-SUB
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-WRITE-PAIRS prints each matched pair once, from its
      *  earlier leg, and eliminates it when both entities carry
      *  their intercompany accounts and the currency has a rate.
      *  The seller column is the closing ('C') leg where there is
      *  one.
      *----------------------------------------------------------------
       4000-WRITE-PAIRS.
           WRITE RPT-LINE FROM WS-PAIR-HEADER
           WRITE RPT-LINE FROM WS-PAIR-COLUMNS
           IF WS-PAIR-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > WS-ICL-COUNT
               IF WS-ICL-MATE (WS-LEG-SUB) > WS-LEG-SUB
                   MOVE WS-ICL-MATE (WS-LEG-SUB) TO WS-MATE-SUB
                   PERFORM 4100-WRITE-ONE-PAIR
               END-IF
           END-PERFORM
           .

       4100-WRITE-ONE-PAIR.
           MOVE WS-ICL-TRADE-DATE (WS-LEG-SUB) TO PRL-TRADE-DATE
           MOVE WS-ICL-CURRENCY (WS-LEG-SUB) TO PRL-CURRENCY
           MOVE WS-ICL-TRADE-AMT (WS-LEG-SUB) TO PRL-TRADE-AMT
           IF WS-ICL-STATUS (WS-MATE-SUB) = 'C'
               MOVE WS-ICL-ENTITY (WS-MATE-SUB) TO PRL-SELL-ENTITY
               MOVE WS-ICL-PORTFOLIO (WS-MATE-SUB)
                   TO PRL-SELL-PORTFOLIO
               MOVE WS-ICL-ENTITY (WS-LEG-SUB) TO PRL-BUY-ENTITY
               MOVE WS-ICL-PORTFOLIO (WS-LEG-SUB) TO PRL-BUY-PORTFOLIO
           ELSE
               MOVE WS-ICL-ENTITY (WS-LEG-SUB) TO PRL-SELL-ENTITY
               MOVE WS-ICL-PORTFOLIO (WS-LEG-SUB) TO PRL-SELL-PORTFOLIO
               MOVE WS-ICL-ENTITY (WS-MATE-SUB) TO PRL-BUY-ENTITY
               MOVE WS-ICL-PORTFOLIO (WS-MATE-SUB)
                   TO PRL-BUY-PORTFOLIO
           END-IF
           MOVE 'Y' TO WS-PAIR-OK-IND
           MOVE ZERO TO WS-USD-AMOUNT
           MOVE WS-ICL-CURRENCY (WS-LEG-SUB) TO WS-LOOKUP-CURRENCY
           PERFORM 4900-FIND-RATE
           IF NOT WS-RATE-FOUND
               MOVE 'N' TO WS-PAIR-OK-IND
               MOVE 'NOT ELIMINATED - NO FX RATE' TO PRL-STATUS
           ELSE
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   WS-ICL-TRADE-AMT (WS-LEG-SUB) * WS-POSITION-RATE
               MOVE WS-ICL-ENTITY (WS-LEG-SUB) TO WS-POST-ENTITY
               PERFORM 4950-FIND-ENTITY-ACCOUNTS
               IF WS-ICA-FOUND
                   MOVE WS-ICL-ENTITY (WS-MATE-SUB) TO WS-POST-ENTITY
                   PERFORM 4950-FIND-ENTITY-ACCOUNTS
               END-IF
               IF NOT WS-ICA-FOUND
                   MOVE 'N' TO WS-PAIR-OK-IND
                   MOVE SPACES TO PRL-STATUS
                   STRING 'NOT ELIMINATED - NO IC ACCTS '
                          WS-POST-ENTITY
                       DELIMITED BY SIZE INTO PRL-STATUS
               END-IF
           END-IF
           MOVE WS-USD-AMOUNT TO PRL-USD-AMT
           IF WS-PAIR-OK
               ADD 1 TO WS-ELIMINATED-COUNT
               MOVE 'ELIMINATED' TO PRL-STATUS
               PERFORM 4200-ELIMINATE-LEG
               PERFORM 4250-ELIMINATE-MATE
           ELSE
               ADD 1 TO WS-NOT-ELIM-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-PAIR-LINE
           .

       4200-ELIMINATE-LEG.
           MOVE WS-ICL-ENTITY (WS-LEG-SUB) TO WS-POST-ENTITY
           PERFORM 4950-FIND-ENTITY-ACCOUNTS
           MOVE SPACES TO WS-POST-DESC
           STRING 'IC ELIM VS ' WS-ICL-CPTY-ENTITY (WS-LEG-SUB)
               DELIMITED BY SIZE INTO WS-POST-DESC
           MOVE WS-ICL-PORTFOLIO (WS-LEG-SUB) TO JRN-PORTFOLIO-ID
           MOVE WS-ICL-TRADE-DATE (WS-LEG-SUB) TO JRN-TRADE-DATE
           IF WS-ICL-STATUS (WS-LEG-SUB) = 'C'
               PERFORM 4300-WRITE-SELLER-PAIR
           ELSE
               PERFORM 4350-WRITE-BUYER-PAIR
           END-IF
           .

       4250-ELIMINATE-MATE.
           MOVE WS-ICL-ENTITY (WS-MATE-SUB) TO WS-POST-ENTITY
           PERFORM 4950-FIND-ENTITY-ACCOUNTS
           MOVE SPACES TO WS-POST-DESC
           STRING 'IC ELIM VS ' WS-ICL-CPTY-ENTITY (WS-MATE-SUB)
               DELIMITED BY SIZE INTO WS-POST-DESC
           MOVE WS-ICL-PORTFOLIO (WS-MATE-SUB) TO JRN-PORTFOLIO-ID
           MOVE WS-ICL-TRADE-DATE (WS-MATE-SUB) TO JRN-TRADE-DATE
           IF WS-ICL-STATUS (WS-MATE-SUB) = 'C'
               PERFORM 4300-WRITE-SELLER-PAIR
           ELSE
               PERFORM 4350-WRITE-BUYER-PAIR
           END-IF
           .

      *----------------------------------------------------------------
      *  4300/4350 write one leg's balanced pair in its own entity.
      *  The seller's intercompany account carried the sale as a
      *  receivable and the buyer's as a payable; the elimination
      *  reverses both against the elimination account.
      *----------------------------------------------------------------
       4300-WRITE-SELLER-PAIR.
           MOVE WS-INTERCO-ACCT TO JRN-ACCOUNT
           MOVE 'C' TO JRN-DR-CR-IND
           PERFORM 4390-WRITE-JOURNAL-ENTRY
           MOVE WS-ELIM-ACCT TO JRN-ACCOUNT
           MOVE 'D' TO JRN-DR-CR-IND
           PERFORM 4390-WRITE-JOURNAL-ENTRY
           .

       4350-WRITE-BUYER-PAIR.
           MOVE WS-INTERCO-ACCT TO JRN-ACCOUNT
           MOVE 'D' TO JRN-DR-CR-IND
           PERFORM 4390-WRITE-JOURNAL-ENTRY
           MOVE WS-ELIM-ACCT TO JRN-ACCOUNT
           MOVE 'C' TO JRN-DR-CR-IND
           PERFORM 4390-WRITE-JOURNAL-ENTRY
           .

       4390-WRITE-JOURNAL-ENTRY.
           IF WS-USD-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-USD-AMOUNT
           ELSE
               MOVE WS-USD-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE WS-POST-DESC TO JRN-DESCRIPTION
           MOVE WS-POST-ENTITY TO JRN-ENTITY-CODE
           WRITE JRN-REC
           ADD 1 TO WS-ENTRY-COUNT
           IF JRN-DEBIT
               ADD WS-ABS-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 4395-ACCUMULATE-ENTITY-NET
           .

       4395-ACCUMULATE-ENTITY-NET.
           MOVE 'N' TO WS-ENT-FOUND-IND
           IF WS-ENT-COUNT > ZERO
               SET WS-ENT-IDX TO 1
               SEARCH WS-ENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENT-TBL-CODE (WS-ENT-IDX)
                           = JRN-ENTITY-CODE
                       ADD 1 TO WS-ENT-TBL-ENTRIES (WS-ENT-IDX)
                       IF JRN-DEBIT
                           ADD WS-ABS-AMOUNT
                               TO WS-ENT-TBL-NET (WS-ENT-IDX)
                       ELSE
                           SUBTRACT WS-ABS-AMOUNT
                               FROM WS-ENT-TBL-NET (WS-ENT-IDX)
                       END-IF
                       MOVE 'Y' TO WS-ENT-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-ENT-FOUND
               IF WS-ENT-COUNT NOT < 20
                   ADD 1 TO WS-ENT-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-ENT-COUNT
                   MOVE JRN-ENTITY-CODE
                       TO WS-ENT-TBL-CODE (WS-ENT-COUNT)
                   MOVE 1 TO WS-ENT-TBL-ENTRIES (WS-ENT-COUNT)
                   IF JRN-DEBIT
                       MOVE WS-ABS-AMOUNT
                           TO WS-ENT-TBL-NET (WS-ENT-COUNT)
                   ELSE
                       COMPUTE WS-ENT-TBL-NET (WS-ENT-COUNT) =
                           ZERO - WS-ABS-AMOUNT
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  4900-FIND-RATE sets WS-POSITION-RATE for WS-LOOKUP-CURRENCY
      *  off FXRATE.DAT; USD needs no rate.
      *----------------------------------------------------------------
       4900-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-IND
           IF WS-LOOKUP-CURRENCY = 'USD'
               MOVE 1 TO WS-POSITION-RATE
               MOVE 'Y' TO WS-RATE-FOUND-IND
           END-IF
           IF NOT WS-RATE-FOUND AND WS-FXR-COUNT > ZERO
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
           .

      *----------------------------------------------------------------
      *  4950-FIND-ENTITY-ACCOUNTS sets the intercompany and
      *  elimination accounts for WS-POST-ENTITY; an entity record
      *  without both is as good as none.
      *----------------------------------------------------------------
       4950-FIND-ENTITY-ACCOUNTS.
           MOVE 'N' TO WS-ICA-FOUND-IND
           MOVE SPACES TO WS-INTERCO-ACCT
           MOVE SPACES TO WS-ELIM-ACCT
           IF WS-ICA-COUNT > ZERO
               SET WS-ICA-IDX TO 1
               SEARCH WS-ICA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ICA-TBL-ENTITY (WS-ICA-IDX) = WS-POST-ENTITY
                       MOVE WS-ICA-TBL-INTERCO (WS-ICA-IDX)
                           TO WS-INTERCO-ACCT
                       MOVE WS-ICA-TBL-ELIM (WS-ICA-IDX)
                           TO WS-ELIM-ACCT
               END-SEARCH
           END-IF
           IF WS-INTERCO-ACCT NOT = SPACES
                   AND WS-ELIM-ACCT NOT = SPACES
               MOVE 'Y' TO WS-ICA-FOUND-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  4990-FIND-ENTITY-NAME sets WS-ENTITY-NAME for
      *  WS-LOOKUP-ENTITY off the entity master; the blank entity is
      *  unassigned, and a code the master does not carry says so.
      *----------------------------------------------------------------
       4990-FIND-ENTITY-NAME.
           IF WS-LOOKUP-ENTITY = SPACES
               MOVE 'UNASSIGNED' TO WS-ENTITY-NAME
           ELSE
               MOVE 'NOT ON ENTITY MASTER' TO WS-ENTITY-NAME
           END-IF
           IF WS-EMS-COUNT > ZERO
               SET WS-EMS-IDX TO 1
               SEARCH WS-EMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMS-TBL-CODE (WS-EMS-IDX) = WS-LOOKUP-ENTITY
                       MOVE WS-EMS-TBL-NAME (WS-EMS-IDX)
                           TO WS-ENTITY-NAME
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  5000-WRITE-UNMATCHED-LEGS lists every leg with no mirror --
      *  the ones Finance has to chase with the other entity before
      *  the month's consolidation is right.
      *----------------------------------------------------------------
       5000-WRITE-UNMATCHED-LEGS.
           WRITE RPT-LINE FROM WS-UNMATCHED-HEADER
           WRITE RPT-LINE FROM WS-UNMATCHED-COLUMNS
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > WS-ICL-COUNT
               IF WS-ICL-MATE (WS-LEG-SUB) = ZERO
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE WS-ICL-TRADE-DATE (WS-LEG-SUB) TO UML-TRADE-DATE
                   MOVE WS-ICL-CURRENCY (WS-LEG-SUB) TO UML-CURRENCY
                   MOVE WS-ICL-TRADE-AMT (WS-LEG-SUB) TO UML-TRADE-AMT
                   MOVE WS-ICL-ENTITY (WS-LEG-SUB) TO UML-ENTITY
                   MOVE WS-ICL-ENTITY (WS-LEG-SUB) TO WS-LOOKUP-ENTITY
                   PERFORM 4990-FIND-ENTITY-NAME
                   MOVE WS-ENTITY-NAME TO UML-ENTITY-NAME
                   MOVE WS-ICL-PORTFOLIO (WS-LEG-SUB) TO UML-PORTFOLIO
                   MOVE WS-ICL-CPTY-ENTITY (WS-LEG-SUB)
                       TO UML-CPTY-ENTITY
                   MOVE WS-ICL-INSTRUMENT (WS-LEG-SUB)
                       TO UML-INSTRUMENT
                   MOVE WS-ICL-STATUS (WS-LEG-SUB) TO UML-STATUS
                   WRITE RPT-LINE FROM WS-UNMATCHED-LINE
               END-IF
           END-PERFORM
           IF WS-UNMATCHED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  6000-WRITE-ENTITY-TRAILERS writes one 'ENTTRL  ' control
      *  record per legal entity, and the same figures on the report,
      *  so Finance can prove each entity's eliminations net to zero.
      *----------------------------------------------------------------
       6000-WRITE-ENTITY-TRAILERS.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               MOVE SPACES TO JRN-REC
               MOVE 'ENTTRL  ' TO JRT-ID
               MOVE WS-ENT-TBL-ENTRIES (WS-ENT-IDX)
                   TO JRT-ENTRY-COUNT
               MOVE WS-ENT-TBL-NET (WS-ENT-IDX) TO JRT-NET-AMOUNT
               MOVE WS-ENT-TBL-CODE (WS-ENT-IDX)
                   TO JRT-ENTITY-CODE
               WRITE JRN-REC
               IF WS-ENT-TBL-NET (WS-ENT-IDX) NOT = ZERO
                   ADD 1 TO WS-ENT-UNBALANCED-COUNT
               END-IF
               MOVE WS-ENT-TBL-CODE (WS-ENT-IDX) TO ENL-ENTITY
               MOVE WS-ENT-TBL-CODE (WS-ENT-IDX) TO WS-LOOKUP-ENTITY
               PERFORM 4990-FIND-ENTITY-NAME
               MOVE WS-ENTITY-NAME TO ENL-ENTITY-NAME
               MOVE WS-ENT-TBL-ENTRIES (WS-ENT-IDX) TO ENL-ENTRIES
               MOVE WS-ENT-TBL-NET (WS-ENT-IDX) TO ENL-NET
               WRITE RPT-LINE FROM WS-ENTITY-LINE
           END-PERFORM
           .

       6500-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JRN-REC
           MOVE 'TRAILER ' TO JRT-ID
           MOVE WS-ENTRY-COUNT TO JRT-ENTRY-COUNT
           MOVE WS-NET-AMOUNT TO JRT-NET-AMOUNT
           WRITE JRN-REC
           CLOSE ELIM-JOURNAL-FILE
           .

       9999-TERMINATE.
           MOVE WS-PAIR-COUNT TO SUM-PAIRS
           MOVE WS-ELIMINATED-COUNT TO SUM-ELIMINATED
           MOVE WS-NOT-ELIM-COUNT TO SUM-NOT-ELIM
           MOVE WS-UNMATCHED-COUNT TO SUM-UNMATCHED
           MOVE WS-ENTRY-COUNT TO SUM-ENTRIES
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE ICO-REPORT
           DISPLAY 'RPTICO00 PERIOD: ' WS-SEL-PERIOD
           DISPLAY 'RPTICO00 INTERCOMPANY LEGS: ' WS-ICL-COUNT
           DISPLAY 'RPTICO00 PAIRS MATCHED: ' WS-PAIR-COUNT
           DISPLAY 'RPTICO00 PAIRS ELIMINATED: ' WS-ELIMINATED-COUNT
           DISPLAY 'RPTICO00 PAIRS NOT ELIMINATED: ' WS-NOT-ELIM-COUNT
           DISPLAY 'RPTICO00 UNMATCHED LEGS: ' WS-UNMATCHED-COUNT
           DISPLAY 'RPTICO00 LEGS DROPPED (TABLE FULL): '
               WS-ICL-DROPPED-COUNT
           DISPLAY 'RPTICO00 JOURNAL ENTRIES WRITTEN: ' WS-ENTRY-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when TRNHIST.DAT is missing, an
      *  application error when the elimination journal is
      *  incomplete or does not net to zero (it must not be sent), a
      *  warning when legs are left unmatched, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTICO00' TO RC-ERROR-PROGRAM-ID
           IF WS-HIST-NOT-AVAILABLE
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'TRNHIST MISSING' TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-NET-AMOUNT NOT = ZERO
                       OR WS-ENT-UNBALANCED-COUNT > ZERO
                       OR WS-ENT-DROPPED-COUNT > ZERO
                       OR WS-ICL-DROPPED-COUNT > ZERO
                       OR WS-NOT-ELIM-COUNT > ZERO
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'ELIMINATION JOURNAL INCOMPLETE - DO NOT SEND'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-UNMATCHED-COUNT > ZERO
                       MOVE 'W001' TO RC-ERROR-CODE
                       MOVE 'UNMATCHED INTERCOMPANY LEGS - SEE REPORT'
                           TO RC-ERROR-TEXT
                       SET RC-WARNING TO TRUE
                       DISPLAY RC-ERROR-MESSAGE
                   ELSE
                       SET RC-NORMAL TO TRUE
                   END-IF
               END-IF
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
           MOVE 'RPTICO00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
