       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLTBR00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  GLTBR00 -- GL TRIAL-BALANCE FEEDBACK RECONCILIATION
      *  GLEXTR00 and GLCORR00 send journals to the ledger; this step
      *  checks what the ledger actually booked.  It reads the
      *  ledger's daily trial-balance extract (GLTBAL.DAT: account,
      *  entity, balance) and, for every realized and unrealized P&L
      *  account named on GLACCT.DAT, compares the ledger balance
      *  per entity with the cumulative balance our own files say it
      *  should hold:
      *    - every nightly posting on the sent-history (GLSENT.DAT),
      *      last set per business date winning the way GLCORR00
      *      reads it, since a rerun appends a fresh set;
      *    - plus every correction entry on GLADJ.DAT;
      *    - plus every year-end closing entry GLYEC00 has written
      *      (GLYEC.DAT), which zeroes the P&L accounts into
      *      retained earnings.
      *  Any account/entity whose ledger balance differs, or which
      *  the ledger does not carry at all, is reported -- a journal
      *  the ledger rejected shows up the next morning instead of at
      *  quarter end.
      *
      *  Balances follow the ledger's convention, debits positive:
      *  a gain GLEXTR00 credited to a P&L account lowers its
      *  expected balance by the amount.  Offset, suspense and
      *  retained-earnings accounts are outside the comparison;
      *  GLACCT's per-entity retained-earnings records (key '*'
      *  plus entity) are not loaded.
      *
      *  The step runs ahead of tonight's GLEXTR00, so the
      *  sent-history holds exactly what went out through the prior
      *  business day -- what the ledger's extract reflects.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO 'GLTBAL.DAT'
               FILE STATUS IS WS-TBL-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.DAT'
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT SENT-HISTORY-FILE ASSIGN TO 'GLSENT.DAT'
               FILE STATUS IS WS-SNT-FILE-STATUS.
           SELECT GL-ADJUST-FILE ASSIGN TO 'GLADJ.DAT'
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT YEAR-END-CLOSE-FILE ASSIGN TO 'GLYEC.DAT'
               FILE STATUS IS WS-YEC-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'GLTBR.PRT'.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-EMS-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The ledger's daily trial-balance extract: one record per
      *--  account and legal entity, the closing balance signed
      *--  debit-positive.
       FD  TRIAL-BALANCE-FILE.
       01  TBL-REC.
           05  TBL-ACCOUNT           PIC X(10).
           05  TBL-ENTITY-CODE       PIC X(04).
           05  TBL-BALANCE           PIC S9(13)V99
                                     SIGN LEADING SEPARATE.

      *--  Portfolio-to-account reference, the same file GLEXTR00
      *--  posts by.
       FD  GL-ACCOUNT-FILE.
       01  GLA-REC.
           05  GLA-PORTFOLIO-ID      PIC X(08).
           05  GLA-REALIZED-ACCT     PIC X(10).
           05  GLA-UNREALIZED-ACCT   PIC X(10).
           05  GLA-OFFSET-ACCT       PIC X(10).

      *--  Same record GLEXTR00 appends per journaled PNLOUT record.
       FD  SENT-HISTORY-FILE.
       01  SNT-REC.
           05  SNT-BUSINESS-DATE     PIC X(08).
           05  SNT-PORTFOLIO-ID      PIC X(08).
           05  SNT-TRADE-DATE        PIC X(08).
           05  SNT-ENTITY-CODE       PIC X(04).
           05  SNT-CURRENCY-CODE     PIC X(03).
           05  SNT-CASH-IND          PIC X(01).
           05  SNT-REALIZED-AMT      PIC S9(13)V99 COMP-3.
           05  SNT-UNREALIZED-AMT    PIC S9(13)V99 COMP-3.

      *--  GLCORR00's adjustment journal, GL interface layout with
      *--  its per-entity and final control trailers.
       FD  GL-ADJUST-FILE.
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

      *--  GLYEC00's year-end closing journal, the same layout.
       FD  YEAR-END-CLOSE-FILE.
       01  YEC-JRN-REC.
           05  YEC-ACCOUNT           PIC X(10).
           05  YEC-DR-CR-IND         PIC X(01).
               88  YEC-DEBIT         VALUE 'D'.
               88  YEC-CREDIT        VALUE 'C'.
           05  YEC-AMOUNT            PIC S9(13)V99 COMP-3.
           05  YEC-PORTFOLIO-ID      PIC X(08).
           05  YEC-TRADE-DATE        PIC X(08).
           05  YEC-DESCRIPTION       PIC X(20).
           05  YEC-ENTITY-CODE       PIC X(04).
       01  YEC-JRN-TRAILER REDEFINES YEC-JRN-REC.
           05  YEC-JRT-ID            PIC X(08).
           05  YEC-JRT-ENTRY-COUNT   PIC 9(08).
           05  YEC-JRT-NET-AMOUNT    PIC S9(13)V99 COMP-3.
           05  YEC-JRT-ENTITY-CODE   PIC X(04).
           05  FILLER                PIC X(31).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  RECON-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Shared with ENTMNT00 and UTLVAL00 via ENTMST.cpy.
       FD  ENTITY-MASTER-FILE.
           COPY ENTMST.

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
       01  WS-TBL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TBL-FILE-OK        VALUE '00'.
           88  WS-TBL-FILE-MISSING   VALUE '35'.
       01  WS-GLA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GLA-FILE-OK        VALUE '00'.
           88  WS-GLA-FILE-MISSING   VALUE '35'.
       01  WS-SNT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SNT-FILE-OK        VALUE '00'.
           88  WS-SNT-FILE-MISSING   VALUE '35'.
       01  WS-ADJ-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ADJ-FILE-OK        VALUE '00'.
           88  WS-ADJ-FILE-MISSING   VALUE '35'.
       01  WS-EMS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EMS-FILE-OK        VALUE '00'.
           88  WS-EMS-FILE-MISSING   VALUE '35'.
       01  WS-YEC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-YEC-FILE-OK        VALUE '00'.
           88  WS-YEC-FILE-MISSING   VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

      *--  Set once, right after the OPEN -- the file status field
      *--  itself moves on with every READ.
       01  WS-TBL-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-TBL-OPEN-OK        VALUE 'Y'.
       01  WS-SNT-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-SNT-OPEN-OK        VALUE 'Y'.
       01  WS-ADJ-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-ADJ-OPEN-OK        VALUE 'Y'.
       01  WS-YEC-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-YEC-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Account mapping table, loaded from GLACCT.DAT.
       01  WS-GLA-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GLA-COUNT
                   INDEXED BY WS-GLA-IDX.
               10  WS-GLA-TBL-PORTFOLIO  PIC X(08).
               10  WS-GLA-TBL-REALIZED   PIC X(10).
               10  WS-GLA-TBL-UNREALIZED PIC X(10).
               10  WS-GLA-TBL-OFFSET     PIC X(10).

      *--  One business date's sent set at a time, last record per
      *--  key winning, so a rerun's fresh set supersedes the
      *--  aborted one before it is folded into the expected
      *--  balances -- the same key GLCORR00 matches on.
       01  WS-SNT-DATE               PIC X(08) VALUE SPACES.
       01  WS-SNT-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SNT-TABLE.
           05  WS-SNT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SNT-COUNT
                   INDEXED BY WS-SNT-IDX.
               10  WS-SNT-TBL-PORTFOLIO  PIC X(08).
               10  WS-SNT-TBL-TRADE-DATE PIC X(08).
               10  WS-SNT-TBL-ENTITY     PIC X(04).
               10  WS-SNT-TBL-CURRENCY   PIC X(03).
               10  WS-SNT-TBL-CASH-IND   PIC X(01).
               10  WS-SNT-TBL-REALIZED   PIC S9(13)V99 COMP-3.
               10  WS-SNT-TBL-UNREALIZED PIC S9(13)V99 COMP-3.
       01  WS-SNT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-SNT-FOUND          VALUE 'Y'.
       01  WS-SNT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SNT-DATES-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-UNMAPPED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

      *--  The comparison itself: one entry per P&L account and
      *--  entity, expected balance from our files against the
      *--  ledger's.
       01  WS-REC-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-REC-COUNT
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-TBL-ACCOUNT    PIC X(10).
               10  WS-REC-TBL-ENTITY     PIC X(04).
               10  WS-REC-TBL-EXPECTED   PIC S9(13)V99 COMP-3.
               10  WS-REC-TBL-LEDGER     PIC S9(13)V99 COMP-3.
               10  WS-REC-TBL-ON-LEDGER  PIC X(01).
       01  WS-REC-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-REC-FOUND          VALUE 'Y'.
       01  WS-REC-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-PNL-ACCT-IND           PIC X(01) VALUE 'N'.
           88  WS-PNL-ACCT           VALUE 'Y'.
       01  WS-LOOK-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-LOOK-ENTITY            PIC X(04) VALUE SPACES.
       01  WS-POST-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DIFF-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TBL-READ-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ADJ-READ-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-YEC-READ-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-AGREED-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DIFF-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-MISSING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

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

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'GL TRIAL-BALANCE RECONCILIATION'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                PIC X(08) VALUE 'ENTITY'.
           05  FILLER                PIC X(22) VALUE 'ENTITY NAME'.
           05  FILLER                PIC X(18) VALUE 'EXPECTED'.
           05  FILLER                PIC X(18) VALUE 'LEDGER'.
           05  FILLER                PIC X(18) VALUE 'DIFFERENCE'.
           05  FILLER                PIC X(14) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-ACCOUNT           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY-NAME       PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-EXPECTED          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LEDGER            PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DIFFERENCE        PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-STATUS            PIC X(14).

       01  WS-MESSAGE-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  MSG-TEXT              PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(18)
                   VALUE 'ACCOUNTS AGREED: '.
           05  SUM-AGREED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  DIFFERENCES: '.
           05  SUM-DIFFERENCES       PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  NOT ON LEDGER: '.
           05  SUM-MISSING           PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-RECONCILE.
           PERFORM 1000-INITIALIZE
           IF WS-TBL-OPEN-OK
               PERFORM 2000-LOAD-SENT-HISTORY
               PERFORM 2500-LOAD-ADJUSTMENTS
               PERFORM 2600-LOAD-YEAR-END-CLOSES
               PERFORM 3000-LOAD-TRIAL-BALANCE
               PERFORM 4000-REPORT-DIFFERENCES
           ELSE
               MOVE 'TRIAL BALANCE NOT RECEIVED - NOT RECONCILED'
                   TO MSG-TEXT
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1100-LOAD-ACCOUNT-MAP
           PERFORM 1150-LOAD-ENTITY-MASTER
           OPEN OUTPUT RECON-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE
           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-TBL-FILE-OK
               MOVE 'Y' TO WS-TBL-OPEN-IND
           END-IF
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

       1100-LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-GLA-COUNT
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLA-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-GLA-COUNT NOT < 200
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF GLA-PORTFOLIO-ID (1:1) NOT = '*'
                               ADD 1 TO WS-GLA-COUNT
                               MOVE GLA-PORTFOLIO-ID TO
                                   WS-GLA-TBL-PORTFOLIO (WS-GLA-COUNT)
                               MOVE GLA-REALIZED-ACCT TO
                                   WS-GLA-TBL-REALIZED (WS-GLA-COUNT)
                               MOVE GLA-UNREALIZED-ACCT TO
                                   WS-GLA-TBL-UNREALIZED (WS-GLA-COUNT)
                               MOVE GLA-OFFSET-ACCT TO
                                   WS-GLA-TBL-OFFSET (WS-GLA-COUNT)
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
      *  2000-LOAD-SENT-HISTORY walks the sent-history in the order it
      *  was appended, one business date's set at a time.  Within a
      *  date the last record per key wins; when the date changes
      *  the finished set is folded into the expected balances.
      *----------------------------------------------------------------
       2000-LOAD-SENT-HISTORY.
           MOVE ZERO TO WS-SNT-COUNT
           MOVE SPACES TO WS-SNT-DATE
           OPEN INPUT SENT-HISTORY-FILE
           IF WS-SNT-FILE-OK
               MOVE 'Y' TO WS-SNT-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ SENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SNT-BUSINESS-DATE NOT = WS-SNT-DATE
                           PERFORM 2200-POST-SENT-SET
                           MOVE SNT-BUSINESS-DATE TO WS-SNT-DATE
                       END-IF
                       PERFORM 2100-HOLD-SENT-RECORD
               END-READ
           END-PERFORM
           PERFORM 2200-POST-SENT-SET
           IF WS-SNT-OPEN-OK
               CLOSE SENT-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-HOLD-SENT-RECORD.
           MOVE 'N' TO WS-SNT-FOUND-IND
           IF WS-SNT-COUNT > ZERO
               SET WS-SNT-IDX TO 1
               SEARCH WS-SNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                           = SNT-PORTFOLIO-ID
                       AND WS-SNT-TBL-TRADE-DATE (WS-SNT-IDX)
                           = SNT-TRADE-DATE
                       AND WS-SNT-TBL-ENTITY (WS-SNT-IDX)
                           = SNT-ENTITY-CODE
                       AND WS-SNT-TBL-CURRENCY (WS-SNT-IDX)
                           = SNT-CURRENCY-CODE
                       AND WS-SNT-TBL-CASH-IND (WS-SNT-IDX)
                           = SNT-CASH-IND
                       MOVE SNT-REALIZED-AMT
                           TO WS-SNT-TBL-REALIZED (WS-SNT-IDX)
                       MOVE SNT-UNREALIZED-AMT
                           TO WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                       MOVE 'Y' TO WS-SNT-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-SNT-FOUND
               IF WS-SNT-COUNT NOT < 5000
                   ADD 1 TO WS-SNT-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-SNT-COUNT
                   MOVE SNT-PORTFOLIO-ID
                       TO WS-SNT-TBL-PORTFOLIO (WS-SNT-COUNT)
                   MOVE SNT-TRADE-DATE
                       TO WS-SNT-TBL-TRADE-DATE (WS-SNT-COUNT)
                   MOVE SNT-ENTITY-CODE
                       TO WS-SNT-TBL-ENTITY (WS-SNT-COUNT)
                   MOVE SNT-CURRENCY-CODE
                       TO WS-SNT-TBL-CURRENCY (WS-SNT-COUNT)
                   MOVE SNT-CASH-IND
                       TO WS-SNT-TBL-CASH-IND (WS-SNT-COUNT)
                   MOVE SNT-REALIZED-AMT
                       TO WS-SNT-TBL-REALIZED (WS-SNT-COUNT)
                   MOVE SNT-UNREALIZED-AMT
                       TO WS-SNT-TBL-UNREALIZED (WS-SNT-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-POST-SENT-SET folds one business date's finished set
      *  into the expected balances, resolving each portfolio to its
      *  accounts the way GLEXTR00 does.  A gain was credited, so it
      *  lowers the debit-positive expected balance.  A portfolio
      *  with no mapping went to suspense and is outside the
      *  comparison.
      *----------------------------------------------------------------
       2200-POST-SENT-SET.
           IF WS-SNT-COUNT > ZERO
               ADD 1 TO WS-SNT-DATES-COUNT
           END-IF
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
                   UNTIL WS-SNT-IDX > WS-SNT-COUNT
               MOVE 'N' TO WS-REC-FOUND-IND
               IF WS-GLA-COUNT > ZERO
                   SET WS-GLA-IDX TO 1
                   SEARCH WS-GLA-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-GLA-TBL-PORTFOLIO (WS-GLA-IDX)
                               = WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                           MOVE 'Y' TO WS-REC-FOUND-IND
                   END-SEARCH
               END-IF
               IF WS-REC-FOUND
                   MOVE WS-SNT-TBL-ENTITY (WS-SNT-IDX)
                       TO WS-LOOK-ENTITY
                   MOVE WS-GLA-TBL-REALIZED (WS-GLA-IDX)
                       TO WS-LOOK-ACCOUNT
                   COMPUTE WS-POST-AMOUNT =
                       ZERO - WS-SNT-TBL-REALIZED (WS-SNT-IDX)
                   PERFORM 2900-ADD-EXPECTED
                   MOVE WS-GLA-TBL-UNREALIZED (WS-GLA-IDX)
                       TO WS-LOOK-ACCOUNT
                   COMPUTE WS-POST-AMOUNT =
                       ZERO - WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                   PERFORM 2900-ADD-EXPECTED
               ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SNT-COUNT
           .

      *----------------------------------------------------------------
      *  2500-LOAD-ADJUSTMENTS adds GLCORR00's correction entries to
      *  the expected balances: a debit raises the account, a credit
      *  lowers it.  Control trailers and entries to any account
      *  other than a mapped P&L account are skipped.
      *----------------------------------------------------------------
       2500-LOAD-ADJUSTMENTS.
           OPEN INPUT GL-ADJUST-FILE
           IF WS-ADJ-FILE-OK
               MOVE 'Y' TO WS-ADJ-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ GL-ADJUST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JRT-ID NOT = 'ENTTRL  '
                               AND JRT-ID NOT = 'TRAILER '
                           ADD 1 TO WS-ADJ-READ-COUNT
                           MOVE JRN-ACCOUNT TO WS-LOOK-ACCOUNT
                           PERFORM 2950-CHECK-PNL-ACCOUNT
                           IF WS-PNL-ACCT
                               MOVE JRN-ENTITY-CODE TO WS-LOOK-ENTITY
                               IF JRN-DEBIT
                                   MOVE JRN-AMOUNT TO WS-POST-AMOUNT
                               ELSE
                                   COMPUTE WS-POST-AMOUNT =
                                       ZERO - JRN-AMOUNT
                               END-IF
                               PERFORM 2900-ADD-EXPECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ADJ-OPEN-OK
               CLOSE GL-ADJUST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2600-LOAD-YEAR-END-CLOSES adds the year-end closing entries
      *  the same way: every year closed so far has taken its P&L
      *  accounts back to zero in the ledger.  No file just means no
      *  year has been closed yet; one that will not open is said on
      *  the report, since every close then drops out.
      *----------------------------------------------------------------
       2600-LOAD-YEAR-END-CLOSES.
           OPEN INPUT YEAR-END-CLOSE-FILE
           IF WS-YEC-FILE-OK
               MOVE 'Y' TO WS-YEC-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
               IF NOT WS-YEC-FILE-MISSING
                   MOVE SPACES TO MSG-TEXT
                   STRING 'GLYEC.DAT NOT READ, STATUS '
                          WS-YEC-FILE-STATUS
                          ' - YEAR-END CLOSES NOT INCLUDED'
                       DELIMITED BY SIZE INTO MSG-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ YEAR-END-CLOSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF YEC-JRT-ID NOT = 'ENTTRL  '
                               AND YEC-JRT-ID NOT = 'TRAILER '
                           ADD 1 TO WS-YEC-READ-COUNT
                           MOVE YEC-ACCOUNT TO WS-LOOK-ACCOUNT
                           PERFORM 2950-CHECK-PNL-ACCOUNT
                           IF WS-PNL-ACCT
                               MOVE YEC-ENTITY-CODE TO WS-LOOK-ENTITY
                               IF YEC-DEBIT
                                   MOVE YEC-AMOUNT TO WS-POST-AMOUNT
                               ELSE
                                   COMPUTE WS-POST-AMOUNT =
                                       ZERO - YEC-AMOUNT
                               END-IF
                               PERFORM 2900-ADD-EXPECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YEC-OPEN-OK
               CLOSE YEAR-END-CLOSE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2900-ADD-EXPECTED adds WS-POST-AMOUNT to the expected balance
      *  of WS-LOOK-ACCOUNT/WS-LOOK-ENTITY, adding the pair the first
      *  time it is seen.  2910 finds or adds the pair for both the
      *  expected and the ledger side.
      *----------------------------------------------------------------
       2900-ADD-EXPECTED.
           PERFORM 2910-FIND-OR-ADD-PAIR
           IF WS-REC-FOUND
               ADD WS-POST-AMOUNT TO WS-REC-TBL-EXPECTED (WS-REC-IDX)
           END-IF
           .

       2910-FIND-OR-ADD-PAIR.
           MOVE 'N' TO WS-REC-FOUND-IND
           IF WS-REC-COUNT > ZERO
               SET WS-REC-IDX TO 1
               SEARCH WS-REC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REC-TBL-ACCOUNT (WS-REC-IDX)
                           = WS-LOOK-ACCOUNT
                       AND WS-REC-TBL-ENTITY (WS-REC-IDX)
                           = WS-LOOK-ENTITY
                       MOVE 'Y' TO WS-REC-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-REC-FOUND
               IF WS-REC-COUNT NOT < 2000
                   ADD 1 TO WS-REC-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-REC-COUNT
                   SET WS-REC-IDX TO WS-REC-COUNT
                   MOVE WS-LOOK-ACCOUNT
                       TO WS-REC-TBL-ACCOUNT (WS-REC-IDX)
                   MOVE WS-LOOK-ENTITY
                       TO WS-REC-TBL-ENTITY (WS-REC-IDX)
                   MOVE ZERO TO WS-REC-TBL-EXPECTED (WS-REC-IDX)
                   MOVE ZERO TO WS-REC-TBL-LEDGER (WS-REC-IDX)
                   MOVE 'N' TO WS-REC-TBL-ON-LEDGER (WS-REC-IDX)
                   MOVE 'Y' TO WS-REC-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2950-CHECK-PNL-ACCOUNT sets WS-PNL-ACCT when WS-LOOK-ACCOUNT
      *  is a realized or unrealized account of any portfolio on
      *  GLACCT.DAT.
      *----------------------------------------------------------------
       2950-CHECK-PNL-ACCOUNT.
           MOVE 'N' TO WS-PNL-ACCT-IND
           IF WS-GLA-COUNT > ZERO
               SET WS-GLA-IDX TO 1
               SEARCH WS-GLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GLA-TBL-REALIZED (WS-GLA-IDX)
                           = WS-LOOK-ACCOUNT
                       MOVE 'Y' TO WS-PNL-ACCT-IND
                   WHEN WS-GLA-TBL-UNREALIZED (WS-GLA-IDX)
                           = WS-LOOK-ACCOUNT
                       MOVE 'Y' TO WS-PNL-ACCT-IND
               END-SEARCH
           END-IF
           .

       3000-LOAD-TRIAL-BALANCE.
           PERFORM UNTIL WS-EOF
               READ TRIAL-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TBL-READ-COUNT
                       MOVE TBL-ACCOUNT TO WS-LOOK-ACCOUNT
                       PERFORM 2950-CHECK-PNL-ACCOUNT
                       IF WS-PNL-ACCT
                           MOVE TBL-ENTITY-CODE TO WS-LOOK-ENTITY
                           PERFORM 2910-FIND-OR-ADD-PAIR
                           IF WS-REC-FOUND
                               ADD TBL-BALANCE
                                   TO WS-REC-TBL-LEDGER (WS-REC-IDX)
                               MOVE 'Y'
                                   TO WS-REC-TBL-ON-LEDGER (WS-REC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  4000-REPORT-DIFFERENCES prints every account/entity where
      *  the ledger disagrees with us.  A pair the ledger does not
      *  carry at all is reported only when we expect a balance on
      *  it; a zero expected and no ledger line agree.
      *----------------------------------------------------------------
       4000-REPORT-DIFFERENCES.
           WRITE RPT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               COMPUTE WS-DIFF-AMOUNT =
                   WS-REC-TBL-LEDGER (WS-REC-IDX)
                       - WS-REC-TBL-EXPECTED (WS-REC-IDX)
               IF WS-DIFF-AMOUNT = ZERO
                   ADD 1 TO WS-AGREED-COUNT
               ELSE
                   IF WS-REC-TBL-ON-LEDGER (WS-REC-IDX) = 'Y'
                       ADD 1 TO WS-DIFF-COUNT
                       MOVE 'DIFFERENCE' TO DTL-STATUS
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE 'NOT ON LEDGER' TO DTL-STATUS
                   END-IF
                   MOVE WS-REC-TBL-ACCOUNT (WS-REC-IDX) TO DTL-ACCOUNT
                   MOVE WS-REC-TBL-ENTITY (WS-REC-IDX) TO DTL-ENTITY
                   MOVE WS-REC-TBL-ENTITY (WS-REC-IDX)
                       TO WS-LOOKUP-ENTITY
                   PERFORM 4900-FIND-ENTITY-NAME
                   MOVE WS-ENTITY-NAME TO DTL-ENTITY-NAME
                   MOVE WS-REC-TBL-EXPECTED (WS-REC-IDX)
                       TO DTL-EXPECTED
                   MOVE WS-REC-TBL-LEDGER (WS-REC-IDX) TO DTL-LEDGER
                   MOVE WS-DIFF-AMOUNT TO DTL-DIFFERENCE
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-AGREED-COUNT TO SUM-AGREED
           MOVE WS-DIFF-COUNT TO SUM-DIFFERENCES
           MOVE WS-MISSING-COUNT TO SUM-MISSING
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

      *----------------------------------------------------------------
      *  4900-FIND-ENTITY-NAME sets WS-ENTITY-NAME for
      *  WS-LOOKUP-ENTITY off the entity master; the blank entity is
      *  unassigned, and a code the master does not carry says so.
      *----------------------------------------------------------------
       4900-FIND-ENTITY-NAME.
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

       9999-TERMINATE.
           IF WS-TBL-OPEN-OK
               CLOSE TRIAL-BALANCE-FILE
           END-IF
           CLOSE RECON-REPORT
           DISPLAY 'GLTBR00 TRIAL-BALANCE LINES READ: '
               WS-TBL-READ-COUNT
           DISPLAY 'GLTBR00 SENT BUSINESS DATES: ' WS-SNT-DATES-COUNT
           DISPLAY 'GLTBR00 ADJUSTMENT ENTRIES READ: ' WS-ADJ-READ-COUNT
           DISPLAY 'GLTBR00 YEAR-END CLOSE ENTRIES READ: '
               WS-YEC-READ-COUNT
           DISPLAY 'GLTBR00 ACCOUNTS AGREED: ' WS-AGREED-COUNT
           DISPLAY 'GLTBR00 DIFFERENCES: ' WS-DIFF-COUNT
           DISPLAY 'GLTBR00 NOT ON LEDGER: ' WS-MISSING-COUNT
           IF WS-SNT-DROPPED-COUNT > ZERO
                   OR WS-REC-DROPPED-COUNT > ZERO
               DISPLAY 'GLTBR00 ENTRIES DROPPED, TABLE FULL: '
                   WS-SNT-DROPPED-COUNT ' ' WS-REC-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when a table overflowed
      *  (the comparison is incomplete and cannot be trusted), a
      *  warning when the ledger's extract did not arrive or any
      *  account disagrees, normal otherwise.  A difference never
      *  stops the chain -- tonight's journal still has to go out.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'GLTBR00' TO RC-ERROR-PROGRAM-ID
           IF WS-SNT-DROPPED-COUNT > ZERO
                   OR WS-REC-DROPPED-COUNT > ZERO
               MOVE 'A001' TO RC-ERROR-CODE
               MOVE 'RECONCILIATION TABLE FULL - RESULT INCOMPLETE'
                   TO RC-ERROR-TEXT
               SET RC-APPLICATION-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF NOT WS-TBL-OPEN-OK
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'TRIAL-BALANCE EXTRACT NOT RECEIVED'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-DIFF-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
                       MOVE 'W002' TO RC-ERROR-CODE
                       MOVE 'LEDGER BALANCES DIFFER FROM JOURNALS SENT'
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
           MOVE 'GLTBR00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
