       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEBIL00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  FEEBIL00 -- MANAGEMENT-FEE BILLING RUN
      *  Bills the management fee FEEACR00 has accrued in FEEACR.DAT
      *  for every portfolio whose billing period ends with the
      *  business date's month: monthly terms every month, quarterly
      *  terms (the default) in March, June, September and December,
      *  annual terms in December.  Run on demand after the period's
      *  last business-day chain, off the same RUNPARM.DAT.
      *
      *  Each portfolio billed gets:
      *    - an invoice record on FEEINV.DAT (FEEINV.cpy), billing the
      *      period's accrual or, for an active portfolio whose accrual
      *      fell short, its PMR-FEE-MINIMUM;
      *    - a balanced fee-income pair on FEEJRN.DAT in GLEXTR00's
      *      journal layout -- debit fee receivable, credit fee
      *      income -- with the same per-entity ENTTRL control records
      *      and zero-net final trailer, refused the same way when it
      *      does not balance;
      *    - a line on the billing register.
      *  The portfolio's accrual then resets for the new period.  A
      *  rerun of the same business date re-issues the same invoices
      *  from the billed amounts kept on the accrual record instead of
      *  billing an already-reset period.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT FEE-ACCRUAL-FILE ASSIGN TO 'FEEACR.DAT'
               FILE STATUS IS WS-FAC-FILE-STATUS.
           SELECT FEE-INVOICE-FILE ASSIGN TO 'FEEINV.DAT'.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'FEEJRN.DAT'.
           SELECT BILLING-REPORT ASSIGN TO 'FEEBIL.PRT'.
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

      *--  Shared with FEEACR00 via FEEACR.cpy.
       FD  FEE-ACCRUAL-FILE.
           COPY FEEACR.

       FD  FEE-INVOICE-FILE.
           COPY FEEINV.

      *--  Same GL interface layout GLEXTR00 writes: one record per
      *--  journal entry, 'ENTTRL  ' control records per legal entity,
      *--  and a final 'TRAILER ' record, all redefining the same
      *--  bytes.
       FD  GL-JOURNAL-FILE.
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
       FD  BILLING-REPORT.
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
       01  WS-PMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PMR-FILE-OK        VALUE '00'.
           88  WS-PMR-FILE-MISSING   VALUE '35'.
       01  WS-FAC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FAC-FILE-OK        VALUE '00'.
           88  WS-FAC-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-PMR-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-PMR-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(04).
           05  WS-RUN-MM             PIC X(02).
               88  WS-RUN-QUARTER-END    VALUE '03' '06' '09' '12'.
               88  WS-RUN-YEAR-END       VALUE '12'.
           05  WS-RUN-DD             PIC X(02).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  House fee accounts.  Fee income is not mapped per
      *--  portfolio the way P&L is (GLACCT.DAT); Finance splits it by
      *--  the portfolio and entity carried on each entry.
       01  WS-FEE-RECV-ACCT          PIC X(10) VALUE 'GLFEERECV '.
       01  WS-FEE-INCOME-ACCT        PIC X(10) VALUE 'GLFEEINCM '.

      *--  Accrual table, loaded from FEEACR.DAT and rewritten at the
      *--  end with the billed portfolios reset.
       01  WS-FAC-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FAC-TABLE.
           05  WS-FAC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FAC-COUNT
                   INDEXED BY WS-FAC-IDX.
               10  WS-FAC-TBL-RECORD     PIC X(100).
       01  WS-FAC-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-FAC-FOUND          VALUE 'Y'.
       01  WS-FAC-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-BILL-DUE-IND           PIC X(01) VALUE 'N'.
           88  WS-BILL-DUE           VALUE 'Y'.
       01  WS-BILL-START             PIC X(08) VALUE SPACES.
       01  WS-BILL-ACCRUED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BILL-MINIMUM           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BILL-FEE               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BILL-ENTITY            PIC X(04) VALUE SPACES.
       01  WS-BILL-MIN-IND           PIC X(01) VALUE 'N'.
       01  WS-BILL-RERUN-IND         PIC X(01) VALUE 'N'.
           88  WS-BILL-RERUN         VALUE 'Y'.
       01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-MASTER-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-INVOICE-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-MINIMUM-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-RERUN-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-GRAND-ACCRUED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-FEE              PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-ENTRY-COUNT            PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-NET-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *--  Per-entity running nets, the same table GLEXTR00 keeps so
      *--  each entity's section of the journal proves to zero.
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

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'MANAGEMENT FEE BILLING REGISTER'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(05) VALUE 'FREQ'.
           05  FILLER                PIC X(10) VALUE 'FROM'.
           05  FILLER                PIC X(10) VALUE 'RATE PCT'.
           05  FILLER                PIC X(18) VALUE 'ACCRUED (USD)'.
           05  FILLER                PIC X(18) VALUE 'MINIMUM (USD)'.
           05  FILLER                PIC X(18) VALUE 'BILLED (USD)'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-FREQUENCY         PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-START             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-RATE              PIC Z9.9999.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-ACCRUED           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MINIMUM           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-FEE               PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(07).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(65)
                   VALUE 'ALL PORTFOLIOS BILLED'.
           05  TOT-ACCRUED           PIC Z(11)9.99-.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  TOT-FEE               PIC Z(11)9.99-.

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(50)
                   VALUE 'NO PORTFOLIO DUE FOR BILLING THIS PERIOD'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'INVOICES: '.
           05  SUM-INVOICES          PIC ZZ,ZZ9.
           05  FILLER                PIC X(20)
                   VALUE '  AT MINIMUM FEE:   '.
           05  SUM-MINIMUM           PIC ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  RE-ISSUED: '.
           05  SUM-RERUN             PIC ZZ,ZZ9.
           05  FILLER                PIC X(19)
                   VALUE '  JOURNAL ENTRIES: '.
           05  SUM-ENTRIES           PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-FEE-BILLING.
           PERFORM 1000-INITIALIZE
           IF WS-PMR-OPEN-OK
               PERFORM 2000-BILL-PORTFOLIOS
               PERFORM 4000-REWRITE-ACCRUAL-FILE
           END-IF
           PERFORM 3000-WRITE-JOURNAL-TRAILER
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1070-LOAD-ACCRUAL-FILE
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-OK
               MOVE 'Y' TO WS-PMR-OPEN-IND
           END-IF
           OPEN OUTPUT FEE-INVOICE-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT BILLING-REPORT
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

       1070-LOAD-ACCRUAL-FILE.
           MOVE ZERO TO WS-FAC-COUNT
           OPEN INPUT FEE-ACCRUAL-FILE
           IF WS-FAC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FEE-ACCRUAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-FAC-COUNT NOT < 500
                               ADD 1 TO WS-FAC-DROPPED-COUNT
                           ELSE
                               ADD 1 TO WS-FAC-COUNT
                               MOVE FAC-REC TO
                                   WS-FAC-TBL-RECORD (WS-FAC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-ACCRUAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2000-BILL-PORTFOLIOS.
           PERFORM UNTIL WS-EOF
               READ PORTFOLIO-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       PERFORM 2100-BILL-ONE-PORTFOLIO
               END-READ
           END-PERFORM
           CLOSE PORTFOLIO-MASTER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-INVOICE-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE WS-GRAND-ACCRUED TO TOT-ACCRUED
           MOVE WS-GRAND-FEE TO TOT-FEE
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           .

      *----------------------------------------------------------------
      *  2100-BILL-ONE-PORTFOLIO decides whether the portfolio's
      *  period ends this month and, if so, what it is billed.  The
      *  accrual record, when there is one, is left positioned in
      *  FAC-REC for the reset.
      *----------------------------------------------------------------
       2100-BILL-ONE-PORTFOLIO.
           MOVE 'N' TO WS-BILL-DUE-IND
           EVALUATE TRUE
               WHEN PMR-BILL-MONTHLY
                   MOVE 'Y' TO WS-BILL-DUE-IND
               WHEN PMR-BILL-QUARTERLY
                   IF WS-RUN-QUARTER-END
                       MOVE 'Y' TO WS-BILL-DUE-IND
                   END-IF
               WHEN PMR-BILL-ANNUALLY
                   IF WS-RUN-YEAR-END
                       MOVE 'Y' TO WS-BILL-DUE-IND
                   END-IF
           END-EVALUATE
           IF WS-BILL-DUE
               PERFORM 2150-FIND-ACCRUAL
               PERFORM 2200-PRICE-INVOICE
               IF WS-BILL-FEE > ZERO
                   PERFORM 2300-WRITE-INVOICE
                   PERFORM 2400-WRITE-FEE-JOURNAL
                   IF WS-FAC-FOUND AND NOT WS-BILL-RERUN
                       PERFORM 2500-RESET-ACCRUAL
                   END-IF
               END-IF
           END-IF
           .

       2150-FIND-ACCRUAL.
           MOVE 'N' TO WS-FAC-FOUND-IND
           MOVE SPACES TO FAC-REC
           IF WS-FAC-COUNT > ZERO
               SET WS-FAC-IDX TO 1
               SEARCH WS-FAC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FAC-TBL-RECORD (WS-FAC-IDX) (1:8)
                           = PMR-PORTFOLIO-ID
                       MOVE WS-FAC-TBL-RECORD (WS-FAC-IDX) TO FAC-REC
                       MOVE 'Y' TO WS-FAC-FOUND-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-PRICE-INVOICE takes the period's accrual -- or, when
      *  this business date was already billed, the accrual that bill
      *  was struck from -- and raises it to the minimum fee for an
      *  active portfolio.  A closed portfolio is billed what it
      *  accrued up to its close, with no minimum.
      *----------------------------------------------------------------
       2200-PRICE-INVOICE.
           MOVE 'N' TO WS-BILL-RERUN-IND
           MOVE 'N' TO WS-BILL-MIN-IND
           MOVE ZERO TO WS-BILL-ACCRUED
           MOVE SPACES TO WS-BILL-START
           MOVE SPACES TO WS-BILL-ENTITY
           IF WS-FAC-FOUND
               MOVE FAC-ENTITY-CODE TO WS-BILL-ENTITY
               IF FAC-LAST-BILLED-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-BILL-RERUN-IND
                   MOVE FAC-LAST-BILLED-ACCR TO WS-BILL-ACCRUED
                   MOVE FAC-LAST-BILLED-START TO WS-BILL-START
               ELSE
                   MOVE FAC-ACCRUED-AMT TO WS-BILL-ACCRUED
                   MOVE FAC-PERIOD-START TO WS-BILL-START
               END-IF
           END-IF
           MOVE WS-BILL-ACCRUED TO WS-BILL-FEE
           MOVE ZERO TO WS-BILL-MINIMUM
           IF NOT PMR-CLOSED
               MOVE PMR-FEE-MINIMUM TO WS-BILL-MINIMUM
               IF WS-BILL-FEE < WS-BILL-MINIMUM
                   MOVE WS-BILL-MINIMUM TO WS-BILL-FEE
                   MOVE 'Y' TO WS-BILL-MIN-IND
               END-IF
           END-IF
           .

       2300-WRITE-INVOICE.
           MOVE SPACES TO FIN-REC
           MOVE PMR-PORTFOLIO-ID TO FIN-PORTFOLIO-ID
           MOVE PMR-DESCRIPTION TO FIN-DESCRIPTION
           MOVE WS-RUN-DATE TO FIN-BILL-DATE
           MOVE WS-BILL-START TO FIN-PERIOD-START
           MOVE WS-RUN-DATE TO FIN-PERIOD-END
           MOVE PMR-FEE-FREQUENCY TO FIN-FREQUENCY
           IF FIN-FREQUENCY = SPACE
               MOVE 'Q' TO FIN-FREQUENCY
           END-IF
           MOVE PMR-FEE-RATE-PCT TO FIN-RATE-PCT
           MOVE WS-BILL-ACCRUED TO FIN-ACCRUED-AMT
           MOVE WS-BILL-MINIMUM TO FIN-MINIMUM-AMT
           MOVE WS-BILL-FEE TO FIN-FEE-AMT
           MOVE WS-BILL-MIN-IND TO FIN-MINIMUM-APPLIED
           MOVE 'USD' TO FIN-CURRENCY-CODE
           MOVE WS-BILL-ENTITY TO FIN-ENTITY-CODE
           MOVE WS-RUN-TOKEN TO FIN-RUN-TOKEN
           WRITE FIN-REC
           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-BILL-ACCRUED TO WS-GRAND-ACCRUED
           ADD WS-BILL-FEE TO WS-GRAND-FEE
           MOVE SPACES TO DTL-NOTE
           IF WS-BILL-MIN-IND = 'Y'
               ADD 1 TO WS-MINIMUM-COUNT
               MOVE 'MINIMUM' TO DTL-NOTE
           END-IF
           IF WS-BILL-RERUN
               ADD 1 TO WS-RERUN-COUNT
               MOVE 'REISSUE' TO DTL-NOTE
           END-IF
           MOVE PMR-PORTFOLIO-ID TO DTL-PORTFOLIO
           MOVE PMR-DESCRIPTION TO DTL-DESCRIPTION
           MOVE FIN-FREQUENCY TO DTL-FREQUENCY
           MOVE WS-BILL-START TO DTL-START
           MOVE PMR-FEE-RATE-PCT TO DTL-RATE
           MOVE WS-BILL-ACCRUED TO DTL-ACCRUED
           MOVE WS-BILL-MINIMUM TO DTL-MINIMUM
           MOVE WS-BILL-FEE TO DTL-FEE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  2400-WRITE-FEE-JOURNAL posts the fee as a balanced pair:
      *  debit receivable, credit income.
      *----------------------------------------------------------------
       2400-WRITE-FEE-JOURNAL.
           MOVE WS-BILL-FEE TO WS-ABS-AMOUNT
           MOVE WS-FEE-RECV-ACCT TO JRN-ACCOUNT
           MOVE 'D' TO JRN-DR-CR-IND
           PERFORM 2490-WRITE-JOURNAL-ENTRY
           MOVE WS-FEE-INCOME-ACCT TO JRN-ACCOUNT
           MOVE 'C' TO JRN-DR-CR-IND
           PERFORM 2490-WRITE-JOURNAL-ENTRY
           .

       2490-WRITE-JOURNAL-ENTRY.
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE PMR-PORTFOLIO-ID TO JRN-PORTFOLIO-ID
           MOVE WS-RUN-DATE TO JRN-TRADE-DATE
           MOVE 'MANAGEMENT FEE' TO JRN-DESCRIPTION
           MOVE WS-BILL-ENTITY TO JRN-ENTITY-CODE
           WRITE JRN-REC
           ADD 1 TO WS-ENTRY-COUNT
           IF JRN-DEBIT
               ADD WS-ABS-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 2495-ACCUMULATE-ENTITY-NET
           .

      *----------------------------------------------------------------
      *  2495-ACCUMULATE-ENTITY-NET folds the entry just written into
      *  its legal entity's running count and net, adding a new entity
      *  the first time it is seen.
      *----------------------------------------------------------------
       2495-ACCUMULATE-ENTITY-NET.
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
      *  2500-RESET-ACCRUAL starts the portfolio's new period: what
      *  was billed is kept for a rerun, and the accrual and its
      *  night's contribution go to zero so a same-date rerun of
      *  FEEACR00 adds nothing to the new period.
      *----------------------------------------------------------------
       2500-RESET-ACCRUAL.
           MOVE WS-RUN-DATE TO FAC-LAST-BILLED-DATE
           MOVE WS-BILL-START TO FAC-LAST-BILLED-START
           MOVE WS-BILL-ACCRUED TO FAC-LAST-BILLED-ACCR
           MOVE ZERO TO FAC-ACCRUED-AMT
           MOVE ZERO TO FAC-DAY-ACCRUAL
           MOVE ZERO TO FAC-DAY-DAYS
           MOVE SPACES TO FAC-PERIOD-START
           MOVE FAC-REC TO WS-FAC-TBL-RECORD (WS-FAC-IDX)
           .

       3000-WRITE-JOURNAL-TRAILER.
           PERFORM 2990-WRITE-ENTITY-TRAILERS
           MOVE SPACES TO JRN-REC
           MOVE 'TRAILER ' TO JRT-ID
           MOVE WS-ENTRY-COUNT TO JRT-ENTRY-COUNT
           MOVE WS-NET-AMOUNT TO JRT-NET-AMOUNT
           WRITE JRN-REC
           CLOSE GL-JOURNAL-FILE
           .

      *----------------------------------------------------------------
      *  2990-WRITE-ENTITY-TRAILERS writes one 'ENTTRL  ' control
      *  record per legal entity ahead of the final trailer, as
      *  GLEXTR00 does.  Any nonzero entity net is counted and fails
      *  the step.
      *----------------------------------------------------------------
       2990-WRITE-ENTITY-TRAILERS.
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
           END-PERFORM
           .

       4000-REWRITE-ACCRUAL-FILE.
           OPEN OUTPUT FEE-ACCRUAL-FILE
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               MOVE WS-FAC-TBL-RECORD (WS-FAC-IDX) TO FAC-REC
               WRITE FAC-REC
           END-PERFORM
           CLOSE FEE-ACCRUAL-FILE
           .

       9999-TERMINATE.
           MOVE WS-INVOICE-COUNT TO SUM-INVOICES
           MOVE WS-MINIMUM-COUNT TO SUM-MINIMUM
           MOVE WS-RERUN-COUNT TO SUM-RERUN
           MOVE WS-ENTRY-COUNT TO SUM-ENTRIES
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE BILLING-REPORT
           CLOSE FEE-INVOICE-FILE
           DISPLAY 'FEEBIL00 PORTFOLIOS ON MASTER: ' WS-MASTER-COUNT
           DISPLAY 'FEEBIL00 INVOICES WRITTEN: ' WS-INVOICE-COUNT
           DISPLAY 'FEEBIL00 INVOICES RE-ISSUED: ' WS-RERUN-COUNT
           DISPLAY 'FEEBIL00 JOURNAL ENTRIES WRITTEN: ' WS-ENTRY-COUNT
           IF WS-FAC-DROPPED-COUNT > ZERO
               DISPLAY 'FEEBIL00 ACCRUALS DROPPED, TABLE FULL: '
                   WS-FAC-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when PORTMST.DAT was missing
      *  (nothing billed, the accrual file untouched), an application
      *  error when the journal does not net to zero (it must not be
      *  sent), a warning when accrual records did not fit the table
      *  (they were not billed), normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'FEEBIL00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-PMR-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'PORTMST MISSING - NOTHING BILLED'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-NET-AMOUNT NOT = ZERO
                       OR WS-ENT-UNBALANCED-COUNT > ZERO
                       OR WS-ENT-DROPPED-COUNT > ZERO
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'JOURNAL OUT OF BALANCE - DO NOT SEND'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-FAC-DROPPED-COUNT > ZERO
                       MOVE 'W001' TO RC-ERROR-CODE
                       MOVE 'ACCRUAL TABLE FULL - PORTFOLIOS NOT BILLED'
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
      *  message to the shared run log.  The first-ever run starts the
      *  file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'FEEBIL00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
