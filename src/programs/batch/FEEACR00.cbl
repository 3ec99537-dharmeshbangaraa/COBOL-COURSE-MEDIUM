       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEACR00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  FEEACR00 -- NIGHTLY MANAGEMENT-FEE ACCRUAL
      *  Client portfolios are billed a management fee as a
      *  percentage of their value.  The terms now live on the
      *  portfolio master (PRTMST.cpy: rate, billing frequency,
      *  minimum), and this step accrues against them each night so
      *  the quarter's bill is built up day by day at whatever rate
      *  was in force on each day -- a rate change keyed through PRTM
      *  mid-period bills correctly without anyone remembering it.
      *
      *  The value is the portfolio's open inventory (POSINV.DAT, the
      *  calc's rewrite) at USD cost, each lot on its size so a short
      *  lot counts as a long one does.  Each night accrues
      *      value * rate / 100 * days / 365
      *  where days is the calendar days since the portfolio's last
      *  accrual, so weekends and holidays are accrued on the next
      *  business night.  Closed portfolios stop accruing but keep
      *  their balance for the next billing run.
      *
      *  The accrual file (FEEACR.DAT, FEEACR.cpy) is loaded, rolled,
      *  and rewritten whole -- the same load-update-rewrite PNLACC00
      *  applies to PNLPERD.DAT -- and a reprocessed business date
      *  backs its earlier contribution out first.  A lot whose
      *  currency has no rate adds nothing to the value and ends the
      *  step with a warning.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT FEE-ACCRUAL-FILE ASSIGN TO 'FEEACR.DAT'
               FILE STATUS IS WS-FAC-FILE-STATUS.
           SELECT ACCRUAL-REPORT ASSIGN TO 'FEEACRPT.PRT'.
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

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

      *--  Shared with FEEBIL00 via FEEACR.cpy.
       FD  FEE-ACCRUAL-FILE.
           COPY FEEACR.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  ACCRUAL-REPORT.
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
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.
       01  WS-FAC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FAC-FILE-OK        VALUE '00'.
           88  WS-FAC-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

      *--  Set once, right after the OPEN -- the file status field
      *--  itself moves on with every READ.
       01  WS-INV-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-INV-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-RUN-DATE-NUM           PIC 9(08) VALUE ZERO.
       01  WS-LAST-DATE-NUM          PIC 9(08) VALUE ZERO.
       01  WS-RUN-JULIAN             PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-LAST-JULIAN            PIC S9(09) COMP-3 VALUE ZERO.

      *--  The day's rates, the same 50-entry shape the calc loads.
       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  Fee-paying portfolios off the master, with tonight's value
      *--  built up from the inventory.
       01  WS-FEE-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FEE-COUNT
                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-TBL-PORTFOLIO  PIC X(08).
               10  WS-FEE-TBL-STATUS     PIC X(01).
               10  WS-FEE-TBL-RATE-PCT   PIC 9(02)V9(04).
               10  WS-FEE-TBL-ENTITY     PIC X(04).
               10  WS-FEE-TBL-LOTS       PIC 9(05) COMP-3.
               10  WS-FEE-TBL-VALUE      PIC S9(13)V99 COMP-3.
       01  WS-FEE-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-FEE-FOUND          VALUE 'Y'.
       01  WS-FEE-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  Accrual table, loaded from FEEACR.DAT and rewritten at the
      *--  end.
       01  WS-FAC-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FAC-TABLE.
           05  WS-FAC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FAC-COUNT
                   INDEXED BY WS-FAC-IDX.
               10  WS-FAC-TBL-PORTFOLIO  PIC X(08).
               10  WS-FAC-TBL-ENTITY     PIC X(04).
               10  WS-FAC-TBL-START      PIC X(08).
               10  WS-FAC-TBL-LAST-DATE  PIC X(08).
               10  WS-FAC-TBL-ACCRUED    PIC S9(13)V99 COMP-3.
               10  WS-FAC-TBL-DAY-ACCR   PIC S9(13)V99 COMP-3.
               10  WS-FAC-TBL-DAY-VALUE  PIC S9(13)V99 COMP-3.
               10  WS-FAC-TBL-DAY-RATE   PIC 9(02)V9(04).
               10  WS-FAC-TBL-DAY-DAYS   PIC 9(03).
               10  WS-FAC-TBL-BILL-DATE  PIC X(08).
               10  WS-FAC-TBL-BILL-START PIC X(08).
               10  WS-FAC-TBL-BILL-ACCR  PIC S9(13)V99 COMP-3.
       01  WS-FAC-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-FAC-FOUND          VALUE 'Y'.
       01  WS-FAC-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-RATE-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-POSITION-RATE          PIC 9(01)V9(06) VALUE ZERO.
       01  WS-USD-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ACCRUE-DAYS            PIC 9(03) VALUE ZERO.
       01  WS-DAY-ACCRUAL            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-POSITION-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NO-RATE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ACCRUED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-REPOSTED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-OUT-OF-ORDER-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-GRAND-DAY-ACCRUAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-ACCRUED          PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'MANAGEMENT FEE ACCRUAL'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(07) VALUE 'LOTS'.
           05  FILLER                PIC X(18) VALUE 'VALUE (USD)'.
           05  FILLER                PIC X(10) VALUE 'RATE PCT'.
           05  FILLER                PIC X(06) VALUE 'DAYS'.
           05  FILLER                PIC X(18) VALUE 'TONIGHT (USD)'.
           05  FILLER                PIC X(18) VALUE 'PERIOD TO DATE'.
           05  FILLER                PIC X(10) VALUE 'SINCE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LOTS              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-VALUE             PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-RATE              PIC Z9.9999.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-DAYS              PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-DAY-ACCRUAL       PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCRUED           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-START             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(12).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(54)
                   VALUE 'ALL PORTFOLIOS'.
           05  TOT-DAY-ACCRUAL       PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TOT-ACCRUED           PIC Z(11)9.99-.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(22)
                   VALUE 'OPEN POSITIONS READ: '.
           05  SUM-POSITIONS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  ACCRUED:   '.
           05  SUM-ACCRUED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE '  NO RATE: '.
           05  SUM-NO-RATE           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE '  RERUNS: '.
           05  SUM-REPOSTED          PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-FEE-ACCRUAL.
           PERFORM 1000-INITIALIZE
           IF WS-INV-OPEN-OK
               PERFORM 2000-VALUE-INVENTORY
               PERFORM 3000-ACCRUE-PORTFOLIOS
               PERFORM 4000-REWRITE-ACCRUAL-FILE
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE-NUM)
           PERFORM 1050-LOAD-FX-RATES
           PERFORM 1060-LOAD-FEE-TERMS
           PERFORM 1070-LOAD-ACCRUAL-FILE
           OPEN INPUT POSITION-INV-FILE
           IF WS-INV-FILE-OK
               MOVE 'Y' TO WS-INV-OPEN-IND
           END-IF
           OPEN OUTPUT ACCRUAL-REPORT
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

      *----------------------------------------------------------------
      *  1060-LOAD-FEE-TERMS keeps every master entry with a fee rate.
      *  A portfolio with only a minimum accrues nothing; FEEBIL00
      *  bills its minimum off the master directly.
      *----------------------------------------------------------------
       1060-LOAD-FEE-TERMS.
           MOVE ZERO TO WS-FEE-COUNT
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ PORTFOLIO-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PMR-FEE-RATE-PCT > ZERO
                               PERFORM 1065-ADD-FEE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1065-ADD-FEE-ENTRY.
           IF WS-FEE-COUNT NOT < 500
               ADD 1 TO WS-FEE-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-FEE-COUNT
               SET WS-FEE-IDX TO WS-FEE-COUNT
               MOVE PMR-PORTFOLIO-ID
                   TO WS-FEE-TBL-PORTFOLIO (WS-FEE-IDX)
               MOVE PMR-STATUS TO WS-FEE-TBL-STATUS (WS-FEE-IDX)
               MOVE PMR-FEE-RATE-PCT
                   TO WS-FEE-TBL-RATE-PCT (WS-FEE-IDX)
               MOVE SPACES TO WS-FEE-TBL-ENTITY (WS-FEE-IDX)
               MOVE ZERO TO WS-FEE-TBL-LOTS (WS-FEE-IDX)
               MOVE ZERO TO WS-FEE-TBL-VALUE (WS-FEE-IDX)
           END-IF
           .

       1070-LOAD-ACCRUAL-FILE.
           MOVE ZERO TO WS-FAC-COUNT
           OPEN INPUT FEE-ACCRUAL-FILE
           IF WS-FAC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-FAC-COUNT NOT < 500
                   READ FEE-ACCRUAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FAC-COUNT
                           SET WS-FAC-IDX TO WS-FAC-COUNT
                           PERFORM 1075-LOAD-ONE-ACCRUAL
                   END-READ
               END-PERFORM
               CLOSE FEE-ACCRUAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1075-LOAD-ONE-ACCRUAL.
           MOVE FAC-PORTFOLIO-ID TO WS-FAC-TBL-PORTFOLIO (WS-FAC-IDX)
           MOVE FAC-ENTITY-CODE TO WS-FAC-TBL-ENTITY (WS-FAC-IDX)
           MOVE FAC-PERIOD-START TO WS-FAC-TBL-START (WS-FAC-IDX)
           MOVE FAC-LAST-ACCRUAL-DATE
               TO WS-FAC-TBL-LAST-DATE (WS-FAC-IDX)
           MOVE FAC-ACCRUED-AMT TO WS-FAC-TBL-ACCRUED (WS-FAC-IDX)
           MOVE FAC-DAY-ACCRUAL TO WS-FAC-TBL-DAY-ACCR (WS-FAC-IDX)
           MOVE FAC-DAY-VALUE TO WS-FAC-TBL-DAY-VALUE (WS-FAC-IDX)
           MOVE FAC-DAY-RATE-PCT TO WS-FAC-TBL-DAY-RATE (WS-FAC-IDX)
           MOVE FAC-DAY-DAYS TO WS-FAC-TBL-DAY-DAYS (WS-FAC-IDX)
           MOVE FAC-LAST-BILLED-DATE
               TO WS-FAC-TBL-BILL-DATE (WS-FAC-IDX)
           MOVE FAC-LAST-BILLED-START
               TO WS-FAC-TBL-BILL-START (WS-FAC-IDX)
           MOVE FAC-LAST-BILLED-ACCR
               TO WS-FAC-TBL-BILL-ACCR (WS-FAC-IDX)
           .

       2000-VALUE-INVENTORY.
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-POSITION-COUNT
                       PERFORM 2100-VALUE-ONE-LOT
               END-READ
           END-PERFORM
           CLOSE POSITION-INV-FILE
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-VALUE-ONE-LOT.
           MOVE 'N' TO WS-FEE-FOUND-IND
           IF WS-FEE-COUNT > ZERO
               SET WS-FEE-IDX TO 1
               SEARCH WS-FEE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FEE-TBL-PORTFOLIO (WS-FEE-IDX)
                           = INV-PORTFOLIO-ID
                       MOVE 'Y' TO WS-FEE-FOUND-IND
               END-SEARCH
           END-IF
           IF WS-FEE-FOUND
               PERFORM 2800-CONVERT-TO-USD-SETUP
               IF WS-RATE-FOUND
                   COMPUTE WS-USD-AMT ROUNDED =
                       INV-COST-AMT * WS-POSITION-RATE
                   IF WS-USD-AMT < ZERO
                       COMPUTE WS-USD-AMT = ZERO - WS-USD-AMT
                   END-IF
               END-IF
               ADD 1 TO WS-FEE-TBL-LOTS (WS-FEE-IDX)
               ADD WS-USD-AMT TO WS-FEE-TBL-VALUE (WS-FEE-IDX)
               IF WS-FEE-TBL-ENTITY (WS-FEE-IDX) = SPACES
                   MOVE INV-ENTITY-CODE
                       TO WS-FEE-TBL-ENTITY (WS-FEE-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2800-CONVERT-TO-USD-SETUP looks up the lot's currency rate
      *  and clears the USD amount; the caller converts when a rate
      *  was found.  A lot with no rate is counted, not guessed.
      *----------------------------------------------------------------
       2800-CONVERT-TO-USD-SETUP.
           MOVE ZERO TO WS-USD-AMT
           MOVE ZERO TO WS-POSITION-RATE
           MOVE 'N' TO WS-RATE-FOUND-IND
           IF WS-FXR-COUNT > ZERO
               SET WS-FXR-IDX TO 1
               SEARCH WS-FXR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXR-TBL-CURRENCY (WS-FXR-IDX)
                           = INV-CURRENCY-CODE
                       MOVE WS-FXR-TBL-RATE (WS-FXR-IDX)
                           TO WS-POSITION-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           .

       3000-ACCRUE-PORTFOLIOS.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF WS-FEE-TBL-STATUS (WS-FEE-IDX) NOT = 'C'
                   PERFORM 3100-FIND-ACCRUAL-ENTRY
                   IF WS-FAC-FOUND
                       PERFORM 3200-ACCRUE-ONE-PORTFOLIO
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-GRAND-DAY-ACCRUAL TO TOT-DAY-ACCRUAL
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               ADD WS-FAC-TBL-ACCRUED (WS-FAC-IDX) TO WS-GRAND-ACCRUED
           END-PERFORM
           MOVE WS-GRAND-ACCRUED TO TOT-ACCRUED
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           .

      *----------------------------------------------------------------
      *  3100-FIND-ACCRUAL-ENTRY positions WS-FAC-IDX on the
      *  portfolio's accrual, opening one the first night it accrues.
      *----------------------------------------------------------------
       3100-FIND-ACCRUAL-ENTRY.
           MOVE 'N' TO WS-FAC-FOUND-IND
           IF WS-FAC-COUNT > ZERO
               SET WS-FAC-IDX TO 1
               SEARCH WS-FAC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FAC-TBL-PORTFOLIO (WS-FAC-IDX)
                           = WS-FEE-TBL-PORTFOLIO (WS-FEE-IDX)
                       MOVE 'Y' TO WS-FAC-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FAC-FOUND
               IF WS-FAC-COUNT NOT < 500
                   ADD 1 TO WS-FAC-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-FAC-COUNT
                   SET WS-FAC-IDX TO WS-FAC-COUNT
                   MOVE WS-FEE-TBL-PORTFOLIO (WS-FEE-IDX)
                       TO WS-FAC-TBL-PORTFOLIO (WS-FAC-IDX)
                   MOVE SPACES TO WS-FAC-TBL-ENTITY (WS-FAC-IDX)
                   MOVE SPACES TO WS-FAC-TBL-START (WS-FAC-IDX)
                   MOVE SPACES TO WS-FAC-TBL-LAST-DATE (WS-FAC-IDX)
                   MOVE ZERO TO WS-FAC-TBL-ACCRUED (WS-FAC-IDX)
                   MOVE ZERO TO WS-FAC-TBL-DAY-ACCR (WS-FAC-IDX)
                   MOVE ZERO TO WS-FAC-TBL-DAY-VALUE (WS-FAC-IDX)
                   MOVE ZERO TO WS-FAC-TBL-DAY-RATE (WS-FAC-IDX)
                   MOVE ZERO TO WS-FAC-TBL-DAY-DAYS (WS-FAC-IDX)
                   MOVE SPACES TO WS-FAC-TBL-BILL-DATE (WS-FAC-IDX)
                   MOVE SPACES TO WS-FAC-TBL-BILL-START (WS-FAC-IDX)
                   MOVE ZERO TO WS-FAC-TBL-BILL-ACCR (WS-FAC-IDX)
                   MOVE 'Y' TO WS-FAC-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3200-ACCRUE-ONE-PORTFOLIO works out how many calendar days
      *  tonight covers and accrues them.  A rerun of the night last
      *  accrued backs that night out and re-accrues the same days at
      *  tonight's value and rate; once a billing run has reset the
      *  period on that date its contribution is already zero.  A
      *  business date earlier than the last accrual is left alone
      *  and counted.
      *----------------------------------------------------------------
       3200-ACCRUE-ONE-PORTFOLIO.
           MOVE SPACES TO DTL-NOTE
           IF WS-FAC-TBL-LAST-DATE (WS-FAC-IDX) = SPACES
               MOVE 1 TO WS-ACCRUE-DAYS
           ELSE
               IF WS-FAC-TBL-LAST-DATE (WS-FAC-IDX) = WS-RUN-DATE
                   SUBTRACT WS-FAC-TBL-DAY-ACCR (WS-FAC-IDX)
                       FROM WS-FAC-TBL-ACCRUED (WS-FAC-IDX)
                   MOVE WS-FAC-TBL-DAY-DAYS (WS-FAC-IDX)
                       TO WS-ACCRUE-DAYS
                   ADD 1 TO WS-REPOSTED-COUNT
                   MOVE 'RERUN' TO DTL-NOTE
               ELSE
                   IF WS-FAC-TBL-LAST-DATE (WS-FAC-IDX) > WS-RUN-DATE
                       ADD 1 TO WS-OUT-OF-ORDER-COUNT
                       MOVE ZERO TO WS-ACCRUE-DAYS
                       MOVE 'OUT OF ORDER' TO DTL-NOTE
                   ELSE
                       MOVE WS-FAC-TBL-LAST-DATE (WS-FAC-IDX)
                           TO WS-LAST-DATE-NUM
                       COMPUTE WS-LAST-JULIAN =
                           FUNCTION INTEGER-OF-DATE (WS-LAST-DATE-NUM)
                       IF WS-RUN-JULIAN - WS-LAST-JULIAN > 999
                           MOVE 999 TO WS-ACCRUE-DAYS
                       ELSE
                           COMPUTE WS-ACCRUE-DAYS =
                               WS-RUN-JULIAN - WS-LAST-JULIAN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DTL-NOTE NOT = 'OUT OF ORDER'
               COMPUTE WS-DAY-ACCRUAL ROUNDED =
                   WS-FEE-TBL-VALUE (WS-FEE-IDX)
                   * WS-FEE-TBL-RATE-PCT (WS-FEE-IDX) / 100
                   * WS-ACCRUE-DAYS / 365
               ADD WS-DAY-ACCRUAL TO WS-FAC-TBL-ACCRUED (WS-FAC-IDX)
               MOVE WS-DAY-ACCRUAL TO WS-FAC-TBL-DAY-ACCR (WS-FAC-IDX)
               MOVE WS-FEE-TBL-VALUE (WS-FEE-IDX)
                   TO WS-FAC-TBL-DAY-VALUE (WS-FAC-IDX)
               MOVE WS-FEE-TBL-RATE-PCT (WS-FEE-IDX)
                   TO WS-FAC-TBL-DAY-RATE (WS-FAC-IDX)
               MOVE WS-ACCRUE-DAYS TO WS-FAC-TBL-DAY-DAYS (WS-FAC-IDX)
               MOVE WS-RUN-DATE TO WS-FAC-TBL-LAST-DATE (WS-FAC-IDX)
               IF WS-FAC-TBL-START (WS-FAC-IDX) = SPACES
                   MOVE WS-RUN-DATE TO WS-FAC-TBL-START (WS-FAC-IDX)
               END-IF
               IF WS-FEE-TBL-ENTITY (WS-FEE-IDX) NOT = SPACES
                   MOVE WS-FEE-TBL-ENTITY (WS-FEE-IDX)
                       TO WS-FAC-TBL-ENTITY (WS-FAC-IDX)
               END-IF
               ADD WS-DAY-ACCRUAL TO WS-GRAND-DAY-ACCRUAL
               ADD 1 TO WS-ACCRUED-COUNT
           ELSE
               MOVE ZERO TO WS-DAY-ACCRUAL
           END-IF
           MOVE WS-FEE-TBL-PORTFOLIO (WS-FEE-IDX) TO DTL-PORTFOLIO
           MOVE WS-FEE-TBL-LOTS (WS-FEE-IDX) TO DTL-LOTS
           MOVE WS-FEE-TBL-VALUE (WS-FEE-IDX) TO DTL-VALUE
           MOVE WS-FEE-TBL-RATE-PCT (WS-FEE-IDX) TO DTL-RATE
           MOVE WS-ACCRUE-DAYS TO DTL-DAYS
           MOVE WS-DAY-ACCRUAL TO DTL-DAY-ACCRUAL
           MOVE WS-FAC-TBL-ACCRUED (WS-FAC-IDX) TO DTL-ACCRUED
           MOVE WS-FAC-TBL-START (WS-FAC-IDX) TO DTL-START
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

       4000-REWRITE-ACCRUAL-FILE.
           OPEN OUTPUT FEE-ACCRUAL-FILE
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               MOVE SPACES TO FAC-REC
               MOVE WS-FAC-TBL-PORTFOLIO (WS-FAC-IDX)
                   TO FAC-PORTFOLIO-ID
               MOVE WS-FAC-TBL-ENTITY (WS-FAC-IDX) TO FAC-ENTITY-CODE
               MOVE WS-FAC-TBL-START (WS-FAC-IDX) TO FAC-PERIOD-START
               MOVE WS-FAC-TBL-LAST-DATE (WS-FAC-IDX)
                   TO FAC-LAST-ACCRUAL-DATE
               MOVE WS-FAC-TBL-ACCRUED (WS-FAC-IDX) TO FAC-ACCRUED-AMT
               MOVE WS-FAC-TBL-DAY-ACCR (WS-FAC-IDX) TO FAC-DAY-ACCRUAL
               MOVE WS-FAC-TBL-DAY-VALUE (WS-FAC-IDX) TO FAC-DAY-VALUE
               MOVE WS-FAC-TBL-DAY-RATE (WS-FAC-IDX)
                   TO FAC-DAY-RATE-PCT
               MOVE WS-FAC-TBL-DAY-DAYS (WS-FAC-IDX) TO FAC-DAY-DAYS
               MOVE WS-FAC-TBL-BILL-DATE (WS-FAC-IDX)
                   TO FAC-LAST-BILLED-DATE
               MOVE WS-FAC-TBL-BILL-START (WS-FAC-IDX)
                   TO FAC-LAST-BILLED-START
               MOVE WS-FAC-TBL-BILL-ACCR (WS-FAC-IDX)
                   TO FAC-LAST-BILLED-ACCR
               WRITE FAC-REC
           END-PERFORM
           CLOSE FEE-ACCRUAL-FILE
           .

       9999-TERMINATE.
           MOVE WS-POSITION-COUNT TO SUM-POSITIONS
           MOVE WS-ACCRUED-COUNT TO SUM-ACCRUED
           MOVE WS-NO-RATE-COUNT TO SUM-NO-RATE
           MOVE WS-REPOSTED-COUNT TO SUM-REPOSTED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE ACCRUAL-REPORT
           DISPLAY 'FEEACR00 OPEN POSITIONS READ: ' WS-POSITION-COUNT
           DISPLAY 'FEEACR00 PORTFOLIOS ACCRUED: ' WS-ACCRUED-COUNT
           DISPLAY 'FEEACR00 SAME-DAY REPOSTS BACKED OUT: '
               WS-REPOSTED-COUNT
           IF WS-OUT-OF-ORDER-COUNT > ZERO
               DISPLAY 'FEEACR00 PORTFOLIOS SKIPPED, DATE BEHIND: '
                   WS-OUT-OF-ORDER-COUNT
           END-IF
           IF WS-FEE-DROPPED-COUNT > ZERO
                   OR WS-FAC-DROPPED-COUNT > ZERO
               DISPLAY 'FEEACR00 PORTFOLIOS DROPPED, TABLE FULL: '
                   WS-FEE-DROPPED-COUNT ' ' WS-FAC-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when POSINV.DAT was missing (the
      *  accrual file is left untouched, better a night late than a
      *  night at zero), a warning when a lot had no rate, a table
      *  overflowed, or a portfolio's last accrual is ahead of the
      *  business date; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'FEEACR00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-INV-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'POSINV MISSING - NOTHING ACCRUED'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-NO-RATE-COUNT > ZERO
                       OR WS-FEE-DROPPED-COUNT > ZERO
                       OR WS-FAC-DROPPED-COUNT > ZERO
                       OR WS-OUT-OF-ORDER-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'LOT WITHOUT RATE, TABLE FULL, OR DATE BEHIND'
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
           MOVE 'FEEACR00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
