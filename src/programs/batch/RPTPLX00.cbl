       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTPLX00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTPLX00 -- DAILY P&L EXPLAIN WATERFALL BY DESK
      *  Every morning the desk asks why its P&L moved.  RPTPOS00's
      *  day-over-day delta only splits market from FX, and RPTLIN00
      *  explains one portfolio at a time on request.  This report
      *  takes the whole of tonight's lineage file (PNLLIN.DAT) and
      *  breaks each portfolio's USD P&L into where it came from:
      *
      *    - new-trade P&L: tonight's own bookings;
      *    - carried-position revaluation: lots carried forward and
      *      re-valued off tonight's price mark (LIN-MARK-SOURCE 'M');
      *    - carried at booked value: carried lots with no mark
      *      tonight, valued at their trade-time economics;
      *    - average-cost overrides: records whose cost the
      *      average-cost table replaced (LIN-COST-SOURCE 'A');
      *    - cancellations: cancel reversals (LIN-CANCEL-IND);
      *    - cash events: non-trade cash (LIN-CASH-IND).
      *
      *  A record goes to the first of cancellation, cash event,
      *  average-cost override, marked carry, unmarked carry that
      *  applies, and to new-trade P&L otherwise, so each amount is
      *  counted once.  The legs of a position transfer carry zero
      *  P&L and move nothing.
      *
      *  The components add up to the P&L explained; the residual is
      *  the P&L the calc reported for the portfolio on PNLOUT.DAT
      *  (realized plus unrealized) less that, and must be zero.  A
      *  non-zero residual -- a record on the output with no lineage,
      *  or a lineage file from another run -- is flagged and ends
      *  the step with a warning.  The night's carry accrual is not
      *  part of the reported P&L; it is shown below the residual,
      *  converted to USD at the record's own rate, and taken off to
      *  give the P&L net of carry.
      *
      *  Portfolios roll up to their desk through DESKBOOK.DAT; one
      *  not on the mapping reports under UNMAPPED.  Each desk prints
      *  its waterfall and then its portfolios one line each, and the
      *  report ends with the waterfall for all desks together.  The
      *  lineage file is written only when the calc runs with
      *  PNL-LINEAGE=Y; without it, or without PNLOUT.DAT, there is
      *  nothing to explain or nothing to tie to, and the step ends
      *  with a warning.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO 'PNLLIN.DAT'
               FILE STATUS IS WS-LIN-FILE-STATUS.
           SELECT PNL-OUTPUT-FILE ASSIGN TO 'PNLOUT.DAT'
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT EXPLAIN-REPORT ASSIGN TO 'RPTPLX.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG's WRITE-LINEAGE-RECORD writes
      *--  (PNLLINRC.cpy).
       FD  LINEAGE-FILE.
           COPY PNLLINRC.

      *--  Shared with PNL-CALC-PROG and the reports via PNLOUTRC.cpy.
       FD  PNL-OUTPUT-FILE.
           COPY PNLOUTRC.

      *--  Portfolio-to-desk mapping the desk maintains online.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  EXPLAIN-REPORT.
       01  RPT-LINE                  PIC X(180).

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
       01  WS-LIN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-LIN-FILE-OK        VALUE '00'.
       01  WS-OUT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OUT-FILE-OK        VALUE '00'.
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-LINEAGE-MISSING-IND    PIC X(01) VALUE 'N'.
           88  WS-LINEAGE-MISSING    VALUE 'Y'.
       01  WS-PNLOUT-MISSING-IND     PIC X(01) VALUE 'N'.
           88  WS-PNLOUT-MISSING     VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Portfolio-to-desk mapping, the same 200-entry shape the
      *--  other desk reports load.
       01  WS-DBM-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DBM-TABLE.
           05  WS-DBM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DBM-COUNT
                   INDEXED BY WS-DBM-IDX.
               10  WS-DBM-TBL-PORTFOLIO  PIC X(08).
               10  WS-DBM-TBL-DESK       PIC X(08).

      *--  One entry per portfolio met on either file, in the order
      *--  first met, with tonight's P&L split by component, the
      *--  carry in USD, and what PNLOUT.DAT reported for it.
       01  WS-PXT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PXT-TABLE.
           05  WS-PXT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PXT-COUNT
                   INDEXED BY WS-PXT-IDX.
               10  WS-PXT-PORTFOLIO      PIC X(08).
               10  WS-PXT-DESK           PIC X(08).
               10  WS-PXT-NEW-TRADE      PIC S9(13)V99 COMP-3.
               10  WS-PXT-REVALUED       PIC S9(13)V99 COMP-3.
               10  WS-PXT-BOOKED         PIC S9(13)V99 COMP-3.
               10  WS-PXT-AVG-COST       PIC S9(13)V99 COMP-3.
               10  WS-PXT-CANCELLED      PIC S9(13)V99 COMP-3.
               10  WS-PXT-CASH           PIC S9(13)V99 COMP-3.
               10  WS-PXT-CARRY          PIC S9(13)V99 COMP-3.
               10  WS-PXT-REPORTED       PIC S9(13)V99 COMP-3.
       01  WS-PXT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  Every desk with a portfolio on the table, in the order
      *--  first met.
       01  WS-DSK-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DSK-TABLE.
           05  WS-DSK-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DSK-COUNT
                   INDEXED BY WS-DSK-IDX.
               10  WS-DSK-DESK           PIC X(08).

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-PORTFOLIO       PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-DESK            PIC X(08) VALUE SPACES.
       01  WS-CARRY-USD              PIC S9(13)V99 COMP-3 VALUE ZERO.

      *--  The component totals being printed: one desk's, or all
      *--  desks' at the foot.  WS-WFL-RUNNING is the waterfall's
      *--  running total as each step is printed.
       01  WS-WFL-TOTALS.
           05  WS-WFL-NEW-TRADE      PIC S9(13)V99 COMP-3.
           05  WS-WFL-REVALUED       PIC S9(13)V99 COMP-3.
           05  WS-WFL-BOOKED         PIC S9(13)V99 COMP-3.
           05  WS-WFL-AVG-COST       PIC S9(13)V99 COMP-3.
           05  WS-WFL-CANCELLED      PIC S9(13)V99 COMP-3.
           05  WS-WFL-CASH           PIC S9(13)V99 COMP-3.
           05  WS-WFL-CARRY          PIC S9(13)V99 COMP-3.
           05  WS-WFL-REPORTED       PIC S9(13)V99 COMP-3.
       01  WS-WFL-GRAND-TOTALS.
           05  WS-GRD-NEW-TRADE      PIC S9(13)V99 COMP-3.
           05  WS-GRD-REVALUED       PIC S9(13)V99 COMP-3.
           05  WS-GRD-BOOKED         PIC S9(13)V99 COMP-3.
           05  WS-GRD-AVG-COST       PIC S9(13)V99 COMP-3.
           05  WS-GRD-CANCELLED      PIC S9(13)V99 COMP-3.
           05  WS-GRD-CASH           PIC S9(13)V99 COMP-3.
           05  WS-GRD-CARRY          PIC S9(13)V99 COMP-3.
           05  WS-GRD-REPORTED       PIC S9(13)V99 COMP-3.
       01  WS-WFL-STEP               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-WFL-RUNNING            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-WFL-EXPLAINED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-WFL-RESIDUAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PXT-EXPLAINED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PXT-RESIDUAL           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LINEAGE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-PNLOUT-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RESIDUAL-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'DAILY P&L EXPLAIN WATERFALL BY DESK'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(21)
                   VALUE '   ALL AMOUNTS IN USD'.

       01  WS-DESK-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(06) VALUE 'DESK: '.
           05  DSK-DESK              PIC X(08).

       01  WS-WATERFALL-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(44) VALUE SPACES.
           05  FILLER                PIC X(21)
                   VALUE '               AMOUNT'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(21)
                   VALUE '              RUNNING'.

       01  WS-WATERFALL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WFL-LABEL             PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WFL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WFL-AMOUNT-X REDEFINES WFL-AMOUNT
                                     PIC X(21).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WFL-RUNNING           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WFL-RUNNING-X REDEFINES WFL-RUNNING
                                     PIC X(21).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WFL-NOTE              PIC X(30).

       01  WS-PORTFOLIO-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(16) VALUE '       NEW TRADE'.
           05  FILLER                PIC X(16) VALUE '     REVALUATION'.
           05  FILLER                PIC X(16) VALUE '    CARRIED BOOK'.
           05  FILLER                PIC X(16) VALUE '  AVG-COST OVRD'.
           05  FILLER                PIC X(16) VALUE '   CANCELLATIONS'.
           05  FILLER                PIC X(16) VALUE '     CASH EVENTS'.
           05  FILLER                PIC X(16) VALUE '       EXPLAINED'.
           05  FILLER                PIC X(16) VALUE '        REPORTED'.
           05  FILLER                PIC X(16) VALUE '        RESIDUAL'.
           05  FILLER                PIC X(16) VALUE '           CARRY'.

       01  WS-PORTFOLIO-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  PXL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PXL-NEW-TRADE         PIC Z(11)9.99-.
           05  PXL-REVALUED          PIC Z(11)9.99-.
           05  PXL-BOOKED            PIC Z(11)9.99-.
           05  PXL-AVG-COST          PIC Z(11)9.99-.
           05  PXL-CANCELLED         PIC Z(11)9.99-.
           05  PXL-CASH              PIC Z(11)9.99-.
           05  PXL-EXPLAINED         PIC Z(11)9.99-.
           05  PXL-REPORTED          PIC Z(11)9.99-.
           05  PXL-RESIDUAL          PIC Z(11)9.99-.
           05  PXL-CARRY             PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PXL-FLAG              PIC X(02).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(60).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NONE-TEXT             PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-EXPLAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-LINEAGE
           PERFORM 2500-SWEEP-PNL-OUTPUT
           PERFORM 2800-BUILD-DESK-LIST
           PERFORM 3000-WRITE-DESKS
           PERFORM 4000-WRITE-ALL-DESKS
           PERFORM 4500-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1060-LOAD-DESK-BOOK
           INITIALIZE WS-WFL-GRAND-TOTALS
           OPEN OUTPUT EXPLAIN-REPORT
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

       1060-LOAD-DESK-BOOK.
           MOVE ZERO TO WS-DBM-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DESK-BOOK-FILE
           IF WS-DBM-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-DBM-COUNT NOT < 200
                   READ DESK-BOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DBM-COUNT
                           MOVE DBM-PORTFOLIO-ID TO
                               WS-DBM-TBL-PORTFOLIO (WS-DBM-COUNT)
                           MOVE DBM-DESK-ID TO
                               WS-DBM-TBL-DESK (WS-DBM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DESK-BOOK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2000-SWEEP-LINEAGE adds every lineage record's USD P&L to
      *  its portfolio's component, and its carry, converted at the
      *  record's own rate, to the portfolio's carry.
      *----------------------------------------------------------------
       2000-SWEEP-LINEAGE.
           OPEN INPUT LINEAGE-FILE
           IF NOT WS-LIN-FILE-OK
               MOVE 'Y' TO WS-LINEAGE-MISSING-IND
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINEAGE-COUNT
                       MOVE LIN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
                       PERFORM 2900-FIND-PORTFOLIO
                       IF WS-FOUND
                           PERFORM 2100-CLASSIFY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-LINEAGE-MISSING
               CLOSE LINEAGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-CLASSIFY-RECORD.
           EVALUATE TRUE
               WHEN LIN-CANCEL-IND = 'Y'
                   ADD LIN-USD-PNL-AMT
                       TO WS-PXT-CANCELLED (WS-PXT-IDX)
               WHEN LIN-CASH-IND = 'Y'
                   ADD LIN-USD-PNL-AMT TO WS-PXT-CASH (WS-PXT-IDX)
               WHEN LIN-COST-SOURCE = 'A'
                   ADD LIN-USD-PNL-AMT
                       TO WS-PXT-AVG-COST (WS-PXT-IDX)
               WHEN LIN-CARRY-IND = 'Y'
                       AND LIN-MARK-SOURCE = 'M'
                   ADD LIN-USD-PNL-AMT
                       TO WS-PXT-REVALUED (WS-PXT-IDX)
               WHEN LIN-CARRY-IND = 'Y'
                   ADD LIN-USD-PNL-AMT TO WS-PXT-BOOKED (WS-PXT-IDX)
               WHEN OTHER
                   ADD LIN-USD-PNL-AMT
                       TO WS-PXT-NEW-TRADE (WS-PXT-IDX)
           END-EVALUATE
           IF LIN-CARRY-AMT NOT = ZERO
               COMPUTE WS-CARRY-USD ROUNDED =
                   LIN-CARRY-AMT * LIN-FX-RATE
               ADD WS-CARRY-USD TO WS-PXT-CARRY (WS-PXT-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-SWEEP-PNL-OUTPUT adds the realized and unrealized USD
      *  P&L of every PNLOUT.DAT record to its portfolio's reported
      *  total.  The trailer is skipped.  A portfolio on the output
      *  with nothing on the lineage is added here, so its whole
      *  amount shows as residual.
      *----------------------------------------------------------------
       2500-SWEEP-PNL-OUTPUT.
           OPEN INPUT PNL-OUTPUT-FILE
           IF NOT WS-OUT-FILE-OK
               MOVE 'Y' TO WS-PNLOUT-MISSING-IND
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ PNL-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRL-ID NOT = 'TRAILER '
                           ADD 1 TO WS-PNLOUT-COUNT
                           MOVE PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
                           PERFORM 2900-FIND-PORTFOLIO
                           IF WS-FOUND
                               ADD REALIZED-PNL-AMT
                                   TO WS-PXT-REPORTED (WS-PXT-IDX)
                               ADD UNREALIZED-PNL-AMT
                                   TO WS-PXT-REPORTED (WS-PXT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PNLOUT-MISSING
               CLOSE PNL-OUTPUT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2800-BUILD-DESK-LIST maps every portfolio on the table to
      *  its desk and lists each desk once, in the order first met.
      *----------------------------------------------------------------
       2800-BUILD-DESK-LIST.
           MOVE ZERO TO WS-DSK-COUNT
           PERFORM VARYING WS-PXT-IDX FROM 1 BY 1
                   UNTIL WS-PXT-IDX > WS-PXT-COUNT
               MOVE 'UNMAPPED' TO WS-LOOKUP-DESK
               IF WS-DBM-COUNT > ZERO
                   SET WS-DBM-IDX TO 1
                   SEARCH WS-DBM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DBM-TBL-PORTFOLIO (WS-DBM-IDX)
                               = WS-PXT-PORTFOLIO (WS-PXT-IDX)
                           MOVE WS-DBM-TBL-DESK (WS-DBM-IDX)
                               TO WS-LOOKUP-DESK
                   END-SEARCH
               END-IF
               MOVE WS-LOOKUP-DESK TO WS-PXT-DESK (WS-PXT-IDX)
               MOVE 'N' TO WS-FOUND-IND
               IF WS-DSK-COUNT > ZERO
                   SET WS-DSK-IDX TO 1
                   SEARCH WS-DSK-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DSK-DESK (WS-DSK-IDX) = WS-LOOKUP-DESK
                           MOVE 'Y' TO WS-FOUND-IND
                   END-SEARCH
               END-IF
               IF NOT WS-FOUND
                   ADD 1 TO WS-DSK-COUNT
                   MOVE WS-LOOKUP-DESK TO WS-DSK-DESK (WS-DSK-COUNT)
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2900-FIND-PORTFOLIO positions WS-PXT-IDX on
      *  WS-LOOKUP-PORTFOLIO's entry, opening a zero one for a
      *  portfolio not yet met.  A full table counts the record as
      *  dropped.
      *----------------------------------------------------------------
       2900-FIND-PORTFOLIO.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-PXT-COUNT > ZERO
               SET WS-PXT-IDX TO 1
               SEARCH WS-PXT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PXT-PORTFOLIO (WS-PXT-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-PXT-COUNT NOT < 500
                   ADD 1 TO WS-PXT-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-PXT-COUNT
                   SET WS-PXT-IDX TO WS-PXT-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-PXT-PORTFOLIO (WS-PXT-IDX)
                   MOVE SPACES TO WS-PXT-DESK (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-NEW-TRADE (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-REVALUED (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-BOOKED (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-AVG-COST (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-CANCELLED (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-CASH (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-CARRY (WS-PXT-IDX)
                   MOVE ZERO TO WS-PXT-REPORTED (WS-PXT-IDX)
                   MOVE 'Y' TO WS-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-WRITE-DESKS prints each desk: its components summed
      *  over its portfolios as a waterfall, then the portfolios one
      *  line each.  The desk's totals are added to the all-desks
      *  totals on the way.
      *----------------------------------------------------------------
       3000-WRITE-DESKS.
           IF WS-LINEAGE-MISSING
               MOVE 'PNLLIN.DAT NOT PRESENT - NO LINEAGE TONIGHT'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           IF WS-PNLOUT-MISSING
               MOVE 'PNLOUT.DAT NOT PRESENT - RESIDUAL NOT CHECKED'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           IF WS-DSK-COUNT = ZERO
               MOVE 'NO P&L TO EXPLAIN TONIGHT' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-DSK-IDX FROM 1 BY 1
                   UNTIL WS-DSK-IDX > WS-DSK-COUNT
               MOVE WS-DSK-DESK (WS-DSK-IDX) TO DSK-DESK
               WRITE RPT-LINE FROM WS-DESK-LINE
               INITIALIZE WS-WFL-TOTALS
               PERFORM VARYING WS-PXT-IDX FROM 1 BY 1
                       UNTIL WS-PXT-IDX > WS-PXT-COUNT
                   IF WS-PXT-DESK (WS-PXT-IDX)
                           = WS-DSK-DESK (WS-DSK-IDX)
                       PERFORM 3100-ADD-TO-DESK
                   END-IF
               END-PERFORM
               PERFORM 5000-WRITE-WATERFALL
               WRITE RPT-LINE FROM WS-PORTFOLIO-HEADER
               PERFORM VARYING WS-PXT-IDX FROM 1 BY 1
                       UNTIL WS-PXT-IDX > WS-PXT-COUNT
                   IF WS-PXT-DESK (WS-PXT-IDX)
                           = WS-DSK-DESK (WS-DSK-IDX)
                       PERFORM 3200-WRITE-PORTFOLIO-LINE
                   END-IF
               END-PERFORM
               ADD WS-WFL-NEW-TRADE TO WS-GRD-NEW-TRADE
               ADD WS-WFL-REVALUED TO WS-GRD-REVALUED
               ADD WS-WFL-BOOKED TO WS-GRD-BOOKED
               ADD WS-WFL-AVG-COST TO WS-GRD-AVG-COST
               ADD WS-WFL-CANCELLED TO WS-GRD-CANCELLED
               ADD WS-WFL-CASH TO WS-GRD-CASH
               ADD WS-WFL-CARRY TO WS-GRD-CARRY
               ADD WS-WFL-REPORTED TO WS-GRD-REPORTED
           END-PERFORM
           .

       3100-ADD-TO-DESK.
           ADD WS-PXT-NEW-TRADE (WS-PXT-IDX) TO WS-WFL-NEW-TRADE
           ADD WS-PXT-REVALUED (WS-PXT-IDX) TO WS-WFL-REVALUED
           ADD WS-PXT-BOOKED (WS-PXT-IDX) TO WS-WFL-BOOKED
           ADD WS-PXT-AVG-COST (WS-PXT-IDX) TO WS-WFL-AVG-COST
           ADD WS-PXT-CANCELLED (WS-PXT-IDX) TO WS-WFL-CANCELLED
           ADD WS-PXT-CASH (WS-PXT-IDX) TO WS-WFL-CASH
           ADD WS-PXT-CARRY (WS-PXT-IDX) TO WS-WFL-CARRY
           ADD WS-PXT-REPORTED (WS-PXT-IDX) TO WS-WFL-REPORTED
           .

      *----------------------------------------------------------------
      *  3200-WRITE-PORTFOLIO-LINE prints one portfolio's components,
      *  explained and reported totals, residual and carry.  A
      *  non-zero residual is marked '**' and counted.
      *----------------------------------------------------------------
       3200-WRITE-PORTFOLIO-LINE.
           COMPUTE WS-PXT-EXPLAINED =
               WS-PXT-NEW-TRADE (WS-PXT-IDX)
               + WS-PXT-REVALUED (WS-PXT-IDX)
               + WS-PXT-BOOKED (WS-PXT-IDX)
               + WS-PXT-AVG-COST (WS-PXT-IDX)
               + WS-PXT-CANCELLED (WS-PXT-IDX)
               + WS-PXT-CASH (WS-PXT-IDX)
           COMPUTE WS-PXT-RESIDUAL =
               WS-PXT-REPORTED (WS-PXT-IDX) - WS-PXT-EXPLAINED
           MOVE WS-PXT-PORTFOLIO (WS-PXT-IDX) TO PXL-PORTFOLIO
           MOVE WS-PXT-NEW-TRADE (WS-PXT-IDX) TO PXL-NEW-TRADE
           MOVE WS-PXT-REVALUED (WS-PXT-IDX) TO PXL-REVALUED
           MOVE WS-PXT-BOOKED (WS-PXT-IDX) TO PXL-BOOKED
           MOVE WS-PXT-AVG-COST (WS-PXT-IDX) TO PXL-AVG-COST
           MOVE WS-PXT-CANCELLED (WS-PXT-IDX) TO PXL-CANCELLED
           MOVE WS-PXT-CASH (WS-PXT-IDX) TO PXL-CASH
           MOVE WS-PXT-EXPLAINED TO PXL-EXPLAINED
           MOVE WS-PXT-REPORTED (WS-PXT-IDX) TO PXL-REPORTED
           MOVE WS-PXT-CARRY (WS-PXT-IDX) TO PXL-CARRY
           MOVE SPACES TO PXL-FLAG
           IF WS-PNLOUT-MISSING
               MOVE ZERO TO PXL-RESIDUAL
           ELSE
               MOVE WS-PXT-RESIDUAL TO PXL-RESIDUAL
               IF WS-PXT-RESIDUAL NOT = ZERO
                   MOVE '**' TO PXL-FLAG
                   ADD 1 TO WS-RESIDUAL-COUNT
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-PORTFOLIO-LINE
           .

       4000-WRITE-ALL-DESKS.
           MOVE 'ALL DESKS' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE WS-WFL-GRAND-TOTALS TO WS-WFL-TOTALS
           PERFORM 5000-WRITE-WATERFALL
           .

       4500-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE 'LINEAGE RECORDS READ' TO SUM-LABEL
           MOVE WS-LINEAGE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PNLOUT RECORDS READ' TO SUM-LABEL
           MOVE WS-PNLOUT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIOS EXPLAINED' TO SUM-LABEL
           MOVE WS-PXT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DESKS' TO SUM-LABEL
           MOVE WS-DSK-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIOS WITH A RESIDUAL' TO SUM-LABEL
           MOVE WS-RESIDUAL-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-PXT-DROPPED-COUNT > ZERO
               MOVE 'RECORDS DROPPED (TABLE FULL)' TO SUM-LABEL
               MOVE WS-PXT-DROPPED-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  5000-WRITE-WATERFALL prints WS-WFL-TOTALS as a waterfall:
      *  each component with the running total after it, the P&L
      *  explained, what PNLOUT.DAT reported and the residual between
      *  the two, then the carry accrual taken off to leave the P&L
      *  net of carry.
      *----------------------------------------------------------------
       5000-WRITE-WATERFALL.
           WRITE RPT-LINE FROM WS-WATERFALL-HEADER
           MOVE ZERO TO WS-WFL-RUNNING
           MOVE 'NEW-TRADE P&L' TO WFL-LABEL
           MOVE WS-WFL-NEW-TRADE TO WS-WFL-STEP
           PERFORM 5100-WRITE-STEP
           MOVE 'CARRIED-POSITION REVALUATION (MARKED)' TO WFL-LABEL
           MOVE WS-WFL-REVALUED TO WS-WFL-STEP
           PERFORM 5100-WRITE-STEP
           MOVE 'CARRIED AT BOOKED VALUE (NO MARK)' TO WFL-LABEL
           MOVE WS-WFL-BOOKED TO WS-WFL-STEP
           PERFORM 5100-WRITE-STEP
           MOVE 'AVERAGE-COST OVERRIDES' TO WFL-LABEL
           MOVE WS-WFL-AVG-COST TO WS-WFL-STEP
           PERFORM 5100-WRITE-STEP
           MOVE 'CANCELLATIONS' TO WFL-LABEL
           MOVE WS-WFL-CANCELLED TO WS-WFL-STEP
           PERFORM 5100-WRITE-STEP
           MOVE 'CASH EVENTS' TO WFL-LABEL
           MOVE WS-WFL-CASH TO WS-WFL-STEP
           PERFORM 5100-WRITE-STEP
           MOVE WS-WFL-RUNNING TO WS-WFL-EXPLAINED
           MOVE '= P&L EXPLAINED' TO WFL-LABEL
           PERFORM 5200-WRITE-TOTAL
           IF WS-PNLOUT-MISSING
               MOVE 'P&L REPORTED ON PNLOUT.DAT' TO WFL-LABEL
               MOVE SPACES TO WFL-AMOUNT-X
               MOVE SPACES TO WFL-RUNNING-X
               MOVE 'NOT CHECKED - NO PNLOUT.DAT' TO WFL-NOTE
               WRITE RPT-LINE FROM WS-WATERFALL-LINE
           ELSE
               MOVE 'P&L REPORTED ON PNLOUT.DAT' TO WFL-LABEL
               MOVE WS-WFL-REPORTED TO WFL-AMOUNT
               MOVE SPACES TO WFL-RUNNING-X
               MOVE SPACES TO WFL-NOTE
               WRITE RPT-LINE FROM WS-WATERFALL-LINE
               COMPUTE WS-WFL-RESIDUAL =
                   WS-WFL-REPORTED - WS-WFL-EXPLAINED
               MOVE 'RESIDUAL (REPORTED LESS EXPLAINED)' TO WFL-LABEL
               MOVE WS-WFL-RESIDUAL TO WFL-AMOUNT
               MOVE SPACES TO WFL-RUNNING-X
               IF WS-WFL-RESIDUAL = ZERO
                   MOVE 'ZERO - TIES TO PNLOUT' TO WFL-NOTE
               ELSE
                   MOVE '** NOT ZERO - DOES NOT TIE **' TO WFL-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-WATERFALL-LINE
           END-IF
           MOVE 'LESS CARRY ACCRUAL (NOT IN P&L)' TO WFL-LABEL
           COMPUTE WS-WFL-STEP = ZERO - WS-WFL-CARRY
           PERFORM 5100-WRITE-STEP
           MOVE '= P&L NET OF CARRY' TO WFL-LABEL
           PERFORM 5200-WRITE-TOTAL
           .

       5100-WRITE-STEP.
           MOVE WS-WFL-STEP TO WFL-AMOUNT
           ADD WS-WFL-STEP TO WS-WFL-RUNNING
           MOVE WS-WFL-RUNNING TO WFL-RUNNING
           MOVE SPACES TO WFL-NOTE
           WRITE RPT-LINE FROM WS-WATERFALL-LINE
           .

       5200-WRITE-TOTAL.
           MOVE SPACES TO WFL-AMOUNT-X
           MOVE WS-WFL-RUNNING TO WFL-RUNNING
           MOVE SPACES TO WFL-NOTE
           WRITE RPT-LINE FROM WS-WATERFALL-LINE
           .

       9999-TERMINATE.
           CLOSE EXPLAIN-REPORT
           DISPLAY 'RPTPLX00 LINEAGE RECORDS READ: ' WS-LINEAGE-COUNT
               ' PORTFOLIOS: ' WS-PXT-COUNT
               ' DESKS: ' WS-DSK-COUNT
               ' WITH RESIDUAL: ' WS-RESIDUAL-COUNT
           IF WS-PXT-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPLX00 RECORDS DROPPED (TABLE FULL): '
                   WS-PXT-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when a portfolio's P&L does not tie
      *  back to PNLOUT.DAT, when there was no lineage or no output to
      *  tie to, or when the portfolio table overflowed; normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTPLX00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-RESIDUAL-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'P&L EXPLAIN RESIDUAL NOT ZERO - SEE RPTPLX'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-LINEAGE-MISSING
                       OR WS-PNLOUT-MISSING
                       OR WS-PXT-DROPPED-COUNT > ZERO
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'NO LINEAGE OR PNLOUT, OR PORTFOLIOS DROPPED'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'RPTPLX00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
