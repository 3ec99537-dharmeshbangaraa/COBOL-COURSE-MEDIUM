       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTVAR00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTVAR00 -- HISTORICAL-SIMULATION FX VALUE-AT-RISK
      *  The FX scenario run answers "what if the dollar moves this
      *  much" for one hand-picked shock; the regulators ask for a
      *  historical measure.  This report replays every daily rate
      *  move of the last 250 days against the open inventory as it
      *  stands and reports the loss the book would have taken at
      *  the 99th and 95th percentile.
      *
      *  Exposure is each portfolio's open native amount per
      *  currency off POSINV.DAT (the trade amounts, netted the way
      *  RPTCCY00 nets them), valued in USD at the currency's latest
      *  rate on FXRATEHS.DAT (FXHIST.cpy, appended by UTLFXQ00 after
      *  every passing drop).  For each pair of consecutive dates in
      *  the history window the scenario P&L is
      *      USD exposure * (rate on the day / rate the day before - 1)
      *  summed over the portfolio's currencies.  USD positions carry
      *  no FX risk and add nothing; a move a currency has no rate for
      *  on either day counts as no move.
      *
      *  The window is the last 251 rate dates on or before the
      *  as-of date -- 250 moves -- the business date by default,
      *  PLS-style override VAR-ASOF-DATE (YYYYMMDD).  Of N scenario
      *  P&Ls the 99% VaR is the loss at the CEIL(N/100)-th worst
      *  (the 3rd of 250) and the 95% VaR at the CEIL(N/20)-th worst
      *  (the 13th), shown as a positive loss, zero if that scenario
      *  is a gain.  Desks (DESKBOOK.DAT, as RPTMTH00 maps them) are
      *  worked off their portfolios' scenario P&Ls summed day by
      *  day, so a desk's VaR reflects netting across its books
      *  rather than the sum of its portfolios' VaRs.
      *
      *  A currency held open with no rate at all in the window is
      *  left out of the figures and listed at the foot of the
      *  report.  Run on demand (see RPTVAR.jcl).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'FXRATEHS.DAT'
               FILE STATUS IS WS-FXH-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT VAR-REPORT ASSIGN TO 'RPTVAR.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with UTLFXQ00 via FXHIST.cpy.
       FD  RATE-HISTORY-FILE.
           COPY FXHIST.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Live portfolio-to-desk/book mapping, same dataset RPTPOS00
      *--  and RPTMTH00 load.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  VAR-REPORT.
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
       01  WS-FXH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXH-FILE-OK        VALUE '00'.
           88  WS-FXH-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-DBM-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-DBM-EOF            VALUE 'Y'.

      *--  Set once, on the first OPEN of each input.
       01  WS-FXH-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-FXH-OPEN-OK        VALUE 'Y'.
       01  WS-INV-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-INV-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ASOF-DATE              PIC X(08) VALUE SPACES.
       01  WS-RATE-READ-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-INV-READ-COUNT         PIC 9(09) COMP-3 VALUE ZERO.

      *--  The window: the last 251 distinct rate dates up to the
      *--  as-of date, oldest first -- 250 daily moves.
       01  WS-DATE-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 1 TO 251 TIMES
                   DEPENDING ON WS-DATE-COUNT
                   ASCENDING KEY IS WS-DATE-TBL-DATE
                   INDEXED BY WS-DATE-IDX.
               10  WS-DATE-TBL-DATE      PIC X(08).
       01  WS-DATE-SUB               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-POS               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-SLOT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-NEW-IND           PIC X(01) VALUE 'N'.
           88  WS-DATE-NEW           VALUE 'Y'.
       01  WS-SCENARIO-COUNT         PIC 9(03) COMP-3 VALUE ZERO.

      *--  One row per currency, one rate cell per window date.
      *--  Same 50-currency ceiling as the calc's rate table.
       01  WS-CCY-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-CCY-COUNT
                   INDEXED BY WS-CCY-IDX.
               10  WS-CCY-TBL-CODE       PIC X(03).
               10  WS-CCY-TBL-CURRENT    PIC 9(01)V9(06).
               10  WS-CCY-TBL-DAY OCCURS 251 TIMES.
                   15  WS-CCY-TBL-RATE   PIC 9(01)V9(06).
                   15  WS-CCY-TBL-IND    PIC X(01).
                       88  WS-CCY-TBL-RATED     VALUE 'Y'.
       01  WS-CCY-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CCY-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-CCY-FOUND          VALUE 'Y'.

      *--  Open native exposure per portfolio and currency.
       01  WS-EXP-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EXP-COUNT
                   INDEXED BY WS-EXP-IDX.
               10  WS-EXP-TBL-PORTFOLIO  PIC X(08).
               10  WS-EXP-TBL-CURRENCY   PIC X(03).
               10  WS-EXP-TBL-NATIVE     PIC S9(13)V99 COMP-3.
       01  WS-EXP-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-EXP-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-EXP-FOUND          VALUE 'Y'.

      *--  One scenario P&L vector per portfolio; cell N is the move
      *--  from window date N to date N+1.
       01  WS-PFL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PFL-TABLE.
           05  WS-PFL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PFL-COUNT
                   INDEXED BY WS-PFL-IDX.
               10  WS-PFL-TBL-PORTFOLIO  PIC X(08).
               10  WS-PFL-TBL-EXPOSURE   PIC S9(13)V99 COMP-3.
               10  WS-PFL-TBL-SCENARIO OCCURS 250 TIMES
                                         PIC S9(13)V99 COMP-3.
       01  WS-PFL-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PFL-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-PFL-FOUND          VALUE 'Y'.

       01  WS-DBM-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DBM-TABLE.
           05  WS-DBM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DBM-COUNT
                   INDEXED BY WS-DBM-IDX.
               10  WS-DBM-TBL-PORTFOLIO  PIC X(08).
               10  WS-DBM-TBL-DESK       PIC X(08).
               10  WS-DBM-TBL-BOOK       PIC X(08).

       01  WS-CURRENT-DESK-ID        PIC X(08) VALUE SPACES.

      *--  Desk scenario vectors: the desk's portfolios' vectors
      *--  summed scenario by scenario.
       01  WS-DESK-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DESK-TABLE.
           05  WS-DESK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-DESK-COUNT
                   INDEXED BY WS-DESK-IDX.
               10  WS-DESK-TBL-ID        PIC X(08).
               10  WS-DESK-TBL-EXPOSURE  PIC S9(13)V99 COMP-3.
               10  WS-DESK-TBL-SCENARIO OCCURS 250 TIMES
                                         PIC S9(13)V99 COMP-3.
       01  WS-DESK-DROPPED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DESK-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-DESK-FOUND         VALUE 'Y'.

      *--  Currencies held open with no rate in the window, listed
      *--  at the foot of the report.
       01  WS-NRT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-NRT-TABLE.
           05  WS-NRT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-NRT-COUNT
                   INDEXED BY WS-NRT-IDX.
               10  WS-NRT-TBL-CURRENCY   PIC X(03).
       01  WS-NRT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-NRT-FOUND          VALUE 'Y'.
       01  WS-UNRATED-EXP-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  Per-exposure valuation.
       01  WS-EXPOSURE-USD           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SCENARIO-PNL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RATE-GAP-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

      *--  The vector the VaR is worked on -- a portfolio's or a
      *--  desk's copied out, so one set of paragraphs serves both.
       01  WS-SERIES-ID              PIC X(08) VALUE SPACES.
       01  WS-SERIES-EXPOSURE        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SERIES-TABLE.
           05  WS-SER-PNL OCCURS 250 TIMES
                                     PIC S9(13)V99 COMP-3.

      *--  The worst 13 scenarios of the series in hand, worst
      *--  first -- enough for the 95% point of 250 scenarios.
       01  WS-WORST-COUNT            PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-WORST-TABLE.
           05  WS-WORST-ENTRY OCCURS 13 TIMES.
               10  WS-WORST-PNL          PIC S9(13)V99 COMP-3.
               10  WS-WORST-SLOT         PIC 9(03) COMP-3.
       01  WS-WORST-SUB              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-WORST-POS              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-K-99                   PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-K-95                   PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-VAR-99                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-VAR-95                 PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 55.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'HISTORICAL FX VALUE-AT-RISK'.
           05  FILLER                PIC X(07) VALUE 'AS OF: '.
           05  HDR-ASOF-DATE         PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'WINDOW: '.
           05  HDR-FIRST-DATE        PIC X(08).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  HDR-LAST-DATE         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDR-SCENARIO-COUNT    PIC ZZ9.
           05  FILLER                PIC X(11) VALUE ' SCENARIOS '.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  HDR-SECTION-LABEL     PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE 'USD EXPOSURE'.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE '99% VAR'.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE '95% VAR'.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE 'WORST DAY P&L'.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'DATE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-SERIES-ID         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-EXPOSURE          PIC Z(11)9.99-.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-VAR-99            PIC Z(11)9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-VAR-95            PIC Z(11)9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-WORST-PNL         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-WORST-DATE        PIC X(08).

       01  WS-NRT-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
                   'OPEN CURRENCIES WITH NO RATE HISTORY - NOT IN VAR'.

       01  WS-NRT-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NRT-CURRENCY          PIC X(03).

       01  WS-EMPTY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
                   'FEWER THAN TWO RATE DATES UP TO THE AS-OF DATE'.

       COPY DESKBOOK.
       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           IF WS-FXH-OPEN-OK AND WS-INV-OPEN-OK
               PERFORM 2000-COLLECT-DATES
               PERFORM 2100-LOAD-RATE-HISTORY
               PERFORM 2300-LOAD-EXPOSURES
           END-IF
           PERFORM 3050-WRITE-HEADER
           IF WS-SCENARIO-COUNT = ZERO
               WRITE RPT-LINE FROM WS-EMPTY-LINE
           ELSE
               PERFORM 2500-BUILD-SCENARIOS
               PERFORM 3000-REPORT-PORTFOLIOS
               PERFORM 3200-REPORT-DESKS
               PERFORM 3300-WRITE-UNRATED
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE settles the as-of date, opens both inputs,
      *  and loads the desk mapping.  An as-of date that is not a
      *  numeric YYYYMMDD is ignored in favor of the business date.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT 'VAR-ASOF-DATE'
           IF WS-ASOF-DATE = SPACES OR WS-ASOF-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-FXH-FILE-OK
               MOVE 'Y' TO WS-FXH-OPEN-IND
           END-IF
           OPEN INPUT POSITION-INV-FILE
           IF WS-INV-FILE-OK
               MOVE 'Y' TO WS-INV-OPEN-IND
           END-IF
           OPEN OUTPUT VAR-REPORT
           PERFORM 1060-LOAD-DESK-BOOK
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
           OPEN INPUT DESK-BOOK-FILE
           IF WS-DBM-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-DBM-EOF
                       OR WS-DBM-COUNT NOT < 200
                   READ DESK-BOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-DBM-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DBM-COUNT
                           MOVE DBM-PORTFOLIO-ID TO
                               WS-DBM-TBL-PORTFOLIO (WS-DBM-COUNT)
                           MOVE DBM-DESK-ID TO
                               WS-DBM-TBL-DESK (WS-DBM-COUNT)
                           MOVE DBM-BOOK-ID TO
                               WS-DBM-TBL-BOOK (WS-DBM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DESK-BOOK-FILE
           END-IF
           IF WS-DBM-COUNT = ZERO
               PERFORM 1065-DEFAULT-DESK-BOOK
           END-IF
           .

       1065-DEFAULT-DESK-BOOK.
           PERFORM VARYING DESK-BOOK-IDX FROM 1 BY 1
                   UNTIL DESK-BOOK-IDX > 3
               ADD 1 TO WS-DBM-COUNT
               MOVE DB-PORTFOLIO-ID (DESK-BOOK-IDX) TO
                   WS-DBM-TBL-PORTFOLIO (WS-DBM-COUNT)
               MOVE DB-DESK-ID (DESK-BOOK-IDX) TO
                   WS-DBM-TBL-DESK (WS-DBM-COUNT)
               MOVE DB-BOOK-ID (DESK-BOOK-IDX) TO
                   WS-DBM-TBL-BOOK (WS-DBM-COUNT)
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2000-COLLECT-DATES is the first pass over the rate history:
      *  it finds the newest 251 distinct dates on or before the
      *  as-of date.
      *----------------------------------------------------------------
       2000-COLLECT-DATES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ RATE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RATE-READ-COUNT
                       IF FXH-RATE-DATE NOT > WS-ASOF-DATE
                           PERFORM 2010-ADD-WINDOW-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-HISTORY-FILE
           IF WS-DATE-COUNT > 1
               COMPUTE WS-SCENARIO-COUNT = WS-DATE-COUNT - 1
           END-IF
           .

      *----------------------------------------------------------------
      *  2010-ADD-WINDOW-DATE slots a date into the ascending window,
      *  the way RPTPLS00 builds its own: the usual record repeats
      *  the newest date and is dismissed at once, and when the
      *  window is full the oldest date falls off the front.
      *----------------------------------------------------------------
       2010-ADD-WINDOW-DATE.
           MOVE 'Y' TO WS-DATE-NEW-IND
           IF WS-DATE-COUNT > ZERO
               IF FXH-RATE-DATE = WS-DATE-TBL-DATE (WS-DATE-COUNT)
                   MOVE 'N' TO WS-DATE-NEW-IND
               END-IF
           END-IF
           IF WS-DATE-NEW AND WS-DATE-COUNT NOT < 251
               IF FXH-RATE-DATE NOT > WS-DATE-TBL-DATE (1)
                   MOVE 'N' TO WS-DATE-NEW-IND
               END-IF
           END-IF
           IF WS-DATE-NEW
               MOVE 1 TO WS-DATE-POS
               PERFORM UNTIL WS-DATE-POS > WS-DATE-COUNT
                       OR WS-DATE-TBL-DATE (WS-DATE-POS)
                           NOT < FXH-RATE-DATE
                   ADD 1 TO WS-DATE-POS
               END-PERFORM
               IF WS-DATE-POS NOT > WS-DATE-COUNT
                   IF WS-DATE-TBL-DATE (WS-DATE-POS) = FXH-RATE-DATE
                       MOVE 'N' TO WS-DATE-NEW-IND
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-NEW
               IF WS-DATE-COUNT NOT < 251
                   SUBTRACT 1 FROM WS-DATE-POS
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB NOT < WS-DATE-POS
                       MOVE WS-DATE-TBL-DATE (WS-DATE-SUB + 1)
                           TO WS-DATE-TBL-DATE (WS-DATE-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-DATE-COUNT
                   PERFORM VARYING WS-DATE-SUB FROM WS-DATE-COUNT
                           BY -1 UNTIL WS-DATE-SUB NOT > WS-DATE-POS
                       MOVE WS-DATE-TBL-DATE (WS-DATE-SUB - 1)
                           TO WS-DATE-TBL-DATE (WS-DATE-SUB)
                   END-PERFORM
               END-IF
               MOVE FXH-RATE-DATE TO WS-DATE-TBL-DATE (WS-DATE-POS)
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-LOAD-RATE-HISTORY is the second pass: every rate dated
      *  in the window lands in its currency's cell for that date, a
      *  rerun's later record overwriting the earlier.  Each
      *  currency's current rate is then its latest in the window.
      *----------------------------------------------------------------
       2100-LOAD-RATE-HISTORY.
           IF WS-SCENARIO-COUNT > ZERO
               OPEN INPUT RATE-HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ RATE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 2110-STORE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY-FILE
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > WS-DATE-COUNT
                       IF WS-CCY-TBL-RATED (WS-CCY-IDX, WS-DATE-SUB)
                           MOVE WS-CCY-TBL-RATE
                                   (WS-CCY-IDX, WS-DATE-SUB)
                               TO WS-CCY-TBL-CURRENT (WS-CCY-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       2110-STORE-RATE.
           MOVE ZERO TO WS-DATE-SLOT
           SEARCH ALL WS-DATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DATE-TBL-DATE (WS-DATE-IDX) = FXH-RATE-DATE
                   SET WS-DATE-SLOT TO WS-DATE-IDX
           END-SEARCH
           IF WS-DATE-SLOT > ZERO
               PERFORM 2120-FIND-CURRENCY
               IF NOT WS-CCY-FOUND
                   IF WS-CCY-COUNT NOT < 50
                       ADD 1 TO WS-CCY-DROPPED-COUNT
                   ELSE
                       ADD 1 TO WS-CCY-COUNT
                       SET WS-CCY-IDX TO WS-CCY-COUNT
                       MOVE FXH-CURRENCY-CODE
                           TO WS-CCY-TBL-CODE (WS-CCY-IDX)
                       MOVE ZERO TO WS-CCY-TBL-CURRENT (WS-CCY-IDX)
                       PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                               UNTIL WS-DATE-SUB > 251
                           MOVE ZERO TO WS-CCY-TBL-RATE
                               (WS-CCY-IDX, WS-DATE-SUB)
                           MOVE 'N' TO WS-CCY-TBL-IND
                               (WS-CCY-IDX, WS-DATE-SUB)
                       END-PERFORM
                       MOVE 'Y' TO WS-CCY-FOUND-IND
                   END-IF
               END-IF
               IF WS-CCY-FOUND
                   MOVE FXH-RATE-TO-USD
                       TO WS-CCY-TBL-RATE (WS-CCY-IDX, WS-DATE-SLOT)
                   MOVE 'Y'
                       TO WS-CCY-TBL-IND (WS-CCY-IDX, WS-DATE-SLOT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2120-FIND-CURRENCY leaves WS-CCY-IDX on FXH-CURRENCY-CODE.
      *----------------------------------------------------------------
       2120-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-IND
           IF WS-CCY-COUNT > ZERO
               SET WS-CCY-IDX TO 1
               SEARCH WS-CCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CCY-TBL-CODE (WS-CCY-IDX)
                           = FXH-CURRENCY-CODE
                       MOVE 'Y' TO WS-CCY-FOUND-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2300-LOAD-EXPOSURES nets the open lots' trade amounts into
      *  one native exposure per portfolio and currency.
      *----------------------------------------------------------------
       2300-LOAD-EXPOSURES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INV-READ-COUNT
                       PERFORM 2310-ADD-EXPOSURE
               END-READ
           END-PERFORM
           CLOSE POSITION-INV-FILE
           .

       2310-ADD-EXPOSURE.
           MOVE 'N' TO WS-EXP-FOUND-IND
           IF WS-EXP-COUNT > ZERO
               SET WS-EXP-IDX TO 1
               SEARCH WS-EXP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EXP-TBL-PORTFOLIO (WS-EXP-IDX)
                           = INV-PORTFOLIO-ID
                       AND WS-EXP-TBL-CURRENCY (WS-EXP-IDX)
                           = INV-CURRENCY-CODE
                       ADD INV-TRADE-AMT
                           TO WS-EXP-TBL-NATIVE (WS-EXP-IDX)
                       MOVE 'Y' TO WS-EXP-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-EXP-FOUND
               IF WS-EXP-COUNT NOT < 5000
                   ADD 1 TO WS-EXP-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-EXP-COUNT
                   MOVE INV-PORTFOLIO-ID
                       TO WS-EXP-TBL-PORTFOLIO (WS-EXP-COUNT)
                   MOVE INV-CURRENCY-CODE
                       TO WS-EXP-TBL-CURRENCY (WS-EXP-COUNT)
                   MOVE INV-TRADE-AMT
                       TO WS-EXP-TBL-NATIVE (WS-EXP-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-BUILD-SCENARIOS values each exposure at its currency's
      *  current rate and adds its P&L under every daily move into
      *  the portfolio's scenario vector.
      *----------------------------------------------------------------
       2500-BUILD-SCENARIOS.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               PERFORM 2510-FIND-PORTFOLIO
               IF WS-PFL-FOUND
                   PERFORM 2520-APPLY-EXPOSURE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2510-FIND-PORTFOLIO leaves WS-PFL-IDX on the exposure's
      *  portfolio, adding a zero vector the first time it is seen.
      *----------------------------------------------------------------
       2510-FIND-PORTFOLIO.
           MOVE 'N' TO WS-PFL-FOUND-IND
           IF WS-PFL-COUNT > ZERO
               SET WS-PFL-IDX TO 1
               SEARCH WS-PFL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                           = WS-EXP-TBL-PORTFOLIO (WS-EXP-IDX)
                       MOVE 'Y' TO WS-PFL-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-PFL-FOUND
               IF WS-PFL-COUNT NOT < 500
                   ADD 1 TO WS-PFL-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-PFL-COUNT
                   SET WS-PFL-IDX TO WS-PFL-COUNT
                   MOVE WS-EXP-TBL-PORTFOLIO (WS-EXP-IDX)
                       TO WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                   MOVE ZERO TO WS-PFL-TBL-EXPOSURE (WS-PFL-IDX)
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > 250
                       MOVE ZERO TO WS-PFL-TBL-SCENARIO
                           (WS-PFL-IDX, WS-DATE-SUB)
                   END-PERFORM
                   MOVE 'Y' TO WS-PFL-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2520-APPLY-EXPOSURE: USD is taken at par with no moves; any
      *  other currency needs a rate in the window or it is held for
      *  the unrated list and left out.
      *----------------------------------------------------------------
       2520-APPLY-EXPOSURE.
           IF WS-EXP-TBL-CURRENCY (WS-EXP-IDX) = 'USD'
               ADD WS-EXP-TBL-NATIVE (WS-EXP-IDX)
                   TO WS-PFL-TBL-EXPOSURE (WS-PFL-IDX)
           ELSE
               MOVE WS-EXP-TBL-CURRENCY (WS-EXP-IDX)
                   TO FXH-CURRENCY-CODE
               PERFORM 2120-FIND-CURRENCY
               IF WS-CCY-FOUND
                   IF WS-CCY-TBL-CURRENT (WS-CCY-IDX) = ZERO
                       MOVE 'N' TO WS-CCY-FOUND-IND
                   END-IF
               END-IF
               IF WS-CCY-FOUND
                   COMPUTE WS-EXPOSURE-USD ROUNDED =
                       WS-EXP-TBL-NATIVE (WS-EXP-IDX)
                           * WS-CCY-TBL-CURRENT (WS-CCY-IDX)
                   ADD WS-EXPOSURE-USD
                       TO WS-PFL-TBL-EXPOSURE (WS-PFL-IDX)
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > WS-SCENARIO-COUNT
                       PERFORM 2530-APPLY-ONE-MOVE
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-UNRATED-EXP-COUNT
                   PERFORM 2540-NOTE-UNRATED-CURRENCY
               END-IF
           END-IF
           .

       2530-APPLY-ONE-MOVE.
           IF WS-CCY-TBL-RATED (WS-CCY-IDX, WS-DATE-SUB)
                   AND WS-CCY-TBL-RATED (WS-CCY-IDX, WS-DATE-SUB + 1)
               COMPUTE WS-SCENARIO-PNL ROUNDED =
                   WS-EXPOSURE-USD
                   * (WS-CCY-TBL-RATE (WS-CCY-IDX, WS-DATE-SUB + 1)
                       - WS-CCY-TBL-RATE (WS-CCY-IDX, WS-DATE-SUB))
                   / WS-CCY-TBL-RATE (WS-CCY-IDX, WS-DATE-SUB)
               ADD WS-SCENARIO-PNL
                   TO WS-PFL-TBL-SCENARIO (WS-PFL-IDX, WS-DATE-SUB)
           ELSE
               ADD 1 TO WS-RATE-GAP-COUNT
           END-IF
           .

       2540-NOTE-UNRATED-CURRENCY.
           MOVE 'N' TO WS-NRT-FOUND-IND
           IF WS-NRT-COUNT > ZERO
               SET WS-NRT-IDX TO 1
               SEARCH WS-NRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NRT-TBL-CURRENCY (WS-NRT-IDX)
                           = WS-EXP-TBL-CURRENCY (WS-EXP-IDX)
                       MOVE 'Y' TO WS-NRT-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-NRT-FOUND AND WS-NRT-COUNT < 50
               ADD 1 TO WS-NRT-COUNT
               MOVE WS-EXP-TBL-CURRENCY (WS-EXP-IDX)
                   TO WS-NRT-TBL-CURRENCY (WS-NRT-COUNT)
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-REPORT-PORTFOLIOS prints each portfolio's VaR and adds
      *  its vector into its desk's.
      *----------------------------------------------------------------
       3000-REPORT-PORTFOLIOS.
           PERFORM VARYING WS-PFL-IDX FROM 1 BY 1
                   UNTIL WS-PFL-IDX > WS-PFL-COUNT
               MOVE WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX) TO WS-SERIES-ID
               MOVE WS-PFL-TBL-EXPOSURE (WS-PFL-IDX)
                   TO WS-SERIES-EXPOSURE
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > 250
                   MOVE WS-PFL-TBL-SCENARIO (WS-PFL-IDX, WS-DATE-SUB)
                       TO WS-SER-PNL (WS-DATE-SUB)
               END-PERFORM
               PERFORM 4000-COMPUTE-VAR
               PERFORM 4500-WRITE-VAR-LINE
               PERFORM 3110-LOOKUP-DESK
               PERFORM 3120-ADD-TO-DESK
           END-PERFORM
           .

       3050-WRITE-HEADER.
           MOVE WS-ASOF-DATE TO HDR-ASOF-DATE
           IF WS-DATE-COUNT > ZERO
               MOVE WS-DATE-TBL-DATE (1) TO HDR-FIRST-DATE
               MOVE WS-DATE-TBL-DATE (WS-DATE-COUNT) TO HDR-LAST-DATE
           ELSE
               MOVE SPACES TO HDR-FIRST-DATE
               MOVE SPACES TO HDR-LAST-DATE
           END-IF
           MOVE WS-SCENARIO-COUNT TO HDR-SCENARIO-COUNT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NUMBER
           .

       3110-LOOKUP-DESK.
           MOVE DESK-BOOK-UNASSIGNED-ID TO WS-CURRENT-DESK-ID
           SET WS-DBM-IDX TO 1
           SEARCH WS-DBM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DBM-TBL-PORTFOLIO (WS-DBM-IDX) = WS-SERIES-ID
                   MOVE WS-DBM-TBL-DESK (WS-DBM-IDX)
                       TO WS-CURRENT-DESK-ID
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  3120-ADD-TO-DESK adds the vector in hand into its desk's,
      *  same search-or-insert shape as RPTMTH00's rollups.
      *----------------------------------------------------------------
       3120-ADD-TO-DESK.
           MOVE 'N' TO WS-DESK-FOUND-IND
           IF WS-DESK-COUNT > ZERO
               SET WS-DESK-IDX TO 1
               SEARCH WS-DESK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DESK-TBL-ID (WS-DESK-IDX)
                           = WS-CURRENT-DESK-ID
                       MOVE 'Y' TO WS-DESK-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-DESK-FOUND
               IF WS-DESK-COUNT NOT < 50
                   ADD 1 TO WS-DESK-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-DESK-COUNT
                   SET WS-DESK-IDX TO WS-DESK-COUNT
                   MOVE WS-CURRENT-DESK-ID
                       TO WS-DESK-TBL-ID (WS-DESK-IDX)
                   MOVE ZERO TO WS-DESK-TBL-EXPOSURE (WS-DESK-IDX)
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > 250
                       MOVE ZERO TO WS-DESK-TBL-SCENARIO
                           (WS-DESK-IDX, WS-DATE-SUB)
                   END-PERFORM
                   MOVE 'Y' TO WS-DESK-FOUND-IND
               END-IF
           END-IF
           IF WS-DESK-FOUND
               ADD WS-SERIES-EXPOSURE
                   TO WS-DESK-TBL-EXPOSURE (WS-DESK-IDX)
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > WS-SCENARIO-COUNT
                   ADD WS-SER-PNL (WS-DATE-SUB) TO
                       WS-DESK-TBL-SCENARIO (WS-DESK-IDX, WS-DATE-SUB)
               END-PERFORM
           END-IF
           .

       3200-REPORT-DESKS.
           MOVE 'DESK' TO HDR-SECTION-LABEL
           PERFORM 3050-WRITE-HEADER
           PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
                   UNTIL WS-DESK-IDX > WS-DESK-COUNT
               MOVE WS-DESK-TBL-ID (WS-DESK-IDX) TO WS-SERIES-ID
               MOVE WS-DESK-TBL-EXPOSURE (WS-DESK-IDX)
                   TO WS-SERIES-EXPOSURE
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > 250
                   MOVE WS-DESK-TBL-SCENARIO (WS-DESK-IDX, WS-DATE-SUB)
                       TO WS-SER-PNL (WS-DATE-SUB)
               END-PERFORM
               PERFORM 4000-COMPUTE-VAR
               PERFORM 4500-WRITE-VAR-LINE
           END-PERFORM
           .

       3300-WRITE-UNRATED.
           IF WS-NRT-COUNT > ZERO
               WRITE RPT-LINE FROM WS-NRT-SECTION-LINE
               PERFORM VARYING WS-NRT-IDX FROM 1 BY 1
                       UNTIL WS-NRT-IDX > WS-NRT-COUNT
                   MOVE WS-NRT-TBL-CURRENCY (WS-NRT-IDX)
                       TO NRT-CURRENCY
                   WRITE RPT-LINE FROM WS-NRT-DETAIL-LINE
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-COMPUTE-VAR keeps the worst 13 scenario P&Ls of the
      *  vector in hand, worst first, and reads the two percentile
      *  points off them.
      *----------------------------------------------------------------
       4000-COMPUTE-VAR.
           MOVE ZERO TO WS-WORST-COUNT
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-SCENARIO-COUNT
               PERFORM 4010-RANK-SCENARIO
           END-PERFORM
           COMPUTE WS-K-99 = (WS-SCENARIO-COUNT + 99) / 100
           COMPUTE WS-K-95 = (WS-SCENARIO-COUNT + 19) / 20
           COMPUTE WS-VAR-99 = ZERO - WS-WORST-PNL (WS-K-99)
           IF WS-VAR-99 < ZERO
               MOVE ZERO TO WS-VAR-99
           END-IF
           COMPUTE WS-VAR-95 = ZERO - WS-WORST-PNL (WS-K-95)
           IF WS-VAR-95 < ZERO
               MOVE ZERO TO WS-VAR-95
           END-IF
           .

      *----------------------------------------------------------------
      *  4010-RANK-SCENARIO inserts scenario WS-DATE-SUB into the
      *  worst-13 list if it belongs there, the 13th falling off.
      *----------------------------------------------------------------
       4010-RANK-SCENARIO.
           IF WS-WORST-COUNT < 13
                   OR WS-SER-PNL (WS-DATE-SUB)
                       < WS-WORST-PNL (WS-WORST-COUNT)
               MOVE 1 TO WS-WORST-POS
               PERFORM UNTIL WS-WORST-POS > WS-WORST-COUNT
                       OR WS-SER-PNL (WS-DATE-SUB)
                           < WS-WORST-PNL (WS-WORST-POS)
                   ADD 1 TO WS-WORST-POS
               END-PERFORM
               IF WS-WORST-COUNT < 13
                   ADD 1 TO WS-WORST-COUNT
               END-IF
               PERFORM VARYING WS-WORST-SUB FROM WS-WORST-COUNT BY -1
                       UNTIL WS-WORST-SUB NOT > WS-WORST-POS
                   MOVE WS-WORST-ENTRY (WS-WORST-SUB - 1)
                       TO WS-WORST-ENTRY (WS-WORST-SUB)
               END-PERFORM
               MOVE WS-SER-PNL (WS-DATE-SUB)
                   TO WS-WORST-PNL (WS-WORST-POS)
               MOVE WS-DATE-SUB TO WS-WORST-SLOT (WS-WORST-POS)
           END-IF
           .

       4500-WRITE-VAR-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 3050-WRITE-HEADER
           END-IF
           MOVE WS-SERIES-ID TO DTL-SERIES-ID
           MOVE WS-SERIES-EXPOSURE TO DTL-EXPOSURE
           MOVE WS-VAR-99 TO DTL-VAR-99
           MOVE WS-VAR-95 TO DTL-VAR-95
           MOVE WS-WORST-PNL (1) TO DTL-WORST-PNL
           MOVE WS-DATE-TBL-DATE (WS-WORST-SLOT (1) + 1)
               TO DTL-WORST-DATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       9999-TERMINATE.
           CLOSE VAR-REPORT
           DISPLAY 'RPTVAR00 AS-OF DATE: ' WS-ASOF-DATE
           DISPLAY 'RPTVAR00 RATE HISTORY RECORDS READ: '
               WS-RATE-READ-COUNT
           DISPLAY 'RPTVAR00 SCENARIOS: ' WS-SCENARIO-COUNT
           DISPLAY 'RPTVAR00 INVENTORY LOTS READ: ' WS-INV-READ-COUNT
           DISPLAY 'RPTVAR00 PORTFOLIOS REPORTED: ' WS-PFL-COUNT
           DISPLAY 'RPTVAR00 DESKS REPORTED: ' WS-DESK-COUNT
           DISPLAY 'RPTVAR00 MOVES WITH NO RATE ON ONE DAY: '
               WS-RATE-GAP-COUNT
           IF WS-UNRATED-EXP-COUNT > ZERO
               DISPLAY 'RPTVAR00 EXPOSURES WITH NO RATE HISTORY: '
                   WS-UNRATED-EXP-COUNT
           END-IF
           IF WS-CCY-DROPPED-COUNT > ZERO
                   OR WS-EXP-DROPPED-COUNT > ZERO
                   OR WS-PFL-DROPPED-COUNT > ZERO
                   OR WS-DESK-DROPPED-COUNT > ZERO
               DISPLAY 'RPTVAR00 ENTRIES DROPPED, TABLE FULL: '
                   'CCY ' WS-CCY-DROPPED-COUNT
                   ' EXP ' WS-EXP-DROPPED-COUNT
                   ' PFL ' WS-PFL-DROPPED-COUNT
                   ' DESK ' WS-DESK-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the rate history or the
      *  inventory is missing, a warning when an open currency has no
      *  rate history or a table overflowed (the VaR is understated),
      *  a lesser warning while the history is still short of 250
      *  moves, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTVAR00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN NOT WS-FXH-OPEN-OK
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'FXRATEHS MISSING OR STATUS ERROR'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN NOT WS-INV-OPEN-OK
                   MOVE 'E002' TO RC-ERROR-CODE
                   MOVE 'POSINV MISSING OR STATUS ERROR'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-UNRATED-EXP-COUNT > ZERO
                       OR WS-CCY-DROPPED-COUNT > ZERO
                       OR WS-EXP-DROPPED-COUNT > ZERO
                       OR WS-PFL-DROPPED-COUNT > ZERO
                       OR WS-DESK-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'EXPOSURE LEFT OUT OF VAR - SEE REPORT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-SCENARIO-COUNT < 250
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'FEWER THAN 250 DAYS OF RATE HISTORY'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
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
           MOVE 'RPTVAR00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
