       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTPLS00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTPLS00 -- DAILY P&L RISK STATISTICS
      *  Risk's monthly review wants to know how a book's P&L
      *  behaves, not just where it ended up: how volatile it has
      *  been lately, the worst peak-to-trough run it has had, how
      *  often it wins, and its best and worst days.  PNLPRIOR.DAT
      *  holds one day and PNLPERD.DAT only sums, so this report
      *  reads the permanent daily history PNLPRI00 appends to
      *  every night (PNLHIST.DAT, PNLHIST.cpy).
      *
      *  The window is the last 250 business dates on the history
      *  up to the as-of date -- the business date by default,
      *  PLS-ASOF-DATE (YYYYMMDD) to look back from another day.  A
      *  date a night was rerun for carries its records twice; the
      *  later record for a portfolio and date is the one used.
      *
      *  For each portfolio, then for each desk (its portfolios'
      *  daily P&L summed, DESKBOOK.DAT's mapping as RPTMTH00 uses
      *  it), one line gives:
      *    - the days in the window the series has a P&L for;
      *    - the sample standard deviation of daily P&L over the
      *      last 20, 60, and 250 dates of the window, taken over
      *      the days observed in each (blank under two days);
      *    - the maximum drawdown -- the largest fall of cumulative
      *      P&L from its running peak, the window's start counting
      *      as a peak of zero -- and the date it bottomed;
      *    - the count of winning and losing days;
      *    - the best and worst single day with their dates.
      *  Amounts print in whole USD.  Run on demand (see RPTPLS.jcl).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNL-HISTORY-FILE ASSIGN TO 'PNLHIST.DAT'
               FILE STATUS IS WS-PNH-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT PLS-REPORT ASSIGN TO 'RPTPLS.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with PNLPRI00 via PNLHIST.cpy.
       FD  PNL-HISTORY-FILE.
           COPY PNLHIST.

      *--  Live portfolio-to-desk/book mapping, same dataset RPTPOS00
      *--  and RPTMTH00 load.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  PLS-REPORT.
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
       01  WS-PNH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PNH-FILE-OK        VALUE '00'.
           88  WS-PNH-FILE-MISSING   VALUE '35'.
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-DBM-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-DBM-EOF            VALUE 'Y'.

      *--  Set once, on the first pass's OPEN.
       01  WS-PNH-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-PNH-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ASOF-DATE              PIC X(08) VALUE SPACES.
       01  WS-HIST-READ-COUNT        PIC 9(09) COMP-3 VALUE ZERO.

      *--  The window: the last 250 distinct business dates on the
      *--  history up to the as-of date, oldest first.  Filled on the
      *--  first pass, keeping the newest 250 whatever order the
      *--  file is in.
       01  WS-DATE-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 1 TO 250 TIMES
                   DEPENDING ON WS-DATE-COUNT
                   ASCENDING KEY IS WS-DATE-TBL-DATE
                   INDEXED BY WS-DATE-IDX.
               10  WS-DATE-TBL-DATE      PIC X(08).
       01  WS-DATE-SUB               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-POS               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-SLOT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DATE-NEW-IND           PIC X(01) VALUE 'N'.
           88  WS-DATE-NEW           VALUE 'Y'.

      *--  One row per portfolio, one cell per window date: the
      *--  day's USD P&L and whether the history had one.
       01  WS-PFL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PFL-TABLE.
           05  WS-PFL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PFL-COUNT
                   INDEXED BY WS-PFL-IDX.
               10  WS-PFL-TBL-PORTFOLIO  PIC X(08).
               10  WS-PFL-TBL-DAY OCCURS 250 TIMES.
                   15  WS-PFL-TBL-PNL    PIC S9(13)V99 COMP-3.
                   15  WS-PFL-TBL-IND    PIC X(01).
                       88  WS-PFL-TBL-OBSERVED  VALUE 'Y'.
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

      *--  Desk series: the desk's portfolios' cells summed date by
      *--  date; a desk has a day when any of its portfolios does.
       01  WS-DESK-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DESK-TABLE.
           05  WS-DESK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-DESK-COUNT
                   INDEXED BY WS-DESK-IDX.
               10  WS-DESK-TBL-ID        PIC X(08).
               10  WS-DESK-TBL-DAY OCCURS 250 TIMES.
                   15  WS-DESK-TBL-PNL   PIC S9(13)V99 COMP-3.
                   15  WS-DESK-TBL-IND   PIC X(01).
                       88  WS-DESK-TBL-OBSERVED VALUE 'Y'.
       01  WS-DESK-DROPPED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DESK-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-DESK-FOUND         VALUE 'Y'.

      *--  The series the statistics are worked on -- a portfolio's
      *--  or a desk's row copied out, so one set of paragraphs
      *--  serves both sections.
       01  WS-SERIES-ID              PIC X(08) VALUE SPACES.
       01  WS-SERIES-TABLE.
           05  WS-SER-DAY OCCURS 250 TIMES.
               10  WS-SER-PNL            PIC S9(13)V99 COMP-3.
               10  WS-SER-IND            PIC X(01).
                   88  WS-SER-OBSERVED   VALUE 'Y'.

      *--  Statistics for the series in hand.
       01  WS-STAT-DAYS              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-STAT-WINS              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-STAT-LOSSES            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-STAT-BEST              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-STAT-BEST-DATE         PIC X(08) VALUE SPACES.
       01  WS-STAT-WORST             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-STAT-WORST-DATE        PIC X(08) VALUE SPACES.
       01  WS-STAT-CUM-PNL           PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-STAT-PEAK-PNL          PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-STAT-DRAWDOWN          PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-STAT-MAX-DRAWDOWN      PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-STAT-TROUGH-DATE       PIC X(08) VALUE SPACES.

      *--  Rolling-window volatility, taken as squared deviations
      *--  from the window mean so the sum stays inside a packed
      *--  field for the largest books.
       01  WS-WINDOW-SIZE            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-WINDOW-START           PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-WINDOW-DAYS            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-WINDOW-DIVISOR         PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-WINDOW-SUM             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-WINDOW-MEAN            PIC S9(13)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-WINDOW-DEVIATION       PIC S9(15)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-WINDOW-SUM-SQ          PIC S9(27)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-WINDOW-VARIANCE        PIC S9(27)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-WINDOW-VOL             PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-WINDOW-VOL-IND         PIC X(01) VALUE 'N'.
           88  WS-WINDOW-VOL-OK      VALUE 'Y'.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 55.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'DAILY P&L RISK STATISTICS'.
           05  FILLER                PIC X(07) VALUE 'AS OF: '.
           05  HDR-ASOF-DATE         PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'WINDOW: '.
           05  HDR-FIRST-DATE        PIC X(08).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  HDR-LAST-DATE         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDR-DATE-COUNT        PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' DAYS '.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  HDR-SECTION-LABEL     PIC X(09) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE 'DAYS'.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE 'VOL 20D'.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE 'VOL 60D'.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'VOL 250D'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'MAX DRAWDN'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'TROUGH'.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(03) VALUE 'WIN'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(03) VALUE 'LOS'.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'BEST DAY'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'ON'.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(09) VALUE 'WORST DAY'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'ON'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-SERIES-ID         PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-DAYS              PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-VOL-20            PIC Z(09)9.
           05  DTL-VOL-20-X REDEFINES DTL-VOL-20
                                     PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-VOL-60            PIC Z(09)9.
           05  DTL-VOL-60-X REDEFINES DTL-VOL-60
                                     PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-VOL-250           PIC Z(09)9.
           05  DTL-VOL-250-X REDEFINES DTL-VOL-250
                                     PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MAX-DRAWDOWN      PIC Z(09)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-TROUGH-DATE       PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-WINS              PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-LOSSES            PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BEST              PIC Z(09)9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-BEST-DATE         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-WORST             PIC Z(09)9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-WORST-DATE        PIC X(08).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TEXT              PIC X(60) VALUE SPACES.

       01  WS-EMPTY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
                   'NO P&L HISTORY ON OR BEFORE THE AS-OF DATE'.

       COPY DESKBOOK.
       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           IF WS-PNH-OPEN-OK
               PERFORM 2000-COLLECT-DATES
               PERFORM 2100-LOAD-HISTORY
           END-IF
           PERFORM 3050-WRITE-HEADER
           IF WS-DATE-COUNT = ZERO
               WRITE RPT-LINE FROM WS-EMPTY-LINE
           ELSE
               PERFORM 3000-REPORT-PORTFOLIOS
               PERFORM 3200-REPORT-DESKS
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE settles the as-of date and loads the desk
      *  mapping.  An as-of date that is not a numeric YYYYMMDD is
      *  ignored in favor of the business date.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT 'PLS-ASOF-DATE'
           IF WS-ASOF-DATE = SPACES OR WS-ASOF-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           OPEN INPUT PNL-HISTORY-FILE
           IF WS-PNH-FILE-OK
               MOVE 'Y' TO WS-PNH-OPEN-IND
           END-IF
           OPEN OUTPUT PLS-REPORT
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
      *  2000-COLLECT-DATES is the first pass: it finds the newest 250
      *  distinct business dates on or before the as-of date.
      *----------------------------------------------------------------
       2000-COLLECT-DATES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PNL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF PNH-BUSINESS-DATE NOT > WS-ASOF-DATE
                           PERFORM 2010-ADD-WINDOW-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PNL-HISTORY-FILE
           .

      *----------------------------------------------------------------
      *  2010-ADD-WINDOW-DATE slots a date into the ascending window.
      *  The history is appended in date order, so the usual record
      *  repeats the newest date and is dismissed at once; a date
      *  older than a full window's oldest is never wanted.  When the
      *  window is full the oldest date falls off the front.
      *----------------------------------------------------------------
       2010-ADD-WINDOW-DATE.
           MOVE 'Y' TO WS-DATE-NEW-IND
           IF WS-DATE-COUNT > ZERO
               IF PNH-BUSINESS-DATE = WS-DATE-TBL-DATE (WS-DATE-COUNT)
                   MOVE 'N' TO WS-DATE-NEW-IND
               END-IF
           END-IF
           IF WS-DATE-NEW AND WS-DATE-COUNT NOT < 250
               IF PNH-BUSINESS-DATE NOT > WS-DATE-TBL-DATE (1)
                   MOVE 'N' TO WS-DATE-NEW-IND
               END-IF
           END-IF
           IF WS-DATE-NEW
               MOVE 1 TO WS-DATE-POS
               PERFORM UNTIL WS-DATE-POS > WS-DATE-COUNT
                       OR WS-DATE-TBL-DATE (WS-DATE-POS)
                           NOT < PNH-BUSINESS-DATE
                   ADD 1 TO WS-DATE-POS
               END-PERFORM
               IF WS-DATE-POS NOT > WS-DATE-COUNT
                   IF WS-DATE-TBL-DATE (WS-DATE-POS)
                           = PNH-BUSINESS-DATE
                       MOVE 'N' TO WS-DATE-NEW-IND
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-NEW
               IF WS-DATE-COUNT NOT < 250
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
               MOVE PNH-BUSINESS-DATE
                   TO WS-DATE-TBL-DATE (WS-DATE-POS)
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-LOAD-HISTORY is the second pass: every record dated in
      *  the window lands in its portfolio's cell for that date, a
      *  rerun night's later record overwriting the earlier.
      *----------------------------------------------------------------
       2100-LOAD-HISTORY.
           IF WS-DATE-COUNT > ZERO
               OPEN INPUT PNL-HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PNL-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 2110-STORE-HISTORY-DAY
                   END-READ
               END-PERFORM
               CLOSE PNL-HISTORY-FILE
           END-IF
           .

       2110-STORE-HISTORY-DAY.
           MOVE ZERO TO WS-DATE-SLOT
           SEARCH ALL WS-DATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DATE-TBL-DATE (WS-DATE-IDX) = PNH-BUSINESS-DATE
                   SET WS-DATE-SLOT TO WS-DATE-IDX
           END-SEARCH
           IF WS-DATE-SLOT > ZERO
               PERFORM 2120-FIND-PORTFOLIO
               IF WS-PFL-FOUND
                   MOVE PNH-DAY-PNL
                       TO WS-PFL-TBL-PNL (WS-PFL-IDX, WS-DATE-SLOT)
                   MOVE 'Y'
                       TO WS-PFL-TBL-IND (WS-PFL-IDX, WS-DATE-SLOT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2120-FIND-PORTFOLIO leaves WS-PFL-IDX on the record's
      *  portfolio, adding a row with every day unobserved the first
      *  time it is seen.  A full table drops the portfolio.
      *----------------------------------------------------------------
       2120-FIND-PORTFOLIO.
           MOVE 'N' TO WS-PFL-FOUND-IND
           IF WS-PFL-COUNT > ZERO
               SET WS-PFL-IDX TO 1
               SEARCH WS-PFL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                           = PNH-PORTFOLIO-ID
                       MOVE 'Y' TO WS-PFL-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-PFL-FOUND
               IF WS-PFL-COUNT NOT < 500
                   ADD 1 TO WS-PFL-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-PFL-COUNT
                   SET WS-PFL-IDX TO WS-PFL-COUNT
                   MOVE PNH-PORTFOLIO-ID
                       TO WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > 250
                       MOVE ZERO
                           TO WS-PFL-TBL-PNL (WS-PFL-IDX, WS-DATE-SUB)
                       MOVE 'N'
                           TO WS-PFL-TBL-IND (WS-PFL-IDX, WS-DATE-SUB)
                   END-PERFORM
                   MOVE 'Y' TO WS-PFL-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-REPORT-PORTFOLIOS prints each portfolio's statistics and
      *  folds its days into its desk's series.
      *----------------------------------------------------------------
       3000-REPORT-PORTFOLIOS.
           PERFORM VARYING WS-PFL-IDX FROM 1 BY 1
                   UNTIL WS-PFL-IDX > WS-PFL-COUNT
               MOVE WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX) TO WS-SERIES-ID
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > 250
                   MOVE WS-PFL-TBL-PNL (WS-PFL-IDX, WS-DATE-SUB)
                       TO WS-SER-PNL (WS-DATE-SUB)
                   MOVE WS-PFL-TBL-IND (WS-PFL-IDX, WS-DATE-SUB)
                       TO WS-SER-IND (WS-DATE-SUB)
               END-PERFORM
               PERFORM 4000-COMPUTE-STATISTICS
               PERFORM 4500-WRITE-STATISTICS-LINE
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
           MOVE WS-DATE-COUNT TO HDR-DATE-COUNT
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
      *  3120-ADD-TO-DESK adds the series in hand into its desk's
      *  row, same search-or-insert shape as RPTMTH00's rollups.
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
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB > 250
                       MOVE ZERO
                           TO WS-DESK-TBL-PNL (WS-DESK-IDX, WS-DATE-SUB)
                       MOVE 'N'
                           TO WS-DESK-TBL-IND (WS-DESK-IDX, WS-DATE-SUB)
                   END-PERFORM
                   MOVE 'Y' TO WS-DESK-FOUND-IND
               END-IF
           END-IF
           IF WS-DESK-FOUND
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > 250
                   IF WS-SER-OBSERVED (WS-DATE-SUB)
                       ADD WS-SER-PNL (WS-DATE-SUB)
                           TO WS-DESK-TBL-PNL (WS-DESK-IDX, WS-DATE-SUB)
                       MOVE 'Y'
                           TO WS-DESK-TBL-IND (WS-DESK-IDX, WS-DATE-SUB)
                   END-IF
               END-PERFORM
           END-IF
           .

       3200-REPORT-DESKS.
           MOVE 'DESK' TO HDR-SECTION-LABEL
           PERFORM 3050-WRITE-HEADER
           PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
                   UNTIL WS-DESK-IDX > WS-DESK-COUNT
               MOVE WS-DESK-TBL-ID (WS-DESK-IDX) TO WS-SERIES-ID
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > 250
                   MOVE WS-DESK-TBL-PNL (WS-DESK-IDX, WS-DATE-SUB)
                       TO WS-SER-PNL (WS-DATE-SUB)
                   MOVE WS-DESK-TBL-IND (WS-DESK-IDX, WS-DATE-SUB)
                       TO WS-SER-IND (WS-DATE-SUB)
               END-PERFORM
               PERFORM 4000-COMPUTE-STATISTICS
               PERFORM 4500-WRITE-STATISTICS-LINE
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  4000-COMPUTE-STATISTICS works the series in hand through the
      *  window in date order: day counts, best and worst day, and
      *  the drawdown off the running peak of cumulative P&L.  The
      *  three volatilities are then taken off the tail of the window.
      *----------------------------------------------------------------
       4000-COMPUTE-STATISTICS.
           MOVE ZERO TO WS-STAT-DAYS
           MOVE ZERO TO WS-STAT-WINS
           MOVE ZERO TO WS-STAT-LOSSES
           MOVE ZERO TO WS-STAT-BEST
           MOVE ZERO TO WS-STAT-WORST
           MOVE SPACES TO WS-STAT-BEST-DATE
           MOVE SPACES TO WS-STAT-WORST-DATE
           MOVE ZERO TO WS-STAT-CUM-PNL
           MOVE ZERO TO WS-STAT-PEAK-PNL
           MOVE ZERO TO WS-STAT-MAX-DRAWDOWN
           MOVE SPACES TO WS-STAT-TROUGH-DATE
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT
               IF WS-SER-OBSERVED (WS-DATE-SUB)
                   PERFORM 4010-TAKE-DAY
               END-IF
           END-PERFORM
           .

       4010-TAKE-DAY.
           ADD 1 TO WS-STAT-DAYS
           IF WS-SER-PNL (WS-DATE-SUB) > ZERO
               ADD 1 TO WS-STAT-WINS
           END-IF
           IF WS-SER-PNL (WS-DATE-SUB) < ZERO
               ADD 1 TO WS-STAT-LOSSES
           END-IF
           IF WS-STAT-DAYS = 1
                   OR WS-SER-PNL (WS-DATE-SUB) > WS-STAT-BEST
               MOVE WS-SER-PNL (WS-DATE-SUB) TO WS-STAT-BEST
               MOVE WS-DATE-TBL-DATE (WS-DATE-SUB)
                   TO WS-STAT-BEST-DATE
           END-IF
           IF WS-STAT-DAYS = 1
                   OR WS-SER-PNL (WS-DATE-SUB) < WS-STAT-WORST
               MOVE WS-SER-PNL (WS-DATE-SUB) TO WS-STAT-WORST
               MOVE WS-DATE-TBL-DATE (WS-DATE-SUB)
                   TO WS-STAT-WORST-DATE
           END-IF
           ADD WS-SER-PNL (WS-DATE-SUB) TO WS-STAT-CUM-PNL
           IF WS-STAT-CUM-PNL > WS-STAT-PEAK-PNL
               MOVE WS-STAT-CUM-PNL TO WS-STAT-PEAK-PNL
           END-IF
           COMPUTE WS-STAT-DRAWDOWN =
               WS-STAT-PEAK-PNL - WS-STAT-CUM-PNL
           IF WS-STAT-DRAWDOWN > WS-STAT-MAX-DRAWDOWN
               MOVE WS-STAT-DRAWDOWN TO WS-STAT-MAX-DRAWDOWN
               MOVE WS-DATE-TBL-DATE (WS-DATE-SUB)
                   TO WS-STAT-TROUGH-DATE
           END-IF
           .

      *----------------------------------------------------------------
      *  4100-WINDOW-VOLATILITY takes the sample standard deviation of
      *  the observed days among the last WS-WINDOW-SIZE dates of the
      *  window, off the window's mean.  Fewer than two days gives no
      *  figure.
      *----------------------------------------------------------------
       4100-WINDOW-VOLATILITY.
           MOVE 'N' TO WS-WINDOW-VOL-IND
           MOVE ZERO TO WS-WINDOW-VOL
           MOVE ZERO TO WS-WINDOW-DAYS
           MOVE ZERO TO WS-WINDOW-SUM
           MOVE ZERO TO WS-WINDOW-SUM-SQ
           IF WS-DATE-COUNT > WS-WINDOW-SIZE
               COMPUTE WS-WINDOW-START =
                   WS-DATE-COUNT - WS-WINDOW-SIZE + 1
           ELSE
               MOVE 1 TO WS-WINDOW-START
           END-IF
           PERFORM VARYING WS-DATE-SUB FROM WS-WINDOW-START BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT
               IF WS-SER-OBSERVED (WS-DATE-SUB)
                   ADD 1 TO WS-WINDOW-DAYS
                   ADD WS-SER-PNL (WS-DATE-SUB) TO WS-WINDOW-SUM
               END-IF
           END-PERFORM
           IF WS-WINDOW-DAYS > 1
               COMPUTE WS-WINDOW-MEAN ROUNDED =
                   WS-WINDOW-SUM / WS-WINDOW-DAYS
               PERFORM VARYING WS-DATE-SUB FROM WS-WINDOW-START BY 1
                       UNTIL WS-DATE-SUB > WS-DATE-COUNT
                   IF WS-SER-OBSERVED (WS-DATE-SUB)
                       COMPUTE WS-WINDOW-DEVIATION =
                           WS-SER-PNL (WS-DATE-SUB) - WS-WINDOW-MEAN
                       COMPUTE WS-WINDOW-SUM-SQ ROUNDED =
                           WS-WINDOW-SUM-SQ
                           + WS-WINDOW-DEVIATION * WS-WINDOW-DEVIATION
                   END-IF
               END-PERFORM
               COMPUTE WS-WINDOW-DIVISOR = WS-WINDOW-DAYS - 1
               COMPUTE WS-WINDOW-VARIANCE ROUNDED =
                   WS-WINDOW-SUM-SQ / WS-WINDOW-DIVISOR
               COMPUTE WS-WINDOW-VOL ROUNDED =
                   FUNCTION SQRT (WS-WINDOW-VARIANCE)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-WINDOW-VOL
               END-COMPUTE
               MOVE 'Y' TO WS-WINDOW-VOL-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  4500-WRITE-STATISTICS-LINE prints the series in hand; a
      *  series with no day in the window (a desk whose portfolios
      *  all fell off the table) is not printed.
      *----------------------------------------------------------------
       4500-WRITE-STATISTICS-LINE.
           IF WS-STAT-DAYS > ZERO
               IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                   PERFORM 3050-WRITE-HEADER
               END-IF
               MOVE WS-SERIES-ID TO DTL-SERIES-ID
               MOVE WS-STAT-DAYS TO DTL-DAYS
               MOVE 20 TO WS-WINDOW-SIZE
               PERFORM 4100-WINDOW-VOLATILITY
               IF WS-WINDOW-VOL-OK
                   MOVE WS-WINDOW-VOL TO DTL-VOL-20
               ELSE
                   MOVE SPACES TO DTL-VOL-20-X
               END-IF
               MOVE 60 TO WS-WINDOW-SIZE
               PERFORM 4100-WINDOW-VOLATILITY
               IF WS-WINDOW-VOL-OK
                   MOVE WS-WINDOW-VOL TO DTL-VOL-60
               ELSE
                   MOVE SPACES TO DTL-VOL-60-X
               END-IF
               MOVE 250 TO WS-WINDOW-SIZE
               PERFORM 4100-WINDOW-VOLATILITY
               IF WS-WINDOW-VOL-OK
                   MOVE WS-WINDOW-VOL TO DTL-VOL-250
               ELSE
                   MOVE SPACES TO DTL-VOL-250-X
               END-IF
               MOVE WS-STAT-MAX-DRAWDOWN TO DTL-MAX-DRAWDOWN
               MOVE WS-STAT-TROUGH-DATE TO DTL-TROUGH-DATE
               MOVE WS-STAT-WINS TO DTL-WINS
               MOVE WS-STAT-LOSSES TO DTL-LOSSES
               MOVE WS-STAT-BEST TO DTL-BEST
               MOVE WS-STAT-BEST-DATE TO DTL-BEST-DATE
               MOVE WS-STAT-WORST TO DTL-WORST
               MOVE WS-STAT-WORST-DATE TO DTL-WORST-DATE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           .

       9999-TERMINATE.
           CLOSE PLS-REPORT
           DISPLAY 'RPTPLS00 AS-OF DATE: ' WS-ASOF-DATE
           DISPLAY 'RPTPLS00 HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'RPTPLS00 DATES IN WINDOW: ' WS-DATE-COUNT
           DISPLAY 'RPTPLS00 PORTFOLIOS REPORTED: ' WS-PFL-COUNT
           DISPLAY 'RPTPLS00 DESKS REPORTED: ' WS-DESK-COUNT
           IF WS-PFL-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPLS00 HISTORY RECORDS DROPPED, PORTFOLIO '
                   'TABLE FULL: ' WS-PFL-DROPPED-COUNT
           END-IF
           IF WS-DESK-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPLS00 PORTFOLIOS LEFT OUT OF DESK SERIES, '
                   'TABLE FULL: ' WS-DESK-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when PNLHIST.DAT is missing, a
      *  warning when a portfolio or desk table overflowed (the
      *  figures printed are short), normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTPLS00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-PNH-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'PNLHIST MISSING OR STATUS ERROR' TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-PFL-DROPPED-COUNT > ZERO
                       OR WS-DESK-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'PORTFOLIO/DESK TABLE FULL, FIGURES INCOMPLETE'
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
      *  message to the shared run log.  The first-ever run starts
      *  the file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'RPTPLS00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
