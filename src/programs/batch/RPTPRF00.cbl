       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTPRF00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTPRF00 -- MONTHLY PORTFOLIO RETURN VERSUS BENCHMARK
      *  P&L in dollars does not tell a client whether the portfolio
      *  did well; client reviews rebuilt this in a spreadsheet every
      *  quarter.  For one calendar month this report prints, per
      *  portfolio and rolled up by desk:
      *    - the capital at the start of the month, the net capital
      *      flows in it, the month's P&L and the closing capital;
      *    - the time-weighted return: each day's P&L divided by the
      *      capital at the start of that day, the days chained
      *      together, so a contribution or withdrawal mid-month
      *      neither flatters nor penalizes the return;
      *    - the return of the portfolio's benchmark over the month,
      *      its daily returns chained the same way, and the excess
      *      of the portfolio's return over it.
      *  Returns print as percentages; amounts in whole USD.
      *
      *  Where the figures come from:
      *    - capital: CAPFLOW.DAT (CAPFLOW.cpy), every dated base,
      *      contribution and withdrawal up to the month end;
      *    - daily P&L: the permanent history PNLPRI00 appends every
      *      night (PNLHIST.DAT), the later record standing for a
      *      rerun night as in RPTPLS00.  P&L before the month is
      *      earned capital and carried into the opening figure;
      *    - the benchmark: PMR-BENCHMARK-ID on PORTMST.DAT and the
      *      daily returns on BMKRTN.DAT (BMKRTN.cpy);
      *    - desks: DESKBOOK.DAT, as RPTMTH00 maps them.
      *  The month's P&L summed off the history is checked against
      *  the month-to-date total PNLACC00 carries on PNLPERD.DAT when
      *  that file is posted for the same month; a portfolio that
      *  disagrees is flagged and listed at the foot of the report.
      *
      *  A portfolio's return cannot be measured on a day it has
      *  P&L but no positive capital (no base on CAPFLOW.DAT, or
      *  withdrawn to nothing) -- it prints with no return, is left
      *  out of its desk's return, and ends the step with a warning.
      *  A desk's return is that of its measured portfolios taken as
      *  one book; its benchmark return is theirs weighted by the
      *  capital each had in the month.
      *
      *  The month is the business date's by default; PRF-PERIOD
      *  (YYYYMM) reports another.  Run on demand or at month end
      *  (see RPTPRF.jcl); a delimited companion RPTPRFD.CSV carries
      *  the same lines for the client-review spreadsheet.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNL-HISTORY-FILE ASSIGN TO 'PNLHIST.DAT'
               FILE STATUS IS WS-PNH-FILE-STATUS.
           SELECT CAPITAL-FLOW-FILE ASSIGN TO 'CAPFLOW.DAT'
               FILE STATUS IS WS-CFL-FILE-STATUS.
           SELECT BENCHMARK-RETURN-FILE ASSIGN TO 'BMKRTN.DAT'
               FILE STATUS IS WS-BMR-FILE-STATUS.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'PNLPERD.DAT'
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT PRF-REPORT ASSIGN TO 'RPTPRF.PRT'.
      *--  Delimited companion of the report for spreadsheet users
      *--  (see CSVROW.cpy).
           SELECT PRF-CSV-FILE ASSIGN TO 'RPTPRFD.CSV'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with PNLPRI00 via PNLHIST.cpy.
       FD  PNL-HISTORY-FILE.
           COPY PNLHIST.

       FD  CAPITAL-FLOW-FILE.
           COPY CAPFLOW.

       FD  BENCHMARK-RETURN-FILE.
           COPY BMKRTN.

      *--  Shared with PRTMNT00, UTLVAL00 and the reports via
      *--  PRTMST.cpy.
       FD  PORTFOLIO-MASTER-FILE.
           COPY PRTMST.

      *--  Shared with PNLACC00 via PNLPERD.cpy.
       FD  PERIOD-FILE.
           COPY PNLPERD.

      *--  Live portfolio-to-desk/book mapping, same dataset RPTPOS00
      *--  and RPTMTH00 load.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  PRF-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Delimited companion: one header row, then one row per
      *--  printed portfolio, desk and total line, each written at
      *--  its own length.
       FD  PRF-CSV-FILE
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON CSV-ROW-LEN.
       01  CSV-REC                   PIC X(400).

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
       01  WS-CFL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CFL-FILE-OK        VALUE '00'.
           88  WS-CFL-FILE-MISSING   VALUE '35'.
       01  WS-BMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-BMR-FILE-OK        VALUE '00'.
           88  WS-BMR-FILE-MISSING   VALUE '35'.
       01  WS-PMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PMR-FILE-OK        VALUE '00'.
           88  WS-PMR-FILE-MISSING   VALUE '35'.
       01  WS-PRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRD-FILE-OK        VALUE '00'.
           88  WS-PRD-FILE-MISSING   VALUE '35'.
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-DBM-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-DBM-EOF            VALUE 'Y'.

      *--  Set once, on the history's OPEN.
       01  WS-PNH-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-PNH-OPEN-OK        VALUE 'Y'.
       01  WS-CFL-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-CFL-OPEN-OK        VALUE 'Y'.
       01  WS-BMR-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-BMR-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The month reported, and its first and last possible dates.
       01  WS-REPORT-PERIOD          PIC X(06) VALUE SPACES.
       01  WS-PERIOD-FIELDS REDEFINES WS-REPORT-PERIOD.
           05  WS-PERIOD-YYYY        PIC 9(04).
           05  WS-PERIOD-MM          PIC 9(02).
       01  WS-FROM-DATE              PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                PIC X(08) VALUE SPACES.

      *--  A record's date, for its day of the month.
       01  WS-WORK-DATE              PIC X(08) VALUE SPACES.
       01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
           05  FILLER                PIC X(06).
           05  WS-WORK-DD            PIC 9(02).
       01  WS-DAY-SUB                PIC 9(02) COMP-3 VALUE ZERO.

       01  WS-HIST-READ-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-FLOW-READ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-BMR-READ-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
      *--  History records for a date older than one already taken
      *--  for the portfolio before the month -- the file is
      *--  appended in date order, so these are not expected.
       01  WS-OUT-OF-ORDER-COUNT     PIC 9(07) COMP-3 VALUE ZERO.

      *--  The portfolio master: status and benchmark, in file
      *--  (portfolio) order, which is the order the report prints.
       01  WS-PMR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PMR-TABLE.
           05  WS-PMR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PMR-COUNT
                   INDEXED BY WS-PMR-IDX.
               10  WS-PMR-TBL-PORTFOLIO  PIC X(08).
               10  WS-PMR-TBL-STATUS     PIC X(01).
                   88  WS-PMR-TBL-CLOSED VALUE 'C'.
               10  WS-PMR-TBL-BENCHMARK  PIC X(08).
       01  WS-PMR-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  One row per portfolio with capital, P&L or a period
      *--  total: what it brought into the month, one cell per day of
      *--  the month (capital flow, P&L, whether the history had
      *--  one), and what PNLPERD.DAT says the month's P&L was.
       01  WS-PFL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PFL-TABLE.
           05  WS-PFL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PFL-COUNT
                   INDEXED BY WS-PFL-IDX.
               10  WS-PFL-TBL-PORTFOLIO  PIC X(08).
               10  WS-PFL-TBL-PRIOR-FLOWS
                                         PIC S9(15)V99 COMP-3.
               10  WS-PFL-TBL-PRIOR-PNL  PIC S9(15)V99 COMP-3.
               10  WS-PFL-TBL-LAST-DATE  PIC X(08).
               10  WS-PFL-TBL-LAST-PNL   PIC S9(13)V99 COMP-3.
               10  WS-PFL-TBL-PRD-IND    PIC X(01).
                   88  WS-PFL-TBL-PRD-POSTED VALUE 'Y'.
               10  WS-PFL-TBL-PRD-MTD    PIC S9(15)V99 COMP-3.
               10  WS-PFL-TBL-MONTH-PNL  PIC S9(15)V99 COMP-3.
               10  WS-PFL-TBL-PRINTED-IND
                                         PIC X(01).
                   88  WS-PFL-TBL-PRINTED    VALUE 'Y'.
               10  WS-PFL-TBL-DAY OCCURS 31 TIMES.
                   15  WS-PFL-TBL-FLOW   PIC S9(15)V99 COMP-3.
                   15  WS-PFL-TBL-PNL    PIC S9(13)V99 COMP-3.
                   15  WS-PFL-TBL-IND    PIC X(01).
                       88  WS-PFL-TBL-OBSERVED  VALUE 'Y'.
       01  WS-PFL-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PFL-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-PFL-FOUND          VALUE 'Y'.
       01  WS-FIND-PORTFOLIO         PIC X(08) VALUE SPACES.

      *--  One row per benchmark with a return in the month, one cell
      *--  per day, and the month's chained return once loaded.
       01  WS-BMK-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-BMK-TABLE.
           05  WS-BMK-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BMK-COUNT
                   INDEXED BY WS-BMK-IDX.
               10  WS-BMK-TBL-ID         PIC X(08).
               10  WS-BMK-TBL-PCT        PIC S9(05)V9(04) COMP-3.
               10  WS-BMK-TBL-DAY OCCURS 31 TIMES.
                   15  WS-BMK-TBL-RETURN PIC S9(03)V9(08) COMP-3.
                   15  WS-BMK-TBL-IND    PIC X(01).
                       88  WS-BMK-TBL-OBSERVED  VALUE 'Y'.
       01  WS-BMK-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-BMK-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-BMK-FOUND          VALUE 'Y'.
       01  WS-BMK-FACTOR             PIC S9(05)V9(10) COMP-3
                                     VALUE ZERO.

       01  WS-DBM-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DBM-TABLE.
           05  WS-DBM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DBM-COUNT
                   INDEXED BY WS-DBM-IDX.
               10  WS-DBM-TBL-PORTFOLIO  PIC X(08).
               10  WS-DBM-TBL-DESK       PIC X(08).
               10  WS-DBM-TBL-BOOK       PIC X(08).

       01  WS-CURRENT-DESK-ID        PIC X(08) VALUE SPACES.

      *--  Rollups: row 1 is every portfolio together, the desks
      *--  follow.  The dollar columns take every portfolio; the
      *--  day cells, and so the return, only those measured, and
      *--  the benchmark sums only those with a benchmark return.
       01  WS-RLP-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RLP-TABLE.
           05  WS-RLP-ENTRY OCCURS 1 TO 51 TIMES
                   DEPENDING ON WS-RLP-COUNT
                   INDEXED BY WS-RLP-IDX.
               10  WS-RLP-TBL-ID         PIC X(08).
               10  WS-RLP-TBL-OPEN       PIC S9(15)V99 COMP-3.
               10  WS-RLP-TBL-FLOWS      PIC S9(15)V99 COMP-3.
               10  WS-RLP-TBL-PNL        PIC S9(15)V99 COMP-3.
               10  WS-RLP-TBL-CLOSE      PIC S9(15)V99 COMP-3.
               10  WS-RLP-TBL-EXCLUDED   PIC 9(03) COMP-3.
               10  WS-RLP-TBL-BMK-WEIGHT PIC S9(15)V99 COMP-3.
               10  WS-RLP-TBL-BMK-SUM    PIC S9(21)V9(04) COMP-3.
               10  WS-RLP-TBL-DAY OCCURS 31 TIMES.
                   15  WS-RLP-TBL-DAY-PNL
                                         PIC S9(15)V99 COMP-3.
                   15  WS-RLP-TBL-DAY-START
                                         PIC S9(15)V99 COMP-3.
                   15  WS-RLP-TBL-DAY-IND
                                         PIC X(01).
                       88  WS-RLP-TBL-DAY-OBSERVED VALUE 'Y'.
       01  WS-RLP-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-RLP-SUB                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RLP-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-RLP-FOUND          VALUE 'Y'.

      *--  The series a return is chained over -- a portfolio's days
      *--  or a rollup's copied out, so one paragraph serves both:
      *--  each day's P&L and the capital at the start of the day.
       01  WS-SERIES-TABLE.
           05  WS-SER-DAY OCCURS 31 TIMES.
               10  WS-SER-PNL            PIC S9(15)V99 COMP-3.
               10  WS-SER-START          PIC S9(15)V99 COMP-3.
               10  WS-SER-IND            PIC X(01).
                   88  WS-SER-OBSERVED   VALUE 'Y'.
       01  WS-SER-DAYS               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-SER-FACTOR             PIC S9(05)V9(10) COMP-3
                                     VALUE ZERO.
       01  WS-SER-PCT                PIC S9(05)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-SER-OK-IND             PIC X(01) VALUE 'N'.
           88  WS-SER-OK             VALUE 'Y'.
       01  WS-DAY-RETURN             PIC S9(05)V9(10) COMP-3
                                     VALUE ZERO.

      *--  The line in hand, portfolio or rollup.
       01  WS-LINE-OPEN              PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-FLOWS             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-PNL               PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-CLOSE             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-RUNNING-CAPITAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-WEIGHT            PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-BENCHMARK         PIC X(08) VALUE SPACES.
       01  WS-LINE-BMK-PCT           PIC S9(05)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-LINE-BMK-IND           PIC X(01) VALUE 'N'.
           88  WS-LINE-BMK-OK        VALUE 'Y'.
       01  WS-LINE-EXCESS-PCT        PIC S9(05)V9(04) COMP-3
                                     VALUE ZERO.
       01  WS-LINE-NOTE              PIC X(10) VALUE SPACES.
       01  WS-LINE-ON-MASTER-IND     PIC X(01) VALUE 'N'.
           88  WS-LINE-ON-MASTER     VALUE 'Y'.
       01  WS-MONTH-ACTIVE-IND       PIC X(01) VALUE 'N'.
           88  WS-MONTH-ACTIVE       VALUE 'Y'.
       01  WS-PERD-DIFF-AMT          PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-PFL-REPORTED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-CAPITAL-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-BMK-RTN-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PERD-DIFF-COUNT        PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 55.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'PORTFOLIO RETURN VERSUS BENCHMARK'.
           05  FILLER                PIC X(08) VALUE 'PERIOD: '.
           05  HDR-PERIOD            PIC X(06).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(09) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(09) VALUE 'DESK'.
           05  FILLER                PIC X(09) VALUE 'BENCHMRK'.
           05  FILLER                PIC X(14) VALUE ' OPEN CAPITAL'.
           05  FILLER                PIC X(14) VALUE '    NET FLOWS'.
           05  FILLER                PIC X(14) VALUE '    MONTH P&L'.
           05  FILLER                PIC X(14) VALUE 'CLOSE CAPITAL'.
           05  FILLER                PIC X(04) VALUE 'DAYS'.
           05  FILLER                PIC X(11) VALUE ' PORT RTN %'.
           05  FILLER                PIC X(11) VALUE '  BMK RTN %'.
           05  FILLER                PIC X(11) VALUE '   EXCESS %'.
           05  FILLER                PIC X(10) VALUE ' NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DESK-ID           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-BENCHMARK-ID      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-OPEN-CAPITAL      PIC Z(11)9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-NET-FLOWS         PIC Z(11)9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-MONTH-PNL         PIC Z(11)9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CLOSE-CAPITAL     PIC Z(11)9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DAYS              PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-PORT-RETURN       PIC ZZZ9.9999-.
           05  DTL-PORT-RETURN-X REDEFINES DTL-PORT-RETURN
                                     PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-BMK-RETURN        PIC ZZZ9.9999-.
           05  DTL-BMK-RETURN-X REDEFINES DTL-BMK-RETURN
                                     PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-EXCESS-RETURN     PIC ZZZ9.9999-.
           05  DTL-EXCESS-RETURN-X REDEFINES DTL-EXCESS-RETURN
                                     PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-NOTE              PIC X(10).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TEXT              PIC X(60) VALUE SPACES.

       01  WS-EMPTY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
                   'NO CAPITAL OR P&L FOR ANY PORTFOLIO IN THE PERIOD'.

      *--  A portfolio whose history P&L for the month disagrees with
      *--  PNLPERD.DAT's month-to-date total.
       01  WS-PERD-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  PDX-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'PNLHIST: '.
           05  PDX-HISTORY-PNL       PIC Z(11)9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE 'PNLPERD MTD: '.
           05  PDX-PERIOD-PNL        PIC Z(11)9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE 'DIFFERENCE: '.
           05  PDX-DIFFERENCE        PIC Z(11)9.99-.

      *--  Column names for the delimited companion's header row, in
      *--  column order.  LEVEL says what a row is -- PORTFOLIO, DESK,
      *--  or ALL -- and ID carries the portfolio or desk it is for.
      *--  A return that could not be measured is left empty.
       01  WS-CSV-HEADINGS.
           05  FILLER                PIC X(16) VALUE 'ROW TYPE'.
           05  FILLER                PIC X(16) VALUE 'LEVEL'.
           05  FILLER                PIC X(16) VALUE 'ID'.
           05  FILLER                PIC X(16) VALUE 'DESK'.
           05  FILLER                PIC X(16) VALUE 'BENCHMARK'.
           05  FILLER                PIC X(16) VALUE 'OPENING CAPITAL'.
           05  FILLER                PIC X(16) VALUE 'NET FLOWS'.
           05  FILLER                PIC X(16) VALUE 'MONTH P&L'.
           05  FILLER                PIC X(16) VALUE 'CLOSING CAPITAL'.
           05  FILLER                PIC X(16) VALUE 'DAYS'.
           05  FILLER                PIC X(16) VALUE 'PORT RTN PCT'.
           05  FILLER                PIC X(16) VALUE 'BMK RTN PCT'.
           05  FILLER                PIC X(16) VALUE 'EXCESS RTN PCT'.
           05  FILLER                PIC X(16) VALUE 'NOTE'.
       01  WS-CSV-HEADING-TABLE REDEFINES WS-CSV-HEADINGS.
           05  WS-CSV-HEADING OCCURS 14 TIMES
                                     PIC X(16).
       01  WS-CSV-HEADING-COUNT      PIC 9(03) COMP-3 VALUE 14.
       01  WS-CSV-DAYS               PIC ZZ9.
       01  WS-CSV-LEVEL              PIC X(10) VALUE SPACES.

       COPY CSVROW.
       COPY DESKBOOK.
       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CAPITAL-FLOWS
           IF WS-PNH-OPEN-OK
               PERFORM 2100-LOAD-HISTORY
           END-IF
           PERFORM 2150-LOAD-PERIOD-TOTALS
           PERFORM 3050-WRITE-HEADER
           IF WS-PFL-COUNT = ZERO
               WRITE RPT-LINE FROM WS-EMPTY-LINE
           ELSE
               PERFORM 3000-REPORT-PORTFOLIOS
               PERFORM 3400-REPORT-ROLLUPS
               PERFORM 3600-WRITE-PERIOD-EXCEPTIONS
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE settles the month and loads the reference
      *  tables.  A PRF-PERIOD that is not a numeric YYYYMM with a
      *  month of 01 to 12 is ignored in favor of the business
      *  date's month.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-REPORT-PERIOD FROM ENVIRONMENT 'PRF-PERIOD'
           IF WS-REPORT-PERIOD = SPACES
                   OR WS-REPORT-PERIOD NOT NUMERIC
               MOVE WS-RUN-DATE (1:6) TO WS-REPORT-PERIOD
           ELSE
               IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   MOVE WS-RUN-DATE (1:6) TO WS-REPORT-PERIOD
               END-IF
           END-IF
           STRING WS-REPORT-PERIOD '01' DELIMITED BY SIZE
               INTO WS-FROM-DATE
           STRING WS-REPORT-PERIOD '31' DELIMITED BY SIZE
               INTO WS-TO-DATE
           OPEN INPUT PNL-HISTORY-FILE
           IF WS-PNH-FILE-OK
               MOVE 'Y' TO WS-PNH-OPEN-IND
           END-IF
           OPEN OUTPUT PRF-REPORT
           OPEN OUTPUT PRF-CSV-FILE
           PERFORM 1050-LOAD-MASTER
           PERFORM 1060-LOAD-DESK-BOOK
           PERFORM 1070-LOAD-BENCHMARK-RETURNS
           MOVE 1 TO WS-RLP-COUNT
           MOVE 1 TO WS-RLP-SUB
           MOVE 'ALL' TO WS-CURRENT-DESK-ID
           PERFORM 3320-START-ROLLUP-ROW
           PERFORM 8010-WRITE-CSV-HEADER
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
      *  1050-LOAD-MASTER keeps each portfolio's status and benchmark.
      *  Without the master no portfolio has a benchmark, and every
      *  line prints as not on it.
      *----------------------------------------------------------------
       1050-LOAD-MASTER.
           MOVE ZERO TO WS-PMR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ PORTFOLIO-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PMR-COUNT NOT < 500
                               ADD 1 TO WS-PMR-DROPPED-COUNT
                           ELSE
                               ADD 1 TO WS-PMR-COUNT
                               MOVE PMR-PORTFOLIO-ID TO
                                   WS-PMR-TBL-PORTFOLIO (WS-PMR-COUNT)
                               MOVE PMR-STATUS TO
                                   WS-PMR-TBL-STATUS (WS-PMR-COUNT)
                               MOVE PMR-BENCHMARK-ID TO
                                   WS-PMR-TBL-BENCHMARK (WS-PMR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
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
      *  1070-LOAD-BENCHMARK-RETURNS keeps the month's daily returns
      *  per benchmark, a restated date's later record overwriting
      *  the earlier, then chains each benchmark's month.  A missing
      *  file leaves every benchmark without a return.
      *----------------------------------------------------------------
       1070-LOAD-BENCHMARK-RETURNS.
           MOVE ZERO TO WS-BMK-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BENCHMARK-RETURN-FILE
           IF WS-BMR-FILE-OK
               MOVE 'Y' TO WS-BMR-OPEN-IND
               PERFORM UNTIL WS-EOF
                   READ BENCHMARK-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-BMR-READ-COUNT
                           MOVE BMR-RETURN-DATE TO WS-WORK-DATE
                           IF BMR-RETURN-DATE (1:6) = WS-REPORT-PERIOD
                                   AND WS-WORK-DD IS NUMERIC
                                   AND WS-WORK-DD > ZERO
                                   AND WS-WORK-DD NOT > 31
                               PERFORM 1075-STORE-BENCHMARK-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENCHMARK-RETURN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM VARYING WS-BMK-IDX FROM 1 BY 1
                   UNTIL WS-BMK-IDX > WS-BMK-COUNT
               MOVE 1 TO WS-BMK-FACTOR
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   IF WS-BMK-TBL-OBSERVED (WS-BMK-IDX, WS-DAY-SUB)
                       COMPUTE WS-BMK-FACTOR ROUNDED = WS-BMK-FACTOR *
                           (1 + WS-BMK-TBL-RETURN
                                    (WS-BMK-IDX, WS-DAY-SUB))
                   END-IF
               END-PERFORM
               COMPUTE WS-BMK-TBL-PCT (WS-BMK-IDX) ROUNDED =
                   (WS-BMK-FACTOR - 1) * 100
           END-PERFORM
           .

       1075-STORE-BENCHMARK-DAY.
           MOVE 'N' TO WS-BMK-FOUND-IND
           IF WS-BMK-COUNT > ZERO
               SET WS-BMK-IDX TO 1
               SEARCH WS-BMK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BMK-TBL-ID (WS-BMK-IDX) = BMR-BENCHMARK-ID
                       MOVE 'Y' TO WS-BMK-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-BMK-FOUND
               IF WS-BMK-COUNT NOT < 100
                   ADD 1 TO WS-BMK-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-BMK-COUNT
                   SET WS-BMK-IDX TO WS-BMK-COUNT
                   MOVE BMR-BENCHMARK-ID TO WS-BMK-TBL-ID (WS-BMK-IDX)
                   MOVE ZERO TO WS-BMK-TBL-PCT (WS-BMK-IDX)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 31
                       MOVE ZERO
                           TO WS-BMK-TBL-RETURN (WS-BMK-IDX, WS-DAY-SUB)
                       MOVE 'N'
                           TO WS-BMK-TBL-IND (WS-BMK-IDX, WS-DAY-SUB)
                   END-PERFORM
                   MOVE 'Y' TO WS-BMK-FOUND-IND
               END-IF
           END-IF
           IF WS-BMK-FOUND
               MOVE WS-WORK-DD TO WS-DAY-SUB
               MOVE BMR-DAILY-RETURN
                   TO WS-BMK-TBL-RETURN (WS-BMK-IDX, WS-DAY-SUB)
               MOVE 'Y' TO WS-BMK-TBL-IND (WS-BMK-IDX, WS-DAY-SUB)
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-LOAD-CAPITAL-FLOWS sums each portfolio's flows before
      *  the month and places the month's on their days.  Flows after
      *  the month are not wanted.  Without the file no portfolio has
      *  any capital.
      *----------------------------------------------------------------
       2000-LOAD-CAPITAL-FLOWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CAPITAL-FLOW-FILE
           IF WS-CFL-FILE-OK
               MOVE 'Y' TO WS-CFL-OPEN-IND
               PERFORM UNTIL WS-EOF
                   READ CAPITAL-FLOW-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FLOW-READ-COUNT
                           IF CFL-FLOW-DATE NOT > WS-TO-DATE
                               PERFORM 2010-STORE-FLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPITAL-FLOW-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2010-STORE-FLOW.
           MOVE CFL-PORTFOLIO-ID TO WS-FIND-PORTFOLIO
           PERFORM 2200-FIND-PORTFOLIO
           IF WS-PFL-FOUND
               IF CFL-FLOW-DATE < WS-FROM-DATE
                   ADD CFL-AMOUNT TO WS-PFL-TBL-PRIOR-FLOWS (WS-PFL-IDX)
               ELSE
                   MOVE CFL-FLOW-DATE TO WS-WORK-DATE
                   IF WS-WORK-DD IS NUMERIC
                           AND WS-WORK-DD > ZERO
                       MOVE WS-WORK-DD TO WS-DAY-SUB
                       ADD CFL-AMOUNT
                           TO WS-PFL-TBL-FLOW (WS-PFL-IDX, WS-DAY-SUB)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-LOAD-HISTORY reads the daily P&L up to the month end.
      *  Before the month a portfolio's days are summed as earned
      *  capital; a rerun night repeats the date just taken, whose
      *  earlier figure is backed out for the later.  In the month
      *  each day lands in its cell, a later record overwriting.
      *----------------------------------------------------------------
       2100-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PNL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF PNH-BUSINESS-DATE NOT > WS-TO-DATE
                           PERFORM 2110-STORE-HISTORY-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PNL-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           .

       2110-STORE-HISTORY-DAY.
           MOVE PNH-PORTFOLIO-ID TO WS-FIND-PORTFOLIO
           PERFORM 2200-FIND-PORTFOLIO
           IF WS-PFL-FOUND
               IF PNH-BUSINESS-DATE < WS-FROM-DATE
                   EVALUATE TRUE
                       WHEN PNH-BUSINESS-DATE
                               = WS-PFL-TBL-LAST-DATE (WS-PFL-IDX)
                           SUBTRACT WS-PFL-TBL-LAST-PNL (WS-PFL-IDX)
                               FROM WS-PFL-TBL-PRIOR-PNL (WS-PFL-IDX)
                           ADD PNH-DAY-PNL
                               TO WS-PFL-TBL-PRIOR-PNL (WS-PFL-IDX)
                           MOVE PNH-DAY-PNL
                               TO WS-PFL-TBL-LAST-PNL (WS-PFL-IDX)
                       WHEN PNH-BUSINESS-DATE
                               > WS-PFL-TBL-LAST-DATE (WS-PFL-IDX)
                           ADD PNH-DAY-PNL
                               TO WS-PFL-TBL-PRIOR-PNL (WS-PFL-IDX)
                           MOVE PNH-BUSINESS-DATE
                               TO WS-PFL-TBL-LAST-DATE (WS-PFL-IDX)
                           MOVE PNH-DAY-PNL
                               TO WS-PFL-TBL-LAST-PNL (WS-PFL-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-OUT-OF-ORDER-COUNT
                   END-EVALUATE
               ELSE
                   MOVE PNH-BUSINESS-DATE TO WS-WORK-DATE
                   IF WS-WORK-DD IS NUMERIC
                           AND WS-WORK-DD > ZERO
                       MOVE WS-WORK-DD TO WS-DAY-SUB
                       MOVE PNH-DAY-PNL
                           TO WS-PFL-TBL-PNL (WS-PFL-IDX, WS-DAY-SUB)
                       MOVE 'Y'
                           TO WS-PFL-TBL-IND (WS-PFL-IDX, WS-DAY-SUB)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2150-LOAD-PERIOD-TOTALS takes PNLPERD.DAT's month-to-date
      *  total for each portfolio last posted in the month reported.
      *  Posted for another month, or missing, there is nothing to
      *  check against.
      *----------------------------------------------------------------
       2150-LOAD-PERIOD-TOTALS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PRD-LAST-POSTED-DATE (1:6)
                                   = WS-REPORT-PERIOD
                               MOVE PRD-PORTFOLIO-ID
                                   TO WS-FIND-PORTFOLIO
                               PERFORM 2200-FIND-PORTFOLIO
                               IF WS-PFL-FOUND
                                   MOVE 'Y' TO
                                       WS-PFL-TBL-PRD-IND (WS-PFL-IDX)
                                   COMPUTE WS-PFL-TBL-PRD-MTD
                                               (WS-PFL-IDX) =
                                       PRD-MTD-REALIZED
                                           + PRD-MTD-UNREALIZED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2200-FIND-PORTFOLIO leaves WS-PFL-IDX on WS-FIND-PORTFOLIO's
      *  row, adding an empty one the first time it is seen.  A full
      *  table drops the portfolio.
      *----------------------------------------------------------------
       2200-FIND-PORTFOLIO.
           MOVE 'N' TO WS-PFL-FOUND-IND
           IF WS-PFL-COUNT > ZERO
               SET WS-PFL-IDX TO 1
               SEARCH WS-PFL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                           = WS-FIND-PORTFOLIO
                       MOVE 'Y' TO WS-PFL-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-PFL-FOUND
               IF WS-PFL-COUNT NOT < 500
                   ADD 1 TO WS-PFL-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-PFL-COUNT
                   SET WS-PFL-IDX TO WS-PFL-COUNT
                   MOVE WS-FIND-PORTFOLIO
                       TO WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                   MOVE ZERO TO WS-PFL-TBL-PRIOR-FLOWS (WS-PFL-IDX)
                                WS-PFL-TBL-PRIOR-PNL (WS-PFL-IDX)
                                WS-PFL-TBL-LAST-PNL (WS-PFL-IDX)
                                WS-PFL-TBL-PRD-MTD (WS-PFL-IDX)
                                WS-PFL-TBL-MONTH-PNL (WS-PFL-IDX)
                   MOVE SPACES TO WS-PFL-TBL-LAST-DATE (WS-PFL-IDX)
                   MOVE 'N' TO WS-PFL-TBL-PRD-IND (WS-PFL-IDX)
                               WS-PFL-TBL-PRINTED-IND (WS-PFL-IDX)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 31
                       MOVE ZERO
                           TO WS-PFL-TBL-FLOW (WS-PFL-IDX, WS-DAY-SUB)
                              WS-PFL-TBL-PNL (WS-PFL-IDX, WS-DAY-SUB)
                       MOVE 'N'
                           TO WS-PFL-TBL-IND (WS-PFL-IDX, WS-DAY-SUB)
                   END-PERFORM
                   MOVE 'Y' TO WS-PFL-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-REPORT-PORTFOLIOS prints the portfolios in master order,
      *  then any the history or the capital file carries that the
      *  master does not.  A closed portfolio with nothing in the
      *  month is left off.
      *----------------------------------------------------------------
       3000-REPORT-PORTFOLIOS.
           MOVE 'Y' TO WS-LINE-ON-MASTER-IND
           PERFORM VARYING WS-PMR-IDX FROM 1 BY 1
                   UNTIL WS-PMR-IDX > WS-PMR-COUNT
               MOVE WS-PMR-TBL-PORTFOLIO (WS-PMR-IDX)
                   TO WS-FIND-PORTFOLIO
               MOVE 'N' TO WS-PFL-FOUND-IND
               IF WS-PFL-COUNT > ZERO
                   SET WS-PFL-IDX TO 1
                   SEARCH WS-PFL-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                               = WS-FIND-PORTFOLIO
                           MOVE 'Y' TO WS-PFL-FOUND-IND
                   END-SEARCH
               END-IF
               IF WS-PFL-FOUND
                   PERFORM 3020-CHECK-MONTH-ACTIVITY
                   IF WS-PMR-TBL-CLOSED (WS-PMR-IDX)
                           AND NOT WS-MONTH-ACTIVE
                       MOVE 'Y' TO WS-PFL-TBL-PRINTED-IND (WS-PFL-IDX)
                   ELSE
                       MOVE WS-PMR-TBL-BENCHMARK (WS-PMR-IDX)
                           TO WS-LINE-BENCHMARK
                       PERFORM 3100-MEASURE-PORTFOLIO
                       PERFORM 3200-WRITE-PORTFOLIO-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-LINE-ON-MASTER-IND
           MOVE SPACES TO WS-LINE-BENCHMARK
           PERFORM VARYING WS-PFL-IDX FROM 1 BY 1
                   UNTIL WS-PFL-IDX > WS-PFL-COUNT
               IF NOT WS-PFL-TBL-PRINTED (WS-PFL-IDX)
                   PERFORM 3100-MEASURE-PORTFOLIO
                   PERFORM 3200-WRITE-PORTFOLIO-LINE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3020-CHECK-MONTH-ACTIVITY says whether the row at WS-PFL-IDX
      *  has a flow or a day's P&L in the month, or a PNLPERD.DAT
      *  total for it.
      *----------------------------------------------------------------
       3020-CHECK-MONTH-ACTIVITY.
           MOVE 'N' TO WS-MONTH-ACTIVE-IND
           IF WS-PFL-TBL-PRD-POSTED (WS-PFL-IDX)
               MOVE 'Y' TO WS-MONTH-ACTIVE-IND
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               IF WS-PFL-TBL-OBSERVED (WS-PFL-IDX, WS-DAY-SUB)
                       OR WS-PFL-TBL-FLOW (WS-PFL-IDX, WS-DAY-SUB)
                           NOT = ZERO
                   MOVE 'Y' TO WS-MONTH-ACTIVE-IND
               END-IF
           END-PERFORM
           .

       3050-WRITE-HEADER.
           MOVE WS-REPORT-PERIOD TO HDR-PERIOD
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NUMBER
           .

      *----------------------------------------------------------------
      *  3100-MEASURE-PORTFOLIO works the row at WS-PFL-IDX through
      *  the month: the opening capital is every flow and every day's
      *  P&L before it; each day's flow is in from the start of the
      *  day and its P&L is earned on the capital then, both carried
      *  into the next.  The days go into the series for 3500 to
      *  chain.
      *----------------------------------------------------------------
       3100-MEASURE-PORTFOLIO.
           COMPUTE WS-LINE-OPEN =
               WS-PFL-TBL-PRIOR-FLOWS (WS-PFL-IDX)
                   + WS-PFL-TBL-PRIOR-PNL (WS-PFL-IDX)
           MOVE WS-LINE-OPEN TO WS-RUNNING-CAPITAL
           MOVE ZERO TO WS-LINE-FLOWS WS-LINE-PNL
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               ADD WS-PFL-TBL-FLOW (WS-PFL-IDX, WS-DAY-SUB)
                   TO WS-RUNNING-CAPITAL WS-LINE-FLOWS
               MOVE WS-RUNNING-CAPITAL TO WS-SER-START (WS-DAY-SUB)
               MOVE WS-PFL-TBL-IND (WS-PFL-IDX, WS-DAY-SUB)
                   TO WS-SER-IND (WS-DAY-SUB)
               IF WS-PFL-TBL-OBSERVED (WS-PFL-IDX, WS-DAY-SUB)
                   MOVE WS-PFL-TBL-PNL (WS-PFL-IDX, WS-DAY-SUB)
                       TO WS-SER-PNL (WS-DAY-SUB)
                   ADD WS-SER-PNL (WS-DAY-SUB)
                       TO WS-RUNNING-CAPITAL WS-LINE-PNL
               ELSE
                   MOVE ZERO TO WS-SER-PNL (WS-DAY-SUB)
               END-IF
           END-PERFORM
           MOVE WS-RUNNING-CAPITAL TO WS-LINE-CLOSE
           MOVE WS-LINE-PNL TO WS-PFL-TBL-MONTH-PNL (WS-PFL-IDX)
           PERFORM 3500-CHAIN-SERIES
           PERFORM 3150-APPLY-BENCHMARK
           PERFORM 3160-SET-NOTE
           .

      *----------------------------------------------------------------
      *  3150-APPLY-BENCHMARK finds the month's return of the
      *  benchmark in WS-LINE-BENCHMARK.
      *----------------------------------------------------------------
       3150-APPLY-BENCHMARK.
           MOVE 'N' TO WS-LINE-BMK-IND
           MOVE ZERO TO WS-LINE-BMK-PCT WS-LINE-EXCESS-PCT
           IF WS-LINE-BENCHMARK NOT = SPACES AND WS-BMK-COUNT > ZERO
               SET WS-BMK-IDX TO 1
               SEARCH WS-BMK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BMK-TBL-ID (WS-BMK-IDX) = WS-LINE-BENCHMARK
                       MOVE 'Y' TO WS-LINE-BMK-IND
                       MOVE WS-BMK-TBL-PCT (WS-BMK-IDX)
                           TO WS-LINE-BMK-PCT
               END-SEARCH
           END-IF
           IF WS-LINE-BMK-OK AND WS-SER-OK
               COMPUTE WS-LINE-EXCESS-PCT =
                   WS-SER-PCT - WS-LINE-BMK-PCT
           END-IF
           .

      *----------------------------------------------------------------
      *  3160-SET-NOTE picks the one note the line prints, the most
      *  serious last: no benchmark assigned or no returns for it,
      *  not on the master, disagreeing with PNLPERD.DAT, no P&L in
      *  the month, no capital to measure a return on.
      *----------------------------------------------------------------
       3160-SET-NOTE.
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-LINE-BENCHMARK = SPACES
               MOVE 'NO BMK' TO WS-LINE-NOTE
           ELSE
               IF NOT WS-LINE-BMK-OK
                   MOVE 'NO BMK RTN' TO WS-LINE-NOTE
                   ADD 1 TO WS-NO-BMK-RTN-COUNT
               END-IF
           END-IF
           IF NOT WS-LINE-ON-MASTER
               MOVE 'NOT ON MST' TO WS-LINE-NOTE
           END-IF
           IF WS-PFL-TBL-PRD-POSTED (WS-PFL-IDX)
               COMPUTE WS-PERD-DIFF-AMT =
                   WS-LINE-PNL - WS-PFL-TBL-PRD-MTD (WS-PFL-IDX)
               IF WS-PERD-DIFF-AMT NOT = ZERO
                   MOVE 'PERD DIFF' TO WS-LINE-NOTE
                   ADD 1 TO WS-PERD-DIFF-COUNT
               END-IF
           END-IF
           IF WS-SER-DAYS = ZERO
               MOVE 'NO P&L' TO WS-LINE-NOTE
           END-IF
           IF NOT WS-SER-OK AND WS-SER-DAYS > ZERO
               MOVE 'NO CAPITAL' TO WS-LINE-NOTE
               ADD 1 TO WS-NO-CAPITAL-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  3200-WRITE-PORTFOLIO-LINE prints the portfolio measured by
      *  3100 and folds it into its desk and the total.
      *----------------------------------------------------------------
       3200-WRITE-PORTFOLIO-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 3050-WRITE-HEADER
           END-IF
           PERFORM 3310-LOOKUP-DESK
           MOVE WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX) TO DTL-PORTFOLIO-ID
           MOVE WS-CURRENT-DESK-ID TO DTL-DESK-ID
           MOVE WS-LINE-BENCHMARK TO DTL-BENCHMARK-ID
           PERFORM 3250-FORMAT-FIGURES
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-PFL-REPORTED-COUNT
           MOVE 'Y' TO WS-PFL-TBL-PRINTED-IND (WS-PFL-IDX)
           MOVE 'PORTFOLIO' TO WS-CSV-LEVEL
           MOVE WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX) TO WS-FIND-PORTFOLIO
           PERFORM 8200-WRITE-LINE-CSV
           MOVE 1 TO WS-RLP-SUB
           PERFORM 3300-FOLD-INTO-ROLLUP
           PERFORM 3330-FIND-DESK-ROLLUP
           IF WS-RLP-FOUND
               PERFORM 3300-FOLD-INTO-ROLLUP
           END-IF
           .

      *----------------------------------------------------------------
      *  3250-FORMAT-FIGURES moves the line in hand to the print
      *  columns; a return that could not be measured prints blank.
      *----------------------------------------------------------------
       3250-FORMAT-FIGURES.
           MOVE WS-LINE-OPEN TO DTL-OPEN-CAPITAL
           MOVE WS-LINE-FLOWS TO DTL-NET-FLOWS
           MOVE WS-LINE-PNL TO DTL-MONTH-PNL
           MOVE WS-LINE-CLOSE TO DTL-CLOSE-CAPITAL
           MOVE WS-SER-DAYS TO DTL-DAYS
           IF WS-SER-OK
               MOVE WS-SER-PCT TO DTL-PORT-RETURN
           ELSE
               MOVE SPACES TO DTL-PORT-RETURN-X
           END-IF
           IF WS-LINE-BMK-OK
               MOVE WS-LINE-BMK-PCT TO DTL-BMK-RETURN
           ELSE
               MOVE SPACES TO DTL-BMK-RETURN-X
           END-IF
           IF WS-LINE-BMK-OK AND WS-SER-OK
               MOVE WS-LINE-EXCESS-PCT TO DTL-EXCESS-RETURN
           ELSE
               MOVE SPACES TO DTL-EXCESS-RETURN-X
           END-IF
           MOVE WS-LINE-NOTE TO DTL-NOTE
           .

      *----------------------------------------------------------------
      *  3300-FOLD-INTO-ROLLUP adds the portfolio just printed into
      *  rollup row WS-RLP-SUB.  Only a measured portfolio's days go
      *  into the row's return -- its capital every day it has any,
      *  so a day another portfolio reports P&L is measured on the
      *  whole book -- and only one with a benchmark return
      *  into its benchmark, weighted by the capital it had in the
      *  month (opening capital plus net flows).
      *----------------------------------------------------------------
       3300-FOLD-INTO-ROLLUP.
           ADD WS-LINE-OPEN TO WS-RLP-TBL-OPEN (WS-RLP-SUB)
           ADD WS-LINE-FLOWS TO WS-RLP-TBL-FLOWS (WS-RLP-SUB)
           ADD WS-LINE-PNL TO WS-RLP-TBL-PNL (WS-RLP-SUB)
           ADD WS-LINE-CLOSE TO WS-RLP-TBL-CLOSE (WS-RLP-SUB)
           IF WS-SER-OK
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   IF WS-SER-START (WS-DAY-SUB) > ZERO
                       ADD WS-SER-START (WS-DAY-SUB) TO
                           WS-RLP-TBL-DAY-START
                               (WS-RLP-SUB, WS-DAY-SUB)
                   END-IF
                   IF WS-SER-OBSERVED (WS-DAY-SUB)
                       ADD WS-SER-PNL (WS-DAY-SUB) TO
                           WS-RLP-TBL-DAY-PNL (WS-RLP-SUB, WS-DAY-SUB)
                       MOVE 'Y' TO
                           WS-RLP-TBL-DAY-IND (WS-RLP-SUB, WS-DAY-SUB)
                   END-IF
               END-PERFORM
               COMPUTE WS-LINE-WEIGHT = WS-LINE-OPEN + WS-LINE-FLOWS
               IF WS-LINE-BMK-OK AND WS-LINE-WEIGHT > ZERO
                   ADD WS-LINE-WEIGHT
                       TO WS-RLP-TBL-BMK-WEIGHT (WS-RLP-SUB)
                   COMPUTE WS-RLP-TBL-BMK-SUM (WS-RLP-SUB) =
                       WS-RLP-TBL-BMK-SUM (WS-RLP-SUB)
                           + WS-LINE-WEIGHT * WS-LINE-BMK-PCT
               END-IF
           ELSE
               ADD 1 TO WS-RLP-TBL-EXCLUDED (WS-RLP-SUB)
           END-IF
           .

       3310-LOOKUP-DESK.
           MOVE DESK-BOOK-UNASSIGNED-ID TO WS-CURRENT-DESK-ID
           SET WS-DBM-IDX TO 1
           SEARCH WS-DBM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DBM-TBL-PORTFOLIO (WS-DBM-IDX)
                       = WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                   MOVE WS-DBM-TBL-DESK (WS-DBM-IDX)
                       TO WS-CURRENT-DESK-ID
           END-SEARCH
           .

       3320-START-ROLLUP-ROW.
           MOVE WS-CURRENT-DESK-ID TO WS-RLP-TBL-ID (WS-RLP-SUB)
           MOVE ZERO TO WS-RLP-TBL-OPEN (WS-RLP-SUB)
                        WS-RLP-TBL-FLOWS (WS-RLP-SUB)
                        WS-RLP-TBL-PNL (WS-RLP-SUB)
                        WS-RLP-TBL-CLOSE (WS-RLP-SUB)
                        WS-RLP-TBL-EXCLUDED (WS-RLP-SUB)
                        WS-RLP-TBL-BMK-WEIGHT (WS-RLP-SUB)
                        WS-RLP-TBL-BMK-SUM (WS-RLP-SUB)
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               MOVE ZERO TO
                   WS-RLP-TBL-DAY-PNL (WS-RLP-SUB, WS-DAY-SUB)
                   WS-RLP-TBL-DAY-START (WS-RLP-SUB, WS-DAY-SUB)
               MOVE 'N' TO WS-RLP-TBL-DAY-IND (WS-RLP-SUB, WS-DAY-SUB)
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3330-FIND-DESK-ROLLUP leaves WS-RLP-SUB on the current
      *  desk's row, starting one the first time the desk is seen.
      *  The desks start at row 2; a full table drops the desk.
      *----------------------------------------------------------------
       3330-FIND-DESK-ROLLUP.
           MOVE 'N' TO WS-RLP-FOUND-IND
           PERFORM VARYING WS-RLP-SUB FROM 2 BY 1
                   UNTIL WS-RLP-SUB > WS-RLP-COUNT OR WS-RLP-FOUND
               IF WS-RLP-TBL-ID (WS-RLP-SUB) = WS-CURRENT-DESK-ID
                   MOVE 'Y' TO WS-RLP-FOUND-IND
               END-IF
           END-PERFORM
           IF WS-RLP-FOUND
               SUBTRACT 1 FROM WS-RLP-SUB
           ELSE
               IF WS-RLP-COUNT NOT < 51
                   ADD 1 TO WS-RLP-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-RLP-COUNT
                   MOVE WS-RLP-COUNT TO WS-RLP-SUB
                   PERFORM 3320-START-ROLLUP-ROW
                   MOVE 'Y' TO WS-RLP-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3400-REPORT-ROLLUPS prints a line per desk, then the total
      *  over every portfolio.  A rollup's note counts the portfolios
      *  left out of its return.
      *----------------------------------------------------------------
       3400-REPORT-ROLLUPS.
           MOVE 'DESK ROLLUPS' TO SEC-TEXT
           WRITE RPT-LINE FROM WS-SECTION-LINE
           ADD 2 TO WS-LINE-COUNT
           PERFORM VARYING WS-RLP-SUB FROM 2 BY 1
                   UNTIL WS-RLP-SUB > WS-RLP-COUNT
               MOVE 'DESK' TO DTL-PORTFOLIO-ID
               MOVE 'DESK' TO WS-CSV-LEVEL
               PERFORM 3410-WRITE-ROLLUP-LINE
           END-PERFORM
           MOVE 1 TO WS-RLP-SUB
           MOVE 'TOTAL' TO DTL-PORTFOLIO-ID
           MOVE 'ALL' TO WS-CSV-LEVEL
           PERFORM 3410-WRITE-ROLLUP-LINE
           .

       3410-WRITE-ROLLUP-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 3050-WRITE-HEADER
           END-IF
           MOVE WS-RLP-TBL-OPEN (WS-RLP-SUB) TO WS-LINE-OPEN
           MOVE WS-RLP-TBL-FLOWS (WS-RLP-SUB) TO WS-LINE-FLOWS
           MOVE WS-RLP-TBL-PNL (WS-RLP-SUB) TO WS-LINE-PNL
           MOVE WS-RLP-TBL-CLOSE (WS-RLP-SUB) TO WS-LINE-CLOSE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               MOVE WS-RLP-TBL-DAY-PNL (WS-RLP-SUB, WS-DAY-SUB)
                   TO WS-SER-PNL (WS-DAY-SUB)
               MOVE WS-RLP-TBL-DAY-START (WS-RLP-SUB, WS-DAY-SUB)
                   TO WS-SER-START (WS-DAY-SUB)
               MOVE WS-RLP-TBL-DAY-IND (WS-RLP-SUB, WS-DAY-SUB)
                   TO WS-SER-IND (WS-DAY-SUB)
           END-PERFORM
           PERFORM 3500-CHAIN-SERIES
           MOVE 'N' TO WS-LINE-BMK-IND
           MOVE ZERO TO WS-LINE-BMK-PCT WS-LINE-EXCESS-PCT
           IF WS-RLP-TBL-BMK-WEIGHT (WS-RLP-SUB) > ZERO
               MOVE 'Y' TO WS-LINE-BMK-IND
               COMPUTE WS-LINE-BMK-PCT ROUNDED =
                   WS-RLP-TBL-BMK-SUM (WS-RLP-SUB)
                       / WS-RLP-TBL-BMK-WEIGHT (WS-RLP-SUB)
               IF WS-SER-OK
                   COMPUTE WS-LINE-EXCESS-PCT =
                       WS-SER-PCT - WS-LINE-BMK-PCT
               END-IF
           END-IF
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-RLP-TBL-EXCLUDED (WS-RLP-SUB) > ZERO
               MOVE WS-RLP-TBL-EXCLUDED (WS-RLP-SUB) TO WS-CSV-DAYS
               STRING 'EXCL ' WS-CSV-DAYS DELIMITED BY SIZE
                   INTO WS-LINE-NOTE
           END-IF
           MOVE WS-RLP-TBL-ID (WS-RLP-SUB) TO DTL-DESK-ID
           MOVE 'BLENDED' TO DTL-BENCHMARK-ID
           PERFORM 3250-FORMAT-FIGURES
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-RLP-TBL-ID (WS-RLP-SUB) TO WS-FIND-PORTFOLIO
           MOVE WS-RLP-TBL-ID (WS-RLP-SUB) TO WS-CURRENT-DESK-ID
           MOVE 'BLENDED' TO WS-LINE-BENCHMARK
           PERFORM 8200-WRITE-LINE-CSV
           .

      *----------------------------------------------------------------
      *  3500-CHAIN-SERIES chains the series' daily returns -- each
      *  day's P&L over the capital at its start -- into the month's
      *  time-weighted return.  A day with P&L but no positive
      *  capital leaves the return unmeasured; a day with neither
      *  (a portfolio not yet funded) is passed over.
      *----------------------------------------------------------------
       3500-CHAIN-SERIES.
           MOVE 1 TO WS-SER-FACTOR
           MOVE ZERO TO WS-SER-DAYS WS-SER-PCT
           MOVE 'Y' TO WS-SER-OK-IND
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               IF WS-SER-OBSERVED (WS-DAY-SUB)
                   ADD 1 TO WS-SER-DAYS
                   IF WS-SER-START (WS-DAY-SUB) > ZERO
                       COMPUTE WS-DAY-RETURN ROUNDED =
                           WS-SER-PNL (WS-DAY-SUB)
                               / WS-SER-START (WS-DAY-SUB)
                           ON SIZE ERROR
                               MOVE 'N' TO WS-SER-OK-IND
                       END-COMPUTE
                       COMPUTE WS-SER-FACTOR ROUNDED =
                           WS-SER-FACTOR * (1 + WS-DAY-RETURN)
                           ON SIZE ERROR
                               MOVE 'N' TO WS-SER-OK-IND
                       END-COMPUTE
                   ELSE
                       IF WS-SER-PNL (WS-DAY-SUB) NOT = ZERO
                           MOVE 'N' TO WS-SER-OK-IND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SER-DAYS = ZERO
               MOVE 'N' TO WS-SER-OK-IND
           END-IF
           IF WS-SER-OK
               COMPUTE WS-SER-PCT ROUNDED = (WS-SER-FACTOR - 1) * 100
                   ON SIZE ERROR
                       MOVE 'N' TO WS-SER-OK-IND
               END-COMPUTE
           END-IF
           .

      *----------------------------------------------------------------
      *  3600-WRITE-PERIOD-EXCEPTIONS lists the portfolios whose month
      *  P&L off the history disagrees with PNLPERD.DAT, with both
      *  figures, so the difference is chased before the report goes
      *  to a client.
      *----------------------------------------------------------------
       3600-WRITE-PERIOD-EXCEPTIONS.
           IF WS-PERD-DIFF-COUNT > ZERO
               MOVE 'MONTH P&L DISAGREES WITH PNLPERD.DAT MONTH TO DATE'
                   TO SEC-TEXT
               WRITE RPT-LINE FROM WS-SECTION-LINE
               PERFORM VARYING WS-PFL-IDX FROM 1 BY 1
                       UNTIL WS-PFL-IDX > WS-PFL-COUNT
                   IF WS-PFL-TBL-PRD-POSTED (WS-PFL-IDX)
                       COMPUTE WS-PERD-DIFF-AMT =
                           WS-PFL-TBL-MONTH-PNL (WS-PFL-IDX)
                               - WS-PFL-TBL-PRD-MTD (WS-PFL-IDX)
                       IF WS-PERD-DIFF-AMT NOT = ZERO
                           MOVE WS-PFL-TBL-PORTFOLIO (WS-PFL-IDX)
                               TO PDX-PORTFOLIO-ID
                           MOVE WS-PFL-TBL-MONTH-PNL (WS-PFL-IDX)
                               TO PDX-HISTORY-PNL
                           MOVE WS-PFL-TBL-PRD-MTD (WS-PFL-IDX)
                               TO PDX-PERIOD-PNL
                           MOVE WS-PERD-DIFF-AMT TO PDX-DIFFERENCE
                           WRITE RPT-LINE FROM WS-PERD-DETAIL-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  8000-START-CSV-ROW clears the delimited row and puts its ROW
      *  TYPE -- DETAIL, SUBTOTAL, or TOTAL, passed in CSV-FIELD -- in
      *  the first column.  8010-WRITE-CSV-HEADER writes the one
      *  header row off the WS-CSV-HEADING names.  The 8100-series
      *  paragraphs each append one column in CSVROW.cpy's
      *  conventions, and 8190-WRITE-CSV-ROW writes the finished row
      *  at its own length.
      *----------------------------------------------------------------
       8000-START-CSV-ROW.
           MOVE SPACES TO CSV-ROW
           MOVE 1 TO CSV-ROW-PTR
           MOVE ZERO TO CSV-COLUMN-COUNT
           PERFORM 8100-ADD-CSV-TEXT
           .

       8010-WRITE-CSV-HEADER.
           MOVE SPACES TO CSV-ROW
           MOVE 1 TO CSV-ROW-PTR
           MOVE ZERO TO CSV-COLUMN-COUNT
           PERFORM VARYING CSV-HEADING-SUB FROM 1 BY 1
                   UNTIL CSV-HEADING-SUB > WS-CSV-HEADING-COUNT
               MOVE WS-CSV-HEADING (CSV-HEADING-SUB) TO CSV-FIELD
               PERFORM 8100-ADD-CSV-TEXT
           END-PERFORM
           PERFORM 8190-WRITE-CSV-ROW
           .

       8100-ADD-CSV-TEXT.
           INSPECT CSV-FIELD REPLACING ALL '"' BY ''''
           PERFORM 8150-TRIM-CSV-FIELD
           PERFORM 8160-ADD-CSV-SEPARATOR
           IF CSV-FIELD-LEN > ZERO
               STRING '"' CSV-FIELD (CSV-FIELD-START:CSV-FIELD-LEN)
                      '"' DELIMITED BY SIZE
                   INTO CSV-ROW WITH POINTER CSV-ROW-PTR
           END-IF
           .

       8110-ADD-CSV-AMOUNT.
           MOVE CSV-AMOUNT-VALUE TO CSV-AMOUNT
           MOVE CSV-AMOUNT TO CSV-FIELD
           PERFORM 8140-ADD-CSV-NUMBER
           .

       8115-ADD-CSV-QUANTITY.
           MOVE CSV-QUANTITY-VALUE TO CSV-QUANTITY
           MOVE CSV-QUANTITY TO CSV-FIELD
           PERFORM 8140-ADD-CSV-NUMBER
           .

       8120-ADD-CSV-EMPTY.
           PERFORM 8160-ADD-CSV-SEPARATOR
           .

       8140-ADD-CSV-NUMBER.
           PERFORM 8150-TRIM-CSV-FIELD
           PERFORM 8160-ADD-CSV-SEPARATOR
           STRING CSV-FIELD (CSV-FIELD-START:CSV-FIELD-LEN)
               DELIMITED BY SIZE
               INTO CSV-ROW WITH POINTER CSV-ROW-PTR
           .

       8150-TRIM-CSV-FIELD.
           MOVE ZERO TO CSV-FIELD-LEN
           MOVE ZERO TO CSV-FIELD-START
           INSPECT CSV-FIELD TALLYING CSV-FIELD-START
               FOR LEADING SPACES
           ADD 1 TO CSV-FIELD-START
           IF CSV-FIELD-START NOT > 40
               MOVE 40 TO CSV-FIELD-END
               PERFORM UNTIL CSV-FIELD (CSV-FIELD-END:1) NOT = SPACE
                   SUBTRACT 1 FROM CSV-FIELD-END
               END-PERFORM
               COMPUTE CSV-FIELD-LEN =
                   CSV-FIELD-END - CSV-FIELD-START + 1
           END-IF
           .

       8160-ADD-CSV-SEPARATOR.
           IF CSV-COLUMN-COUNT > ZERO
               STRING ',' DELIMITED BY SIZE
                   INTO CSV-ROW WITH POINTER CSV-ROW-PTR
           END-IF
           ADD 1 TO CSV-COLUMN-COUNT
           .

       8190-WRITE-CSV-ROW.
           COMPUTE CSV-ROW-LEN = CSV-ROW-PTR - 1
           WRITE CSV-REC FROM CSV-ROW
           ADD 1 TO CSV-ROWS-WRITTEN
           .

      *----------------------------------------------------------------
      *  8200-WRITE-LINE-CSV writes the delimited row for the line
      *  just printed.  The caller leaves the LEVEL in WS-CSV-LEVEL
      *  and the ID in WS-FIND-PORTFOLIO; a portfolio row is a DETAIL, a
      *  desk row a SUBTOTAL, the all-portfolio row the TOTAL.
      *  Returns go out to four places, as the percentages print.
      *----------------------------------------------------------------
       8200-WRITE-LINE-CSV.
           EVALUATE WS-CSV-LEVEL
               WHEN 'PORTFOLIO'
                   MOVE 'DETAIL' TO CSV-FIELD
               WHEN 'DESK'
                   MOVE 'SUBTOTAL' TO CSV-FIELD
               WHEN OTHER
                   MOVE 'TOTAL' TO CSV-FIELD
           END-EVALUATE
           PERFORM 8000-START-CSV-ROW
           MOVE WS-CSV-LEVEL TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-FIND-PORTFOLIO TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-CURRENT-DESK-ID TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-LINE-BENCHMARK TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           MOVE WS-LINE-OPEN TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-LINE-FLOWS TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-LINE-PNL TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-LINE-CLOSE TO CSV-AMOUNT-VALUE
           PERFORM 8110-ADD-CSV-AMOUNT
           MOVE WS-SER-DAYS TO WS-CSV-DAYS
           MOVE WS-CSV-DAYS TO CSV-FIELD
           PERFORM 8140-ADD-CSV-NUMBER
           IF WS-SER-OK
               MOVE WS-SER-PCT TO CSV-QUANTITY-VALUE
               PERFORM 8115-ADD-CSV-QUANTITY
           ELSE
               PERFORM 8120-ADD-CSV-EMPTY
           END-IF
           IF WS-LINE-BMK-OK
               MOVE WS-LINE-BMK-PCT TO CSV-QUANTITY-VALUE
               PERFORM 8115-ADD-CSV-QUANTITY
           ELSE
               PERFORM 8120-ADD-CSV-EMPTY
           END-IF
           IF WS-LINE-BMK-OK AND WS-SER-OK
               MOVE WS-LINE-EXCESS-PCT TO CSV-QUANTITY-VALUE
               PERFORM 8115-ADD-CSV-QUANTITY
           ELSE
               PERFORM 8120-ADD-CSV-EMPTY
           END-IF
           MOVE WS-LINE-NOTE TO CSV-FIELD
           PERFORM 8100-ADD-CSV-TEXT
           PERFORM 8190-WRITE-CSV-ROW
           .

       9999-TERMINATE.
           CLOSE PRF-REPORT
           CLOSE PRF-CSV-FILE
           DISPLAY 'RPTPRF00 PERIOD: ' WS-REPORT-PERIOD
           DISPLAY 'RPTPRF00 HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'RPTPRF00 CAPITAL FLOWS READ: ' WS-FLOW-READ-COUNT
           DISPLAY 'RPTPRF00 BENCHMARK RETURNS READ: '
               WS-BMR-READ-COUNT
           DISPLAY 'RPTPRF00 PORTFOLIOS REPORTED: '
               WS-PFL-REPORTED-COUNT
           DISPLAY 'RPTPRF00 NO CAPITAL TO MEASURE ON: '
               WS-NO-CAPITAL-COUNT
           DISPLAY 'RPTPRF00 BENCHMARK WITHOUT RETURNS: '
               WS-NO-BMK-RTN-COUNT
           DISPLAY 'RPTPRF00 DISAGREEING WITH PNLPERD: '
               WS-PERD-DIFF-COUNT
           DISPLAY 'RPTPRF00 CSV ROWS WRITTEN: ' CSV-ROWS-WRITTEN
           IF NOT WS-CFL-OPEN-OK
               DISPLAY 'RPTPRF00 CAPFLOW.DAT NOT AVAILABLE, NO '
                   'CAPITAL BASE LOADED'
           END-IF
           IF NOT WS-BMR-OPEN-OK
               DISPLAY 'RPTPRF00 BMKRTN.DAT NOT AVAILABLE, NO '
                   'BENCHMARK RETURNS LOADED'
           END-IF
           IF WS-OUT-OF-ORDER-COUNT > ZERO
               DISPLAY 'RPTPRF00 HISTORY RECORDS OUT OF DATE ORDER, '
                   'IGNORED: ' WS-OUT-OF-ORDER-COUNT
           END-IF
           IF WS-PMR-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPRF00 MASTER ENTRIES DROPPED, TABLE FULL: '
                   WS-PMR-DROPPED-COUNT
           END-IF
           IF WS-PFL-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPRF00 RECORDS DROPPED, PORTFOLIO TABLE '
                   'FULL: ' WS-PFL-DROPPED-COUNT
           END-IF
           IF WS-BMK-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPRF00 RETURNS DROPPED, BENCHMARK TABLE '
                   'FULL: ' WS-BMK-DROPPED-COUNT
           END-IF
           IF WS-RLP-DROPPED-COUNT > ZERO
               DISPLAY 'RPTPRF00 PORTFOLIOS LEFT OUT OF DESK ROLLUP, '
                   'TABLE FULL: ' WS-RLP-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when PNLHIST.DAT is missing; a
      *  warning when a table overflowed (the figures are short),
      *  when a portfolio had no capital to measure a return on, when
      *  the history disagrees with PNLPERD.DAT, or when a benchmark
      *  has no returns for the month; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTPRF00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-PNH-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'PNLHIST MISSING OR STATUS ERROR' TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-PMR-DROPPED-COUNT > ZERO
                       OR WS-PFL-DROPPED-COUNT > ZERO
                       OR WS-BMK-DROPPED-COUNT > ZERO
                       OR WS-RLP-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'TABLE FULL, FIGURES INCOMPLETE'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-NO-CAPITAL-COUNT > ZERO
                       MOVE 'W002' TO RC-ERROR-CODE
                       MOVE 'PORTFOLIOS WITH P&L BUT NO CAPITAL BASE'
                           TO RC-ERROR-TEXT
                       SET RC-WARNING TO TRUE
                       DISPLAY RC-ERROR-MESSAGE
                   ELSE
                       IF WS-PERD-DIFF-COUNT > ZERO
                           MOVE 'W003' TO RC-ERROR-CODE
                           MOVE 'MONTH P&L DISAGREES WITH PNLPERD'
                               TO RC-ERROR-TEXT
                           SET RC-WARNING TO TRUE
                           DISPLAY RC-ERROR-MESSAGE
                       ELSE
                           IF WS-NO-BMK-RTN-COUNT > ZERO
                               MOVE 'W004' TO RC-ERROR-CODE
                               MOVE 'BENCHMARK HAS NO MONTH RETURNS'
                                   TO RC-ERROR-TEXT
                               SET RC-WARNING TO TRUE
                               DISPLAY RC-ERROR-MESSAGE
                           ELSE
                               SET RC-NORMAL TO TRUE
                           END-IF
                       END-IF
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
           MOVE 'RPTPRF00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
