       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTREF00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTREF00 -- PORTFOLIO REFERENCE-DATA COMPLETENESS CHECK
      *  A new portfolio has to be set up in four places before it
      *  reports correctly: PORTMST.DAT (PRTMNT00), DESKBOOK.DAT
      *  (DSKMNT00), GLACCT.DAT (GLAMNT00) and PNLLIMIT.DAT
      *  (LIMMNT00).  Miss one and it shows as UNASSIGN on the desk
      *  reports, posts to GL suspense, or is never limit-checked --
      *  and nobody hears about it until a report looks wrong.  This
      *  step cross-walks the four datasets every night and lists:
      *
      *    - every active portfolio missing its DESKBOOK mapping, its
      *      GLACCT mapping or any portfolio-scope PNLLIMIT entry;
      *    - every DESKBOOK, GLACCT and portfolio-scope PNLLIMIT entry
      *      for a portfolio that is closed or not on PORTMST at all;
      *    - every portfolio in tonight's PNLIN.DAT (trading itself or
      *      the receiving side of a transfer) with no GLACCT mapping
      *      -- GLEXTR00 will post it to suspense later tonight.
      *
      *  It runs straight after PNLBLD00, ahead of the GL extract, so
      *  a missing GL mapping is raised the night the portfolio is
      *  opened -- or at the latest the night it first trades --
      *  rather than after it has aged in suspense: any active
      *  portfolio with no GLACCT mapping, and any portfolio trading
      *  tonight with none, drops the RPTREFAL.DAT trigger the alert
      *  router sweeps.  Desk-scope PNLLIMIT entries are keyed by
      *  desk, not portfolio, and are not checked here.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.DAT'
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO 'PNLLIMIT.DAT'
               FILE STATUS IS WS-LIM-FILE-STATUS.
           SELECT PNL-INPUT-FILE ASSIGN TO 'PNLIN.DAT'
               FILE STATUS IS WS-PNI-FILE-STATUS.
           SELECT REFERENCE-REPORT ASSIGN TO 'RPTREF.PRT'.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO 'RPTREFAL.DAT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-MASTER-FILE.
           COPY PRTMST.

       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Same record GLEXTR00 and GLAMNT00 carry.
       FD  GL-ACCOUNT-FILE.
       01  GLA-REC.
           05  GLA-PORTFOLIO-ID      PIC X(08).
           05  GLA-REALIZED-ACCT     PIC X(10).
           05  GLA-UNREALIZED-ACCT   PIC X(10).
           05  GLA-OFFSET-ACCT       PIC X(10).

      *--  Same record RPTLIM00 and LIMMNT00 carry.
       FD  LIMIT-FILE.
       01  LIM-REC.
           05  LIM-SCOPE             PIC X(01).
               88  LIM-SCOPE-PORTFOLIO  VALUE 'P'.
               88  LIM-SCOPE-DESK       VALUE 'D'.
           05  LIM-ID                PIC X(08).
           05  LIM-TYPE              PIC X(05).
           05  LIM-AMOUNT            PIC 9(13)V99.

      *--  Same PNL-IN-REC layout PNLBLD00 writes -- there is no
      *--  shared copybook for PNLIN.DAT, so it is laid out by hand
      *--  here too.
       FD  PNL-INPUT-FILE.
       01  PNL-IN-REC.
           05  PNL-IN-PORTFOLIO-ID   PIC X(08).
           05  PNL-IN-TRADE-DATE     PIC X(08).
           05  PNL-IN-CURRENCY-CODE  PIC X(03).
           05  PNL-IN-TRADE-AMT      PIC S9(13)V99 COMP-3.
           05  PNL-IN-COST-AMT       PIC S9(13)V99 COMP-3.
           05  PNL-IN-COMMISSION-AMT PIC S9(13)V99 COMP-3.
           05  PNL-IN-FEE-AMT        PIC S9(13)V99 COMP-3.
           05  PNL-IN-POSITION-STATUS PIC X(01).
           05  PNL-IN-ENTITY-CODE    PIC X(04).
           05  PNL-IN-QUANTITY       PIC S9(11)V9(04) COMP-3.
           05  PNL-IN-CANCEL-IND     PIC X(01).
           05  PNL-IN-ORIG-DATE      PIC X(08).
           05  PNL-IN-CASH-IND       PIC X(01).
           05  PNL-IN-EVENT-CODE     PIC X(04).
           05  PNL-IN-INSTRUMENT-ID  PIC X(12).
           05  PNL-IN-COUNTERPARTY   PIC X(08).
           05  PNL-IN-TRADER-ID      PIC X(08).
           05  PNL-IN-TRANSFER-PORTFOLIO PIC X(08).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  REFERENCE-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Alert trigger dataset, present only when a portfolio has
      *--  no GL mapping -- same page-the-team convention as
      *--  RPTSUSAL.DAT.  One record per condition raised.
       FD  ALERT-TRIGGER-FILE.
       01  ALERT-TRIGGER-REC.
           05  ALERT-RUN-DATE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-COUNT           PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-TEXT            PIC X(40).

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
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.
       01  WS-GLA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GLA-FILE-OK        VALUE '00'.
           88  WS-GLA-FILE-MISSING   VALUE '35'.
       01  WS-LIM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-LIM-FILE-OK        VALUE '00'.
           88  WS-LIM-FILE-MISSING   VALUE '35'.
       01  WS-PNI-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PNI-FILE-OK        VALUE '00'.
           88  WS-PNI-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Set when any reference table below fills before its file
      *--  is exhausted -- the entries past the limit are not checked,
      *--  and anything that depends on them may be misreported.
       01  WS-TABLE-FULL-IND         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL         VALUE 'Y'.

      *--  Portfolio master table, loaded from PORTMST.DAT.
       01  WS-PMR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PMR-TABLE.
           05  WS-PMR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PMR-COUNT
                   INDEXED BY WS-PMR-IDX.
               10  WS-PMR-TBL-PORTFOLIO  PIC X(08).
               10  WS-PMR-TBL-DESCRIPTION PIC X(20).
               10  WS-PMR-TBL-STATUS     PIC X(01).
                   88  WS-PMR-TBL-ACTIVE VALUE 'A'.

      *--  Desk/book mapping table, loaded from DESKBOOK.DAT.
       01  WS-DBM-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DBM-TABLE.
           05  WS-DBM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DBM-COUNT
                   INDEXED BY WS-DBM-IDX.
               10  WS-DBM-TBL-PORTFOLIO  PIC X(08).
               10  WS-DBM-TBL-DESK       PIC X(08).
               10  WS-DBM-TBL-BOOK       PIC X(08).

      *--  GL account mapping table, loaded from GLACCT.DAT.
       01  WS-GLA-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GLA-COUNT
                   INDEXED BY WS-GLA-IDX.
               10  WS-GLA-TBL-PORTFOLIO  PIC X(08).
               10  WS-GLA-TBL-REALIZED   PIC X(10).

      *--  Portfolio-scope limit table, loaded from PNLLIMIT.DAT --
      *--  one entry per limit, so a portfolio appears once per limit
      *--  type it carries.
       01  WS-LIM-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LIM-COUNT
                   INDEXED BY WS-LIM-IDX.
               10  WS-LIM-TBL-PORTFOLIO  PIC X(08).
               10  WS-LIM-TBL-TYPE       PIC X(05).

      *--  Portfolios trading tonight, collected from PNLIN.DAT with
      *--  the number of records each carries.
       01  WS-TRD-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TRD-TABLE.
           05  WS-TRD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TRD-COUNT
                   INDEXED BY WS-TRD-IDX.
               10  WS-TRD-TBL-PORTFOLIO  PIC X(08).
               10  WS-TRD-TBL-RECORDS    PIC 9(07) COMP-3.

      *--  Lookup work areas.
       01  WS-LOOKUP-PORTFOLIO       PIC X(08) VALUE SPACES.
       01  WS-PMR-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-PMR-FOUND          VALUE 'Y'.
       01  WS-PMR-FOUND-STATUS       PIC X(01) VALUE SPACE.
           88  WS-PMR-FOUND-ACTIVE   VALUE 'A'.
       01  WS-DBM-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-DBM-FOUND          VALUE 'Y'.
       01  WS-GLA-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-GLA-FOUND          VALUE 'Y'.
       01  WS-LIM-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-LIM-FOUND          VALUE 'Y'.
       01  WS-TRD-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-TRD-FOUND          VALUE 'Y'.

       01  WS-PNLIN-RECORD-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ACTIVE-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-INCOMPLETE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-DESKBOOK-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-GLACCT-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-LIMIT-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-STRAY-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-TRADING-NO-GL-COUNT    PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(45)
                   VALUE 'PORTFOLIO REFERENCE-DATA COMPLETENESS CHECK'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(70) VALUE SPACES.

       01  WS-ACTIVE-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(09) VALUE 'PORTFOL'.
           05  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(09) VALUE 'DESKBOOK'.
           05  FILLER                PIC X(09) VALUE 'GLACCT'.
           05  FILLER                PIC X(09) VALUE 'PNLLIMIT'.
           05  FILLER                PIC X(16) VALUE 'TRADING TONIGHT'.

       01  WS-ACTIVE-DETAIL.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ACT-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACT-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACT-DESKBOOK          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACT-GLACCT            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACT-LIMIT             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACT-TRADING           PIC X(16).

       01  WS-STRAY-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'DATASET'.
           05  FILLER                PIC X(09) VALUE 'PORTFOL'.
           05  FILLER                PIC X(20) VALUE 'PROBLEM'.
           05  FILLER                PIC X(30) VALUE 'ENTRY'.

       01  WS-STRAY-DETAIL.
           05  FILLER                PIC X(01) VALUE ' '.
           05  STR-DATASET           PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  STR-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  STR-PROBLEM           PIC X(19).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  STR-ENTRY             PIC X(30).

       01  WS-TRADING-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(09) VALUE 'PORTFOL'.
           05  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(09) VALUE 'PORTMST'.
           05  FILLER                PIC X(14) VALUE 'PNLIN RECORDS'.

       01  WS-TRADING-DETAIL.
           05  FILLER                PIC X(01) VALUE ' '.
           05  TRG-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  TRG-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  TRG-PMR-STATUS        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  TRG-RECORDS           PIC Z,ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NONE-TEXT             PIC X(50) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC ZZ,ZZ9.

       01  WS-FULL-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
               '*** A REFERENCE TABLE FILLED - CHECK IS INCOMPLETE ***'.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PORTFOLIOS
           PERFORM 1200-LOAD-DESK-BOOKS
           PERFORM 1300-LOAD-GL-ACCOUNTS
           PERFORM 1400-LOAD-LIMITS
           PERFORM 1500-LOAD-TRADING-PORTFOLIOS
           PERFORM 2000-CHECK-ACTIVE-PORTFOLIOS
           PERFORM 3000-CHECK-STRAY-ENTRIES
           PERFORM 4000-CHECK-TRADING-PORTFOLIOS
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 6000-WRITE-ALERT-TRIGGER
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           OPEN OUTPUT REFERENCE-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
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
      *  1100-1400 load the four reference datasets.  A missing
      *  dataset loads as empty -- every active portfolio then shows
      *  as missing it, which is exactly what the reports and the GL
      *  extract would make of it tonight.
      *----------------------------------------------------------------
       1100-LOAD-PORTFOLIOS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ PORTFOLIO-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PMR-COUNT NOT < 500
                           MOVE 'Y' TO WS-TABLE-FULL-IND
                       ELSE
                           ADD 1 TO WS-PMR-COUNT
                           MOVE PMR-PORTFOLIO-ID TO
                               WS-PMR-TBL-PORTFOLIO (WS-PMR-COUNT)
                           MOVE PMR-DESCRIPTION TO
                               WS-PMR-TBL-DESCRIPTION (WS-PMR-COUNT)
                           MOVE PMR-STATUS TO
                               WS-PMR-TBL-STATUS (WS-PMR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PMR-FILE-MISSING
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           .

       1200-LOAD-DESK-BOOKS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DESK-BOOK-FILE
           IF WS-DBM-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ DESK-BOOK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DBM-COUNT NOT < 500
                           MOVE 'Y' TO WS-TABLE-FULL-IND
                       ELSE
                           ADD 1 TO WS-DBM-COUNT
                           MOVE DBM-PORTFOLIO-ID TO
                               WS-DBM-TBL-PORTFOLIO (WS-DBM-COUNT)
                           MOVE DBM-DESK-ID TO
                               WS-DBM-TBL-DESK (WS-DBM-COUNT)
                           MOVE DBM-BOOK-ID TO
                               WS-DBM-TBL-BOOK (WS-DBM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-DBM-FILE-MISSING
               CLOSE DESK-BOOK-FILE
           END-IF
           .

       1300-LOAD-GL-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLA-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ GL-ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-GLA-COUNT NOT < 500
                           MOVE 'Y' TO WS-TABLE-FULL-IND
                       ELSE
                           ADD 1 TO WS-GLA-COUNT
                           MOVE GLA-PORTFOLIO-ID TO
                               WS-GLA-TBL-PORTFOLIO (WS-GLA-COUNT)
                           MOVE GLA-REALIZED-ACCT TO
                               WS-GLA-TBL-REALIZED (WS-GLA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-GLA-FILE-MISSING
               CLOSE GL-ACCOUNT-FILE
           END-IF
           .

       1400-LOAD-LIMITS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LIMIT-FILE
           IF WS-LIM-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LIM-SCOPE-PORTFOLIO
                           IF WS-LIM-COUNT NOT < 2000
                               MOVE 'Y' TO WS-TABLE-FULL-IND
                           ELSE
                               ADD 1 TO WS-LIM-COUNT
                               MOVE LIM-ID TO
                                   WS-LIM-TBL-PORTFOLIO (WS-LIM-COUNT)
                               MOVE LIM-TYPE TO
                                   WS-LIM-TBL-TYPE (WS-LIM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-LIM-FILE-MISSING
               CLOSE LIMIT-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1500-LOAD-TRADING-PORTFOLIOS collects every portfolio with a
      *  record in tonight's PNLIN.DAT, counting the receiving side
      *  of a transfer as trading too -- the calc books both legs,
      *  and each posts under its own portfolio's GL mapping.
      *----------------------------------------------------------------
       1500-LOAD-TRADING-PORTFOLIOS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PNL-INPUT-FILE
           IF WS-PNI-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ PNL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PNLIN-RECORD-COUNT
                       MOVE PNL-IN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
                       PERFORM 1550-NOTE-TRADING-PORTFOLIO
                       IF PNL-IN-TRANSFER-PORTFOLIO NOT = SPACES
                           MOVE PNL-IN-TRANSFER-PORTFOLIO
                               TO WS-LOOKUP-PORTFOLIO
                           PERFORM 1550-NOTE-TRADING-PORTFOLIO
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PNI-FILE-MISSING
               CLOSE PNL-INPUT-FILE
           END-IF
           .

       1550-NOTE-TRADING-PORTFOLIO.
           PERFORM 8500-FIND-TRADING
           IF WS-TRD-FOUND
               ADD 1 TO WS-TRD-TBL-RECORDS (WS-TRD-IDX)
           ELSE
               IF WS-TRD-COUNT NOT < 500
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               ELSE
                   ADD 1 TO WS-TRD-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO TO
                       WS-TRD-TBL-PORTFOLIO (WS-TRD-COUNT)
                   MOVE 1 TO WS-TRD-TBL-RECORDS (WS-TRD-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-CHECK-ACTIVE-PORTFOLIOS lists each active portfolio
      *  missing any of its three other set-ups.  Closed portfolios
      *  are expected to have lost them and are not listed here.
      *----------------------------------------------------------------
       2000-CHECK-ACTIVE-PORTFOLIOS.
           MOVE 'ACTIVE PORTFOLIOS MISSING REFERENCE DATA' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-ACTIVE-HEADER
           IF WS-PMR-COUNT > ZERO
               PERFORM VARYING WS-PMR-IDX FROM 1 BY 1
                       UNTIL WS-PMR-IDX > WS-PMR-COUNT
                   IF WS-PMR-TBL-ACTIVE (WS-PMR-IDX)
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM 2100-CHECK-ONE-PORTFOLIO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-INCOMPLETE-COUNT = ZERO
               MOVE 'EVERY ACTIVE PORTFOLIO IS FULLY SET UP'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       2100-CHECK-ONE-PORTFOLIO.
           MOVE WS-PMR-TBL-PORTFOLIO (WS-PMR-IDX) TO WS-LOOKUP-PORTFOLIO
           PERFORM 8200-FIND-DESK-BOOK
           PERFORM 8300-FIND-GL-ACCOUNT
           PERFORM 8400-FIND-LIMIT
           IF NOT WS-DBM-FOUND
                   OR NOT WS-GLA-FOUND
                   OR NOT WS-LIM-FOUND
               ADD 1 TO WS-INCOMPLETE-COUNT
               PERFORM 8500-FIND-TRADING
               MOVE WS-LOOKUP-PORTFOLIO TO ACT-PORTFOLIO-ID
               MOVE WS-PMR-TBL-DESCRIPTION (WS-PMR-IDX)
                   TO ACT-DESCRIPTION
               IF WS-DBM-FOUND
                   MOVE 'OK      ' TO ACT-DESKBOOK
               ELSE
                   MOVE 'MISSING ' TO ACT-DESKBOOK
                   ADD 1 TO WS-NO-DESKBOOK-COUNT
               END-IF
               IF WS-GLA-FOUND
                   MOVE 'OK      ' TO ACT-GLACCT
               ELSE
                   MOVE 'MISSING ' TO ACT-GLACCT
                   ADD 1 TO WS-NO-GLACCT-COUNT
               END-IF
               IF WS-LIM-FOUND
                   MOVE 'OK      ' TO ACT-LIMIT
               ELSE
                   MOVE 'MISSING ' TO ACT-LIMIT
                   ADD 1 TO WS-NO-LIMIT-COUNT
               END-IF
               IF WS-TRD-FOUND
                   MOVE 'YES' TO ACT-TRADING
               ELSE
                   MOVE SPACES TO ACT-TRADING
               END-IF
               WRITE RPT-LINE FROM WS-ACTIVE-DETAIL
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-CHECK-STRAY-ENTRIES lists every DESKBOOK, GLACCT and
      *  portfolio-scope PNLLIMIT entry whose portfolio is closed or
      *  not on PORTMST at all -- usually a typo at set-up, leaving
      *  the real portfolio unmapped.
      *----------------------------------------------------------------
       3000-CHECK-STRAY-ENTRIES.
           MOVE 'ENTRIES FOR CLOSED OR UNKNOWN PORTFOLIOS' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-STRAY-HEADER
           IF WS-DBM-COUNT > ZERO
               PERFORM VARYING WS-DBM-IDX FROM 1 BY 1
                       UNTIL WS-DBM-IDX > WS-DBM-COUNT
                   PERFORM 3100-CHECK-ONE-DESK-BOOK
               END-PERFORM
           END-IF
           IF WS-GLA-COUNT > ZERO
               PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                       UNTIL WS-GLA-IDX > WS-GLA-COUNT
                   PERFORM 3200-CHECK-ONE-GL-ACCOUNT
               END-PERFORM
           END-IF
           IF WS-LIM-COUNT > ZERO
               PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                       UNTIL WS-LIM-IDX > WS-LIM-COUNT
                   PERFORM 3300-CHECK-ONE-LIMIT
               END-PERFORM
           END-IF
           IF WS-STRAY-COUNT = ZERO
               MOVE 'NO ENTRIES FOR CLOSED OR UNKNOWN PORTFOLIOS'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       3100-CHECK-ONE-DESK-BOOK.
           MOVE WS-DBM-TBL-PORTFOLIO (WS-DBM-IDX) TO WS-LOOKUP-PORTFOLIO
           PERFORM 8100-FIND-PORTFOLIO
           IF NOT WS-PMR-FOUND-ACTIVE
               MOVE 'DESKBOOK' TO STR-DATASET
               MOVE SPACES TO STR-ENTRY
               STRING 'DESK ' WS-DBM-TBL-DESK (WS-DBM-IDX)
                      ' BOOK ' WS-DBM-TBL-BOOK (WS-DBM-IDX)
                   DELIMITED BY SIZE INTO STR-ENTRY
               PERFORM 3900-WRITE-STRAY-LINE
           END-IF
           .

       3200-CHECK-ONE-GL-ACCOUNT.
           MOVE WS-GLA-TBL-PORTFOLIO (WS-GLA-IDX) TO WS-LOOKUP-PORTFOLIO
           PERFORM 8100-FIND-PORTFOLIO
           IF NOT WS-PMR-FOUND-ACTIVE
               MOVE 'GLACCT' TO STR-DATASET
               MOVE SPACES TO STR-ENTRY
               STRING 'REALIZED ACCT ' WS-GLA-TBL-REALIZED (WS-GLA-IDX)
                   DELIMITED BY SIZE INTO STR-ENTRY
               PERFORM 3900-WRITE-STRAY-LINE
           END-IF
           .

       3300-CHECK-ONE-LIMIT.
           MOVE WS-LIM-TBL-PORTFOLIO (WS-LIM-IDX) TO WS-LOOKUP-PORTFOLIO
           PERFORM 8100-FIND-PORTFOLIO
           IF NOT WS-PMR-FOUND-ACTIVE
               MOVE 'PNLLIMIT' TO STR-DATASET
               MOVE SPACES TO STR-ENTRY
               STRING 'LIMIT TYPE ' WS-LIM-TBL-TYPE (WS-LIM-IDX)
                   DELIMITED BY SIZE INTO STR-ENTRY
               PERFORM 3900-WRITE-STRAY-LINE
           END-IF
           .

       3900-WRITE-STRAY-LINE.
           ADD 1 TO WS-STRAY-COUNT
           MOVE WS-LOOKUP-PORTFOLIO TO STR-PORTFOLIO-ID
           IF WS-PMR-FOUND
               MOVE 'CLOSED PORTFOLIO' TO STR-PROBLEM
           ELSE
               MOVE 'UNKNOWN PORTFOLIO' TO STR-PROBLEM
           END-IF
           WRITE RPT-LINE FROM WS-STRAY-DETAIL
           .

      *----------------------------------------------------------------
      *  4000-CHECK-TRADING-PORTFOLIOS lists every portfolio trading
      *  tonight with no GLACCT mapping, whatever its PORTMST status:
      *  each of these posts to GL suspense at the GL extract later
      *  tonight unless Finance maps it first.
      *----------------------------------------------------------------
       4000-CHECK-TRADING-PORTFOLIOS.
           MOVE 'TRADING TONIGHT, NO GLACCT - WILL POST TO SUSPENSE'
               TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-TRADING-HEADER
           IF WS-TRD-COUNT > ZERO
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TRD-COUNT
                   PERFORM 4100-CHECK-ONE-TRADING
               END-PERFORM
           END-IF
           IF WS-TRADING-NO-GL-COUNT = ZERO
               MOVE 'EVERY PORTFOLIO TRADING TONIGHT IS MAPPED'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       4100-CHECK-ONE-TRADING.
           MOVE WS-TRD-TBL-PORTFOLIO (WS-TRD-IDX) TO WS-LOOKUP-PORTFOLIO
           PERFORM 8300-FIND-GL-ACCOUNT
           IF NOT WS-GLA-FOUND
               ADD 1 TO WS-TRADING-NO-GL-COUNT
               PERFORM 8100-FIND-PORTFOLIO
               MOVE WS-LOOKUP-PORTFOLIO TO TRG-PORTFOLIO-ID
               IF WS-PMR-FOUND
                   MOVE WS-PMR-TBL-DESCRIPTION (WS-PMR-IDX)
                       TO TRG-DESCRIPTION
                   IF WS-PMR-FOUND-ACTIVE
                       MOVE 'ACTIVE  ' TO TRG-PMR-STATUS
                   ELSE
                       MOVE 'CLOSED  ' TO TRG-PMR-STATUS
                   END-IF
               ELSE
                   MOVE SPACES TO TRG-DESCRIPTION
                   MOVE 'UNKNOWN ' TO TRG-PMR-STATUS
               END-IF
               MOVE WS-TRD-TBL-RECORDS (WS-TRD-IDX) TO TRG-RECORDS
               WRITE RPT-LINE FROM WS-TRADING-DETAIL
           END-IF
           .

       5000-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE 'ACTIVE PORTFOLIOS CHECKED' TO SUM-LABEL
           MOVE WS-ACTIVE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACTIVE PORTFOLIOS NOT FULLY SET UP' TO SUM-LABEL
           MOVE WS-INCOMPLETE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  WITH NO DESKBOOK MAPPING' TO SUM-LABEL
           MOVE WS-NO-DESKBOOK-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  WITH NO GLACCT MAPPING' TO SUM-LABEL
           MOVE WS-NO-GLACCT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  WITH NO PORTFOLIO LIMIT' TO SUM-LABEL
           MOVE WS-NO-LIMIT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ENTRIES FOR CLOSED OR UNKNOWN PORTFOLIOS' TO SUM-LABEL
           MOVE WS-STRAY-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TRADING TONIGHT WITH NO GLACCT MAPPING' TO SUM-LABEL
           MOVE WS-TRADING-NO-GL-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-TABLE-FULL
               WRITE RPT-LINE FROM WS-FULL-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  6000-WRITE-ALERT-TRIGGER drops RPTREFAL.DAT when any active
      *  portfolio, or any portfolio trading tonight, has no GLACCT
      *  mapping -- one record per condition, so the router can tell
      *  a portfolio about to post to suspense tonight from one that
      *  will the first night it trades.  The other gaps are on the
      *  report and the warning return code only.
      *----------------------------------------------------------------
       6000-WRITE-ALERT-TRIGGER.
           IF WS-NO-GLACCT-COUNT > ZERO
                   OR WS-TRADING-NO-GL-COUNT > ZERO
               OPEN OUTPUT ALERT-TRIGGER-FILE
               MOVE WS-RUN-DATE TO ALERT-RUN-DATE
               IF WS-TRADING-NO-GL-COUNT > ZERO
                   MOVE WS-TRADING-NO-GL-COUNT TO ALERT-COUNT
                   MOVE 'TRADING, NO GLACCT - SUSPENSE TONIGHT'
                       TO ALERT-TEXT
                   WRITE ALERT-TRIGGER-REC
               END-IF
               IF WS-NO-GLACCT-COUNT > ZERO
                   MOVE WS-NO-GLACCT-COUNT TO ALERT-COUNT
                   MOVE 'ACTIVE PORTFOLIOS WITH NO GLACCT MAPPING'
                       TO ALERT-TEXT
                   WRITE ALERT-TRIGGER-REC
               END-IF
               CLOSE ALERT-TRIGGER-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  8100-8500 look WS-LOOKUP-PORTFOLIO up in each table.
      *----------------------------------------------------------------
       8100-FIND-PORTFOLIO.
           MOVE 'N' TO WS-PMR-FOUND-IND
           MOVE SPACE TO WS-PMR-FOUND-STATUS
           IF WS-PMR-COUNT > ZERO
               SET WS-PMR-IDX TO 1
               SEARCH WS-PMR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PMR-TBL-PORTFOLIO (WS-PMR-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-PMR-FOUND-IND
                       MOVE WS-PMR-TBL-STATUS (WS-PMR-IDX)
                           TO WS-PMR-FOUND-STATUS
               END-SEARCH
           END-IF
           .

       8200-FIND-DESK-BOOK.
           MOVE 'N' TO WS-DBM-FOUND-IND
           IF WS-DBM-COUNT > ZERO
               SET WS-DBM-IDX TO 1
               SEARCH WS-DBM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DBM-TBL-PORTFOLIO (WS-DBM-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-DBM-FOUND-IND
               END-SEARCH
           END-IF
           .

       8300-FIND-GL-ACCOUNT.
           MOVE 'N' TO WS-GLA-FOUND-IND
           IF WS-GLA-COUNT > ZERO
               SET WS-GLA-IDX TO 1
               SEARCH WS-GLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GLA-TBL-PORTFOLIO (WS-GLA-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-GLA-FOUND-IND
               END-SEARCH
           END-IF
           .

       8400-FIND-LIMIT.
           MOVE 'N' TO WS-LIM-FOUND-IND
           IF WS-LIM-COUNT > ZERO
               SET WS-LIM-IDX TO 1
               SEARCH WS-LIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIM-TBL-PORTFOLIO (WS-LIM-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-LIM-FOUND-IND
               END-SEARCH
           END-IF
           .

       8500-FIND-TRADING.
           MOVE 'N' TO WS-TRD-FOUND-IND
           IF WS-TRD-COUNT > ZERO
               SET WS-TRD-IDX TO 1
               SEARCH WS-TRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRD-TBL-PORTFOLIO (WS-TRD-IDX)
                           = WS-LOOKUP-PORTFOLIO
                       MOVE 'Y' TO WS-TRD-FOUND-IND
               END-SEARCH
           END-IF
           .

       9999-TERMINATE.
           CLOSE REFERENCE-REPORT
           DISPLAY 'RPTREF00 ACTIVE PORTFOLIOS CHECKED: '
               WS-ACTIVE-COUNT
           DISPLAY 'RPTREF00 ACTIVE NOT FULLY SET UP: '
               WS-INCOMPLETE-COUNT
           DISPLAY 'RPTREF00 ENTRIES FOR CLOSED/UNKNOWN: '
               WS-STRAY-COUNT
           DISPLAY 'RPTREF00 TRADING WITH NO GLACCT: '
               WS-TRADING-NO-GL-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning for any gap found -- a portfolio
      *  trading tonight unmapped first, then a reference table too
      *  small to check everything, then any other gap -- normal on a
      *  clean cross-walk.  Nothing here stops the chain; the GL
      *  extract still posts an unmapped portfolio to suspense.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTREF00' TO RC-ERROR-PROGRAM-ID
           IF WS-TRADING-NO-GL-COUNT > ZERO
               MOVE 'W001' TO RC-ERROR-CODE
               MOVE 'PORTFOLIOS TRADING TONIGHT WITH NO GLACCT MAPPING'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-TABLE-FULL
                   MOVE 'W003' TO RC-ERROR-CODE
                   MOVE 'REFERENCE TABLE FULL - CHECK INCOMPLETE'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-INCOMPLETE-COUNT > ZERO
                           OR WS-STRAY-COUNT > ZERO
                       MOVE 'W002' TO RC-ERROR-CODE
                       MOVE 'PORTFOLIO REFERENCE-DATA GAPS - SEE RPTREF'
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
           MOVE 'RPTREF00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
