       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLYEC00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  GLYEC00 -- YEAR-END P&L CLOSE TO RETAINED EARNINGS
      *  Writes the journal that zeroes each portfolio's realized and
      *  unrealized P&L accounts into its legal entity's retained-
      *  earnings account at fiscal year end -- the entries Finance
      *  used to key by hand per entity.  Output is GLEXTR00's GL
      *  interface layout (GLYEC.DAT) with the same per-entity
      *  'ENTTRL  ' control records and zero-net final trailer.
      *
      *  For each portfolio on PNLPERD.DAT the year's YTD realized
      *  and unrealized totals are reversed out of the accounts
      *  GLACCT.DAT maps it to (suspense, as GLEXTR00 posted it, when
      *  unmapped) against the retained-earnings account on the
      *  entity's GLACCT record -- key '*' plus entity code,
      *  maintained through GLAMNT00.  The entity is the one the
      *  portfolio's P&L was last sent under during the year, off
      *  GLEXTR00's sent-history (GLSENT.DAT).
      *
      *  The run refuses, writing no entries, unless:
      *    - the year's December period is closed on PERDCTL.DAT;
      *    - the year is not already on the close control file
      *      (GLYECTL.DAT) -- a year closes once;
      *    - PNLPERD.DAT is the year-end generation: no portfolio has
      *      posted into the following year yet;
      *    - every entity to be closed has a retained-earnings
      *      account.
      *  A successful run adds the year to GLYECTL.DAT.
      *
      *  GLYEC-YEAR names the year to close (default: the year before
      *  the business date's).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERDCTL.DAT'
               FILE STATUS IS WS-PER-FILE-STATUS.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO 'GLYECTL.DAT'
               FILE STATUS IS WS-YCL-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'PNLPERD.DAT'
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT SENT-HISTORY-FILE ASSIGN TO 'GLSENT.DAT'
               FILE STATUS IS WS-SNT-FILE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.DAT'
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLYEC.DAT'.
           SELECT CLOSE-REPORT ASSIGN TO 'GLYECR.PRT'.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-EMS-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with PRDMNT00 and the correction paths via
      *--  PERDCTL.cpy.
       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.

      *--  One record per fiscal year closed, appended by this run.
       FD  CLOSE-CONTROL-FILE.
       01  YCL-REC.
           05  YCL-YEAR              PIC X(04).
           05  YCL-RUN-DATE          PIC X(08).
           05  YCL-RUN-TOKEN         PIC X(16).
           05  YCL-ENTRY-COUNT       PIC 9(08).
           05  YCL-PORTFOLIO-COUNT   PIC 9(05).

      *--  Shared with PNLACC00 and RPTMTH00 via PNLPERD.cpy.
       FD  PERIOD-FILE.
           COPY PNLPERD.

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

      *--  Portfolio-to-account reference, the same file GLEXTR00
      *--  posts by.  A key of '*' plus an entity code is that
      *--  entity's record, its retained-earnings account in the
      *--  first account field.
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
           05  FILLER                PIC X(20).

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
       FD  CLOSE-REPORT.
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
       01  WS-PER-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PER-FILE-OK        VALUE '00'.
           88  WS-PER-FILE-MISSING   VALUE '35'.
       01  WS-YCL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-YCL-FILE-OK        VALUE '00'.
           88  WS-YCL-FILE-MISSING   VALUE '35'.
       01  WS-PRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRD-FILE-OK        VALUE '00'.
           88  WS-PRD-FILE-MISSING   VALUE '35'.
       01  WS-SNT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SNT-FILE-OK        VALUE '00'.
           88  WS-SNT-FILE-MISSING   VALUE '35'.
       01  WS-GLA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GLA-FILE-OK        VALUE '00'.
           88  WS-GLA-FILE-MISSING   VALUE '35'.
       01  WS-EMS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EMS-FILE-OK        VALUE '00'.
           88  WS-EMS-FILE-MISSING   VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-PRD-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-PRD-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  FILLER                PIC X(04).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The year being closed, its December period and its last
      *--  day, which every closing entry is dated.
       01  WS-CLOSE-YEAR             PIC X(04) VALUE SPACES.
       01  WS-CLOSE-YEAR-NUM REDEFINES WS-CLOSE-YEAR
                                     PIC 9(04).
       01  WS-CLOSE-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-CLOSE-DATE             PIC X(08) VALUE SPACES.

      *--  Refusal: set by the first gate that fails; no entries are
      *--  written once it is set.
       01  WS-REFUSE-IND             PIC X(01) VALUE 'N'.
           88  WS-REFUSED            VALUE 'Y'.
       01  WS-REFUSE-CODE            PIC X(04) VALUE SPACES.
       01  WS-REFUSE-TEXT            PIC X(60) VALUE SPACES.
       01  WS-DECEMBER-CLOSED-IND    PIC X(01) VALUE 'N'.
           88  WS-DECEMBER-CLOSED    VALUE 'Y'.
       01  WS-ALREADY-CLOSED-IND     PIC X(01) VALUE 'N'.
           88  WS-ALREADY-CLOSED     VALUE 'Y'.
       01  WS-ROLLED-COUNT           PIC 9(05) COMP-3 VALUE ZERO.

      *--  Account mapping table, portfolios only, loaded from
      *--  GLACCT.DAT.
       01  WS-GLA-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GLA-COUNT
                   INDEXED BY WS-GLA-IDX.
               10  WS-GLA-TBL-PORTFOLIO  PIC X(08).
               10  WS-GLA-TBL-REALIZED   PIC X(10).
               10  WS-GLA-TBL-UNREALIZED PIC X(10).
       01  WS-SUSP-REALIZED-ACCT     PIC X(10) VALUE 'GLSUSPRLZD'.
       01  WS-SUSP-UNREAL-ACCT       PIC X(10) VALUE 'GLSUSPUNRL'.

      *--  Retained-earnings account per entity, off GLACCT.DAT's
      *--  entity records.
       01  WS-RET-COUNT              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RET-COUNT
                   INDEXED BY WS-RET-IDX.
               10  WS-RET-TBL-ENTITY     PIC X(04).
               10  WS-RET-TBL-ACCOUNT    PIC X(10).
       01  WS-RET-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-RET-FOUND          VALUE 'Y'.
       01  WS-RET-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-NO-RETAINED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  Entity each portfolio last posted under during the year,
      *--  off the sent-history.
       01  WS-PEN-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-PEN-TABLE.
           05  WS-PEN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PEN-COUNT
                   INDEXED BY WS-PEN-IDX.
               10  WS-PEN-TBL-PORTFOLIO  PIC X(08).
               10  WS-PEN-TBL-ENTITY     PIC X(04).
       01  WS-PEN-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-PEN-FOUND          VALUE 'Y'.

      *--  The closing itself, one entry per portfolio with a YTD
      *--  balance for the year, built before anything is written so
      *--  a missing retained-earnings account refuses the whole run.
       01  WS-CLS-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CLS-COUNT
                   INDEXED BY WS-CLS-IDX.
               10  WS-CLS-TBL-PORTFOLIO  PIC X(08).
               10  WS-CLS-TBL-ENTITY     PIC X(04).
               10  WS-CLS-TBL-REALIZED-ACCT  PIC X(10).
               10  WS-CLS-TBL-UNREAL-ACCT    PIC X(10).
               10  WS-CLS-TBL-YTD-REAL   PIC S9(13)V99 COMP-3.
               10  WS-CLS-TBL-YTD-UNREAL PIC S9(13)V99 COMP-3.
       01  WS-CLS-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-ENTITY-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DORMANT-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-POST-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PNL-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-PNL-DESC               PIC X(20) VALUE SPACES.
       01  WS-POST-PORTFOLIO         PIC X(08) VALUE SPACES.
       01  WS-POST-ENTITY            PIC X(04) VALUE SPACES.

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
                   VALUE 'YEAR-END P&L CLOSE TO RETAINED EARNINGS'.
           05  FILLER                PIC X(13) VALUE 'FISCAL YEAR: '.
           05  HDR-CLOSE-YEAR        PIC X(04).
           05  FILLER                PIC X(12) VALUE '  RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(11) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(08) VALUE 'ENTITY'.
           05  FILLER                PIC X(22) VALUE 'ENTITY NAME'.
           05  FILLER                PIC X(18) VALUE 'YTD REALIZED'.
           05  FILLER                PIC X(18) VALUE 'YTD UNREALIZED'.
           05  FILLER                PIC X(12) VALUE 'RETAINED'.
           05  FILLER                PIC X(30) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-ENTITY            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY-NAME       PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-YTD-REAL          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-YTD-UNREAL        PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-RETAINED          PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-STATUS            PIC X(30).

       01  WS-MESSAGE-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  MSG-TEXT              PIC X(80).

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
           05  FILLER                PIC X(20)
                   VALUE 'PORTFOLIOS CLOSED: '.
           05  SUM-CLOSED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  ENTRIES WRITTEN:'.
           05  SUM-ENTRIES           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(22)
                   VALUE '  NO POSTING IN YEAR: '.
           05  SUM-NO-ENTITY         PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-CLOSE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-CHECK-GATES
           IF NOT WS-REFUSED
               PERFORM 2000-BUILD-CLOSING
           END-IF
           IF NOT WS-REFUSED
               PERFORM 3000-WRITE-CLOSING-ENTRIES
               PERFORM 3500-WRITE-ENTITY-TRAILERS
           ELSE
               MOVE WS-REFUSE-TEXT TO MSG-TEXT
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
           END-IF
           PERFORM 3600-WRITE-JOURNAL-TRAILER
           IF NOT WS-REFUSED
                   AND WS-NET-AMOUNT = ZERO
                   AND WS-ENT-UNBALANCED-COUNT = ZERO
                   AND WS-ENT-DROPPED-COUNT = ZERO
                   AND WS-CLS-DROPPED-COUNT = ZERO
               PERFORM 3700-RECORD-YEAR-CLOSED
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-CLOSE-YEAR FROM ENVIRONMENT 'GLYEC-YEAR'
           IF WS-CLOSE-YEAR = SPACES OR WS-CLOSE-YEAR NOT NUMERIC
               COMPUTE WS-CLOSE-YEAR-NUM = WS-RUN-YYYY - 1
           END-IF
           STRING WS-CLOSE-YEAR '12' DELIMITED BY SIZE
               INTO WS-CLOSE-PERIOD
           STRING WS-CLOSE-YEAR '1231' DELIMITED BY SIZE
               INTO WS-CLOSE-DATE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT CLOSE-REPORT
           MOVE WS-CLOSE-YEAR TO HDR-CLOSE-YEAR
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

      *----------------------------------------------------------------
      *  1500-CHECK-GATES refuses the run unless December is closed
      *  and the year has not been closed before.
      *----------------------------------------------------------------
       1500-CHECK-GATES.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PER-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PER-PERIOD = WS-CLOSE-PERIOD
                                   AND PER-CLOSED
                               MOVE 'Y' TO WS-DECEMBER-CLOSED-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-YCL-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ CLOSE-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF YCL-YEAR = WS-CLOSE-YEAR
                               MOVE 'Y' TO WS-ALREADY-CLOSED-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-CONTROL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-DECEMBER-CLOSED
               MOVE 'Y' TO WS-REFUSE-IND
               MOVE 'A001' TO WS-REFUSE-CODE
               STRING 'REFUSED: PERIOD ' WS-CLOSE-PERIOD
                      ' IS NOT CLOSED ON PERDCTL'
                   DELIMITED BY SIZE INTO WS-REFUSE-TEXT
           ELSE
               IF WS-ALREADY-CLOSED
                   MOVE 'Y' TO WS-REFUSE-IND
                   MOVE 'A002' TO WS-REFUSE-CODE
                   STRING 'REFUSED: FISCAL YEAR ' WS-CLOSE-YEAR
                          ' HAS ALREADY BEEN CLOSED'
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-BUILD-CLOSING loads the references and then every
      *  portfolio's year-end YTD totals into the closing table.
      *----------------------------------------------------------------
       2000-BUILD-CLOSING.
           PERFORM 2100-LOAD-ACCOUNT-MAP
           PERFORM 2150-LOAD-ENTITY-MASTER
           PERFORM 2200-LOAD-POSTING-ENTITIES
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-FILE-OK
               MOVE 'Y' TO WS-PRD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-REFUSE-IND
               MOVE 'E001' TO WS-REFUSE-CODE
               MOVE 'REFUSED: PNLPERD.DAT NOT AVAILABLE'
                   TO WS-REFUSE-TEXT
           END-IF
           WRITE RPT-LINE FROM WS-COLUMN-LINE
           PERFORM UNTIL WS-EOF
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2300-CLOSE-ONE-PORTFOLIO
               END-READ
           END-PERFORM
           IF WS-PRD-OPEN-OK
               CLOSE PERIOD-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-REFUSED AND WS-ROLLED-COUNT > ZERO
               MOVE 'Y' TO WS-REFUSE-IND
               MOVE 'A003' TO WS-REFUSE-CODE
               MOVE 'REFUSED: PNLPERD HAS ROLLED INTO THE NEXT YEAR'
                   TO WS-REFUSE-TEXT
           END-IF
           IF NOT WS-REFUSED AND WS-NO-RETAINED-COUNT > ZERO
               MOVE 'Y' TO WS-REFUSE-IND
               MOVE 'A004' TO WS-REFUSE-CODE
               MOVE 'REFUSED: ENTITY WITH NO RETAINED-EARNINGS ACCOUNT'
                   TO WS-REFUSE-TEXT
           END-IF
           .

       2100-LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-GLA-COUNT
           MOVE ZERO TO WS-RET-COUNT
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLA-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF GLE-ENTITY-RECORD
                               IF WS-RET-COUNT < 50
                                   ADD 1 TO WS-RET-COUNT
                                   MOVE GLE-ENTITY-CODE TO
                                     WS-RET-TBL-ENTITY (WS-RET-COUNT)
                                   MOVE GLE-RETAINED-ACCT TO
                                     WS-RET-TBL-ACCOUNT (WS-RET-COUNT)
                               END-IF
                           ELSE
                               IF WS-GLA-COUNT < 200
                                   ADD 1 TO WS-GLA-COUNT
                                   MOVE GLA-PORTFOLIO-ID TO
                                     WS-GLA-TBL-PORTFOLIO (WS-GLA-COUNT)
                                   MOVE GLA-REALIZED-ACCT TO
                                     WS-GLA-TBL-REALIZED (WS-GLA-COUNT)
                                   MOVE GLA-UNREALIZED-ACCT TO
                                     WS-GLA-TBL-UNREALIZED
                                         (WS-GLA-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2150-LOAD-ENTITY-MASTER.
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
      *  2200-LOAD-POSTING-ENTITIES keeps, per portfolio, the entity
      *  on its last sent-history record dated in the year being
      *  closed -- where its P&L actually sits in the ledger.
      *----------------------------------------------------------------
       2200-LOAD-POSTING-ENTITIES.
           MOVE ZERO TO WS-PEN-COUNT
           OPEN INPUT SENT-HISTORY-FILE
           IF NOT WS-SNT-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ SENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SNT-BUSINESS-DATE (1:4) = WS-CLOSE-YEAR
                           PERFORM 2250-HOLD-POSTING-ENTITY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNT-FILE-OK
               CLOSE SENT-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2250-HOLD-POSTING-ENTITY.
           MOVE 'N' TO WS-PEN-FOUND-IND
           IF WS-PEN-COUNT > ZERO
               SET WS-PEN-IDX TO 1
               SEARCH WS-PEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PEN-TBL-PORTFOLIO (WS-PEN-IDX)
                           = SNT-PORTFOLIO-ID
                       MOVE SNT-ENTITY-CODE
                           TO WS-PEN-TBL-ENTITY (WS-PEN-IDX)
                       MOVE 'Y' TO WS-PEN-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-PEN-FOUND AND WS-PEN-COUNT < 2000
               ADD 1 TO WS-PEN-COUNT
               MOVE SNT-PORTFOLIO-ID
                   TO WS-PEN-TBL-PORTFOLIO (WS-PEN-COUNT)
               MOVE SNT-ENTITY-CODE TO WS-PEN-TBL-ENTITY (WS-PEN-COUNT)
           END-IF
           .

      *----------------------------------------------------------------
      *  2300-CLOSE-ONE-PORTFOLIO sorts one period record: a record
      *  already posted into the next year means this is not the
      *  year-end generation; one last posted before the year had no
      *  P&L in it; otherwise its YTD totals are queued for closing
      *  against its entity's retained-earnings account.
      *----------------------------------------------------------------
       2300-CLOSE-ONE-PORTFOLIO.
           MOVE SPACES TO DTL-RETAINED
           MOVE PRD-PORTFOLIO-ID TO DTL-PORTFOLIO
           MOVE SPACES TO DTL-ENTITY
           MOVE SPACES TO DTL-ENTITY-NAME
           MOVE PRD-YTD-REALIZED TO DTL-YTD-REAL
           MOVE PRD-YTD-UNREALIZED TO DTL-YTD-UNREAL
           EVALUATE TRUE
               WHEN PRD-LAST-POSTED-DATE (1:4) > WS-CLOSE-YEAR
                   ADD 1 TO WS-ROLLED-COUNT
                   MOVE 'POSTED INTO NEXT YEAR' TO DTL-STATUS
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               WHEN PRD-LAST-POSTED-DATE (1:4) < WS-CLOSE-YEAR
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN PRD-YTD-REALIZED = ZERO
                       AND PRD-YTD-UNREALIZED = ZERO
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN OTHER
                   PERFORM 2350-QUEUE-PORTFOLIO
           END-EVALUATE
           .

       2350-QUEUE-PORTFOLIO.
           MOVE 'N' TO WS-PEN-FOUND-IND
           IF WS-PEN-COUNT > ZERO
               SET WS-PEN-IDX TO 1
               SEARCH WS-PEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PEN-TBL-PORTFOLIO (WS-PEN-IDX)
                           = PRD-PORTFOLIO-ID
                       MOVE 'Y' TO WS-PEN-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-PEN-FOUND
               ADD 1 TO WS-NO-ENTITY-COUNT
               MOVE 'NOT SENT TO GL IN YEAR - SKIPPED' TO DTL-STATUS
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE WS-PEN-TBL-ENTITY (WS-PEN-IDX) TO DTL-ENTITY
               MOVE WS-PEN-TBL-ENTITY (WS-PEN-IDX) TO WS-LOOKUP-ENTITY
               PERFORM 2950-FIND-ENTITY-NAME
               MOVE WS-ENTITY-NAME TO DTL-ENTITY-NAME
               MOVE WS-PEN-TBL-ENTITY (WS-PEN-IDX) TO WS-POST-ENTITY
               PERFORM 2900-FIND-RETAINED-ACCOUNT
               IF NOT WS-RET-FOUND
                   ADD 1 TO WS-NO-RETAINED-COUNT
                   MOVE 'NO RETAINED-EARNINGS ACCOUNT' TO DTL-STATUS
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               ELSE
                   IF WS-CLS-COUNT NOT < 2000
                       ADD 1 TO WS-CLS-DROPPED-COUNT
                       MOVE 'TABLE FULL - NOT CLOSED' TO DTL-STATUS
                       WRITE RPT-LINE FROM WS-DETAIL-LINE
                   ELSE
                       PERFORM 2400-ADD-CLOSING-ENTRY
                       MOVE WS-RET-ACCOUNT TO DTL-RETAINED
                       MOVE 'CLOSED' TO DTL-STATUS
                       WRITE RPT-LINE FROM WS-DETAIL-LINE
                   END-IF
               END-IF
           END-IF
           .

       2400-ADD-CLOSING-ENTRY.
           ADD 1 TO WS-CLS-COUNT
           SET WS-CLS-IDX TO WS-CLS-COUNT
           MOVE PRD-PORTFOLIO-ID TO WS-CLS-TBL-PORTFOLIO (WS-CLS-IDX)
           MOVE WS-POST-ENTITY TO WS-CLS-TBL-ENTITY (WS-CLS-IDX)
           MOVE WS-SUSP-REALIZED-ACCT
               TO WS-CLS-TBL-REALIZED-ACCT (WS-CLS-IDX)
           MOVE WS-SUSP-UNREAL-ACCT
               TO WS-CLS-TBL-UNREAL-ACCT (WS-CLS-IDX)
           IF WS-GLA-COUNT > ZERO
               SET WS-GLA-IDX TO 1
               SEARCH WS-GLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GLA-TBL-PORTFOLIO (WS-GLA-IDX)
                           = PRD-PORTFOLIO-ID
                       MOVE WS-GLA-TBL-REALIZED (WS-GLA-IDX)
                           TO WS-CLS-TBL-REALIZED-ACCT (WS-CLS-IDX)
                       MOVE WS-GLA-TBL-UNREALIZED (WS-GLA-IDX)
                           TO WS-CLS-TBL-UNREAL-ACCT (WS-CLS-IDX)
               END-SEARCH
           END-IF
           MOVE PRD-YTD-REALIZED TO WS-CLS-TBL-YTD-REAL (WS-CLS-IDX)
           MOVE PRD-YTD-UNREALIZED
               TO WS-CLS-TBL-YTD-UNREAL (WS-CLS-IDX)
           .

       2900-FIND-RETAINED-ACCOUNT.
           MOVE 'N' TO WS-RET-FOUND-IND
           MOVE SPACES TO WS-RET-ACCOUNT
           IF WS-RET-COUNT > ZERO
               SET WS-RET-IDX TO 1
               SEARCH WS-RET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RET-TBL-ENTITY (WS-RET-IDX) = WS-POST-ENTITY
                       MOVE WS-RET-TBL-ACCOUNT (WS-RET-IDX)
                           TO WS-RET-ACCOUNT
                       MOVE 'Y' TO WS-RET-FOUND-IND
               END-SEARCH
           END-IF
           IF WS-RET-ACCOUNT = SPACES
               MOVE 'N' TO WS-RET-FOUND-IND
           END-IF
           .

      *----------------------------------------------------------------
      *  2950-FIND-ENTITY-NAME sets WS-ENTITY-NAME for
      *  WS-LOOKUP-ENTITY off the entity master; the blank entity is
      *  unassigned, and a code the master does not carry says so.
      *----------------------------------------------------------------
       2950-FIND-ENTITY-NAME.
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

       3000-WRITE-CLOSING-ENTRIES.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
               MOVE WS-CLS-TBL-PORTFOLIO (WS-CLS-IDX)
                   TO WS-POST-PORTFOLIO
               MOVE WS-CLS-TBL-ENTITY (WS-CLS-IDX) TO WS-POST-ENTITY
               PERFORM 2900-FIND-RETAINED-ACCOUNT
               IF WS-CLS-TBL-YTD-REAL (WS-CLS-IDX) NOT = ZERO
                   MOVE WS-CLS-TBL-YTD-REAL (WS-CLS-IDX)
                       TO WS-POST-AMOUNT
                   MOVE WS-CLS-TBL-REALIZED-ACCT (WS-CLS-IDX)
                       TO WS-PNL-ACCOUNT
                   MOVE 'YEAR-END CLOSE RLZD' TO WS-PNL-DESC
                   PERFORM 3100-WRITE-CLOSING-PAIR
               END-IF
               IF WS-CLS-TBL-YTD-UNREAL (WS-CLS-IDX) NOT = ZERO
                   MOVE WS-CLS-TBL-YTD-UNREAL (WS-CLS-IDX)
                       TO WS-POST-AMOUNT
                   MOVE WS-CLS-TBL-UNREAL-ACCT (WS-CLS-IDX)
                       TO WS-PNL-ACCOUNT
                   MOVE 'YEAR-END CLOSE UNRL' TO WS-PNL-DESC
                   PERFORM 3100-WRITE-CLOSING-PAIR
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3100-WRITE-CLOSING-PAIR reverses WS-POST-AMOUNT out of the
      *  P&L account into retained earnings -- the mirror of
      *  GLEXTR00's balanced pair: a year's gain (credited as it was
      *  earned) debits the P&L account and credits retained
      *  earnings; a loss the other way round.
      *----------------------------------------------------------------
       3100-WRITE-CLOSING-PAIR.
           IF WS-POST-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-POST-AMOUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE WS-PNL-ACCOUNT TO JRN-ACCOUNT
           IF WS-POST-AMOUNT < ZERO
               MOVE 'C' TO JRN-DR-CR-IND
           ELSE
               MOVE 'D' TO JRN-DR-CR-IND
           END-IF
           PERFORM 3190-WRITE-JOURNAL-ENTRY
           MOVE WS-RET-ACCOUNT TO JRN-ACCOUNT
           IF WS-POST-AMOUNT < ZERO
               MOVE 'D' TO JRN-DR-CR-IND
           ELSE
               MOVE 'C' TO JRN-DR-CR-IND
           END-IF
           PERFORM 3190-WRITE-JOURNAL-ENTRY
           .

       3190-WRITE-JOURNAL-ENTRY.
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE WS-POST-PORTFOLIO TO JRN-PORTFOLIO-ID
           MOVE WS-CLOSE-DATE TO JRN-TRADE-DATE
           MOVE WS-PNL-DESC TO JRN-DESCRIPTION
           MOVE WS-POST-ENTITY TO JRN-ENTITY-CODE
           WRITE JRN-REC
           ADD 1 TO WS-ENTRY-COUNT
           IF JRN-DEBIT
               ADD WS-ABS-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 3195-ACCUMULATE-ENTITY-NET
           .

       3195-ACCUMULATE-ENTITY-NET.
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
      *  3500-WRITE-ENTITY-TRAILERS writes one 'ENTTRL  ' control
      *  record per legal entity, and the same figures on the report,
      *  so Finance can prove each entity's close nets to zero.
      *----------------------------------------------------------------
       3500-WRITE-ENTITY-TRAILERS.
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
               PERFORM 2950-FIND-ENTITY-NAME
               MOVE WS-ENTITY-NAME TO ENL-ENTITY-NAME
               MOVE WS-ENT-TBL-ENTRIES (WS-ENT-IDX) TO ENL-ENTRIES
               MOVE WS-ENT-TBL-NET (WS-ENT-IDX) TO ENL-NET
               WRITE RPT-LINE FROM WS-ENTITY-LINE
           END-PERFORM
           .

       3600-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JRN-REC
           MOVE 'TRAILER ' TO JRT-ID
           MOVE WS-ENTRY-COUNT TO JRT-ENTRY-COUNT
           MOVE WS-NET-AMOUNT TO JRT-NET-AMOUNT
           WRITE JRN-REC
           CLOSE GL-JOURNAL-FILE
           .

      *----------------------------------------------------------------
      *  3700-RECORD-YEAR-CLOSED adds the year to the close control
      *  file, which is what refuses a second run for it.  The
      *  first-ever close starts the file.
      *----------------------------------------------------------------
       3700-RECORD-YEAR-CLOSED.
           OPEN EXTEND CLOSE-CONTROL-FILE
           IF WS-YCL-FILE-MISSING
               OPEN OUTPUT CLOSE-CONTROL-FILE
           END-IF
           MOVE WS-CLOSE-YEAR TO YCL-YEAR
           MOVE WS-RUN-DATE TO YCL-RUN-DATE
           MOVE WS-RUN-TOKEN TO YCL-RUN-TOKEN
           MOVE WS-ENTRY-COUNT TO YCL-ENTRY-COUNT
           MOVE WS-CLS-COUNT TO YCL-PORTFOLIO-COUNT
           WRITE YCL-REC
           CLOSE CLOSE-CONTROL-FILE
           .

       9999-TERMINATE.
           MOVE WS-CLS-COUNT TO SUM-CLOSED
           MOVE WS-ENTRY-COUNT TO SUM-ENTRIES
           MOVE WS-NO-ENTITY-COUNT TO SUM-NO-ENTITY
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE CLOSE-REPORT
           DISPLAY 'GLYEC00 FISCAL YEAR: ' WS-CLOSE-YEAR
           DISPLAY 'GLYEC00 PORTFOLIOS CLOSED: ' WS-CLS-COUNT
           DISPLAY 'GLYEC00 JOURNAL ENTRIES WRITTEN: ' WS-ENTRY-COUNT
           DISPLAY 'GLYEC00 NOT SENT TO GL IN YEAR: '
               WS-NO-ENTITY-COUNT
           IF WS-REFUSED
               DISPLAY 'GLYEC00 ' WS-REFUSE-TEXT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when PNLPERD.DAT is missing, an
      *  application error when a gate refused the run or the journal
      *  does not net to zero (it must not be sent, and the year is
      *  not marked closed), a warning when portfolios with YTD P&L
      *  were never sent to the ledger in the year, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'GLYEC00' TO RC-ERROR-PROGRAM-ID
           IF WS-REFUSED AND WS-REFUSE-CODE = 'E001'
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'PNLPERD MISSING' TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-REFUSED
                   MOVE WS-REFUSE-CODE TO RC-ERROR-CODE
                   MOVE WS-REFUSE-TEXT TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-NET-AMOUNT NOT = ZERO
                           OR WS-ENT-UNBALANCED-COUNT > ZERO
                           OR WS-ENT-DROPPED-COUNT > ZERO
                           OR WS-CLS-DROPPED-COUNT > ZERO
                       MOVE 'A005' TO RC-ERROR-CODE
                       MOVE 'CLOSING JOURNAL INCOMPLETE - DO NOT SEND'
                           TO RC-ERROR-TEXT
                       SET RC-APPLICATION-ERROR TO TRUE
                       DISPLAY RC-ERROR-MESSAGE
                   ELSE
                       IF WS-NO-ENTITY-COUNT > ZERO
                           MOVE 'W001' TO RC-ERROR-CODE
                           MOVE 'YTD P&L NEVER SENT TO GL - NOT CLOSED'
                               TO RC-ERROR-TEXT
                           SET RC-WARNING TO TRUE
                           DISPLAY RC-ERROR-MESSAGE
                       ELSE
                           SET RC-NORMAL TO TRUE
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
           MOVE 'GLYEC00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
