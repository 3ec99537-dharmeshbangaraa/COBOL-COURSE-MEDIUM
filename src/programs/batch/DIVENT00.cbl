       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DIVENT00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  DIVENT00 -- DIVIDEND ENTITLEMENT GENERATION
      *  A dividend reached the books only when someone worked out
      *  which portfolios held the security on the record date and
      *  keyed a T3 cash event for each one into a feed, and a missed
      *  one surfaced as a client complaint.  This step runs after the
      *  calc, on the night's closing inventory, and works every
      *  announcement on DIVANN.DAT (see DIVANN.cpy) whose record date
      *  has been reached and which the audit file does not already
      *  show as done:
      *    - every open POSINV.DAT lot in the announced instrument,
      *      opened on or before the record date and holding a
      *      quantity, is entitled; a portfolio's lots are summed so
      *      each portfolio gets one cash event per announcement
      *      (a short lot nets off as a payment);
      *    - each cash event -- a 'T3' record at quantity times rate,
      *      channel 'DV', event code 'DIVD', dated the record date and
      *      settling on the pay date -- goes onto the staged feed
      *      BCHTRN4.DAT with its own BCHCTL4.DAT control record, which
      *      the next run's UTLMRG00 merges as feed 4;
      *    - one audit record per entitlement, and one completion
      *      record per announcement, are appended to DIVAUD.DAT;
      *    - DIVENT.PRT lists every entitlement and every announcement
      *      worked, with any that were late or malformed.
      *
      *  The staged feed is rewritten every run, so it only ever holds
      *  the one night's events; a rerun of the same night stages the
      *  events it already generated again rather than losing them,
      *  but writes no second audit.  Backing a night out (UTLBKO00)
      *  puts back the feed that night merged, and its rerun here
      *  stages the next night's events again.  An announcement
      *  worked after its record date has passed (keyed late, or a
      *  missed night) still sees only lots opened by the record
      *  date, but a lot closed since then is no longer on the
      *  inventory -- it is reported as late so the desk can check
      *  for one.  Channel 'DV' must be active on CHANREF.DAT for the
      *  events to pass the feed validation.  A malformed announcement
      *  is listed as rejected and retried every night until the desk
      *  corrects it.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIV-ANNOUNCE-FILE ASSIGN TO 'DIVANN.DAT'
               FILE STATUS IS WS-DVA-FILE-STATUS.
           SELECT DIV-AUDIT-FILE ASSIGN TO 'DIVAUD.DAT'
               FILE STATUS IS WS-DAU-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT STAGED-FEED-FILE ASSIGN TO 'BCHTRN4.DAT'.
           SELECT STAGED-CONTROL-FILE ASSIGN TO 'BCHCTL4.DAT'.
           SELECT ENTITLEMENT-REPORT ASSIGN TO 'DIVENT.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIV-ANNOUNCE-FILE.
           COPY DIVANN.

       FD  DIV-AUDIT-FILE.
           COPY DIVAUD.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy);
      *--  read only here.
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Staged feed in the incoming transaction layout; UTLMRG00
      *--  stamps the source tag when it merges it.
       FD  STAGED-FEED-FILE.
           COPY TRNREC.

      *--  Same per-feed control record UTLMRG00 checks the feed
      *--  against.
       FD  STAGED-CONTROL-FILE.
       01  FCTL-REC.
           05  FCTL-EXPECTED-COUNT   PIC 9(09).
           05  FCTL-EXPECTED-TOTAL   PIC S9(13)V99.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  ENTITLEMENT-REPORT.
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
       01  WS-DVA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DVA-FILE-OK        VALUE '00'.
           88  WS-DVA-FILE-MISSING   VALUE '35'.
       01  WS-DAU-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DAU-FILE-OK        VALUE '00'.
           88  WS-DAU-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-INV-ERROR-IND          PIC X(01) VALUE 'N'.
           88  WS-INV-ERROR          VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Tonight's due announcements: record date reached, not yet
      *--  marked done on an earlier night.  WS-DAT-TBL-STATE is 'P'
      *--  pending (to generate), 'T' already generated earlier
      *--  tonight (staged again, no new audit), 'D' done on an
      *--  earlier night, 'R' rejected as malformed, 'F' not
      *--  generated because the entitlement table filled.
       01  WS-DAT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DAT-TABLE.
           05  WS-DAT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DAT-COUNT
                   INDEXED BY WS-DAT-IDX.
               10  WS-DAT-TBL-ANNOUNCE-ID PIC X(12).
               10  WS-DAT-TBL-INSTRUMENT PIC X(12).
               10  WS-DAT-TBL-RECORD-DATE PIC X(08).
               10  WS-DAT-TBL-PAY-DATE   PIC X(08).
               10  WS-DAT-TBL-CURRENCY   PIC X(03).
               10  WS-DAT-TBL-RATE       PIC 9(05)V9(06) COMP-3.
               10  WS-DAT-TBL-STATE      PIC X(01).
                   88  WS-DAT-PENDING    VALUE 'P'.
                   88  WS-DAT-TONIGHT    VALUE 'T'.
                   88  WS-DAT-DONE       VALUE 'D'.
                   88  WS-DAT-REJECTED   VALUE 'R'.
                   88  WS-DAT-TABLE-FULL VALUE 'F'.
               10  WS-DAT-TBL-HOLDERS    PIC 9(05) COMP-3.
               10  WS-DAT-TBL-TOTAL      PIC S9(13)V99 COMP-3.
       01  WS-DAT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  One entry per portfolio entitled under a working
      *--  announcement (WS-ENT-TBL-DAT-NUM is its slot in the table
      *--  above); the lots are summed into it as the inventory is
      *--  read.  The entity is the first lot's.
       01  WS-ENT-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ENT-COUNT
                   INDEXED BY WS-ENT-IDX.
               10  WS-ENT-TBL-DAT-NUM    PIC 9(03) COMP-3.
               10  WS-ENT-TBL-PORTFOLIO  PIC X(08).
               10  WS-ENT-TBL-ENTITY     PIC X(04).
               10  WS-ENT-TBL-LOTS       PIC 9(07) COMP-3.
               10  WS-ENT-TBL-QUANTITY   PIC S9(11)V9(04) COMP-3.
               10  WS-ENT-TBL-AMOUNT     PIC S9(13)V99 COMP-3.

       01  WS-DAT-NUM                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-ENT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-ENT-FOUND          VALUE 'Y'.

       01  WS-LOTS-READ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-LOTS-ENTITLED-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-WORKING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-GENERATED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DONE-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-LATE-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-FULL-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-EVENT-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-EVENT-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'DIVIDEND ENTITLEMENTS'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(14) VALUE 'ANNOUNCEMENT'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(06) VALUE 'ENTY'.
           05  FILLER                PIC X(07) VALUE ' LOTS'.
           05  FILLER                PIC X(19)
                   VALUE '    QUANTITY HELD'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(19)
                   VALUE '           AMOUNT'.
           05  FILLER                PIC X(08) VALUE 'PAY DATE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-ANNOUNCE-ID       PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LOTS              PIC Z(04)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-QUANTITY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT            PIC Z(12)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PAY-DATE          PIC X(08).

       01  WS-NO-ENTITLEMENT-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO ENTITLEMENTS GENERATED'.

       01  WS-ANNOUNCE-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'ANNOUNCEMENTS WORKED THIS RUN'.

       01  WS-ANNOUNCE-HEADER-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(14) VALUE 'ANNOUNCEMENT'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(10) VALUE 'RECORD DT'.
           05  FILLER                PIC X(10) VALUE 'PAY DATE'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(14)
                   VALUE 'RATE PER UNIT'.
           05  FILLER                PIC X(28) VALUE 'RESULT'.
           05  FILLER                PIC X(07) VALUE 'HOLDERS'.
           05  FILLER                PIC X(18)
                   VALUE '            TOTAL'.

       01  WS-ANNOUNCE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ANN-ANNOUNCE-ID       PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-RECORD-DATE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-PAY-DATE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-RATE              PIC Z(04)9.999999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-RESULT            PIC X(26).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-HOLDERS           PIC Z(04)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ANN-TOTAL             PIC Z(12)9.99-.

       01  WS-NO-ANNOUNCE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO DIVIDEND ANNOUNCEMENTS DUE'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(12) VALUE 'LOTS READ: '.
           05  SUM-LOTS-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  LOTS ENTITLED:'.
           05  SUM-LOTS-ENTITLED     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE '  EVENTS: '.
           05  SUM-EVENTS            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  GENERATED: '.
           05  SUM-GENERATED         PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  REJECTED: '.
           05  SUM-REJECTED          PIC ZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE '  LATE: '.
           05  SUM-LATE              PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(30)
                   VALUE 'STAGED FOR NEXT RUN: BCHTRN4 '.
           05  FILLER                PIC X(08) VALUE 'TOTAL: '.
           05  SUM-EVENT-TOTAL       PIC Z(12)9.99-.
           05  FILLER                PIC X(25)
                   VALUE '  DONE ON EARLIER RUNS: '.
           05  SUM-DONE              PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-ENTITLE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-DUE-ANNOUNCEMENTS
           PERFORM 1200-MARK-DONE-ANNOUNCEMENTS
           IF WS-WORKING-COUNT > ZERO
               PERFORM 2000-FIND-ENTITLEMENTS
           END-IF
           PERFORM 3000-STAGE-CASH-EVENTS
           PERFORM 3200-WRITE-AUDIT
           PERFORM 3500-WRITE-ANNOUNCE-LIST
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           OPEN OUTPUT ENTITLEMENT-REPORT
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

      *----------------------------------------------------------------
      *  1100-LOAD-DUE-ANNOUNCEMENTS keeps every announcement whose
      *  record date has been reached, rejecting the malformed ones
      *  here so the inventory pass only ever sees announcements it
      *  can pay.  A missing file means no announcements tonight.
      *----------------------------------------------------------------
       1100-LOAD-DUE-ANNOUNCEMENTS.
           MOVE ZERO TO WS-DAT-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DIV-ANNOUNCE-FILE
           IF WS-DVA-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ DIV-ANNOUNCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DVA-RECORD-DATE NOT > WS-RUN-DATE
                               PERFORM 1150-KEEP-ONE-ANNOUNCEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIV-ANNOUNCE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-KEEP-ONE-ANNOUNCEMENT.
           IF WS-DAT-COUNT NOT < 500
               ADD 1 TO WS-DAT-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-DAT-COUNT
               SET WS-DAT-IDX TO WS-DAT-COUNT
               MOVE DVA-ANNOUNCEMENT-ID
                   TO WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-IDX)
               MOVE DVA-INSTRUMENT-ID
                   TO WS-DAT-TBL-INSTRUMENT (WS-DAT-IDX)
               MOVE DVA-RECORD-DATE
                   TO WS-DAT-TBL-RECORD-DATE (WS-DAT-IDX)
               MOVE DVA-PAY-DATE TO WS-DAT-TBL-PAY-DATE (WS-DAT-IDX)
               MOVE DVA-CURRENCY-CODE
                   TO WS-DAT-TBL-CURRENCY (WS-DAT-IDX)
               MOVE DVA-RATE-PER-UNIT TO WS-DAT-TBL-RATE (WS-DAT-IDX)
               MOVE ZERO TO WS-DAT-TBL-HOLDERS (WS-DAT-IDX)
               MOVE ZERO TO WS-DAT-TBL-TOTAL (WS-DAT-IDX)
               MOVE 'P' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
               IF DVA-ANNOUNCEMENT-ID = SPACES
                       OR DVA-INSTRUMENT-ID = SPACES
                       OR DVA-CURRENCY-CODE = SPACES
                   MOVE 'R' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
               END-IF
               IF DVA-RATE-PER-UNIT NOT NUMERIC
                   MOVE 'R' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
                   MOVE ZERO TO WS-DAT-TBL-RATE (WS-DAT-IDX)
               ELSE
                   IF DVA-RATE-PER-UNIT = ZERO
                       MOVE 'R' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
                   END-IF
               END-IF
               IF DVA-RECORD-DATE NOT NUMERIC
                       OR DVA-PAY-DATE NOT NUMERIC
                   MOVE 'R' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
               ELSE
                   IF DVA-PAY-DATE < DVA-RECORD-DATE
                       MOVE 'R' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1200-MARK-DONE-ANNOUNCEMENTS reads the audit file's completion
      *  records: an announcement completed on an earlier night is
      *  done; one completed earlier tonight (a rerun) is staged
      *  again but not audited again.  What is left to work is
      *  counted for the inventory pass.
      *----------------------------------------------------------------
       1200-MARK-DONE-ANNOUNCEMENTS.
           IF WS-DAT-COUNT > ZERO
               OPEN INPUT DIV-AUDIT-FILE
               IF WS-DAU-FILE-OK
                   PERFORM UNTIL WS-EOF
                       READ DIV-AUDIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF DAU-ANNOUNCE-DONE
                                   PERFORM 1250-MARK-ONE-DONE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIV-AUDIT-FILE
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM VARYING WS-DAT-IDX FROM 1 BY 1
                   UNTIL WS-DAT-IDX > WS-DAT-COUNT
               IF WS-DAT-PENDING (WS-DAT-IDX)
                       OR WS-DAT-TONIGHT (WS-DAT-IDX)
                   ADD 1 TO WS-WORKING-COUNT
               END-IF
               IF WS-DAT-DONE (WS-DAT-IDX)
                   ADD 1 TO WS-DONE-COUNT
               END-IF
               IF WS-DAT-REJECTED (WS-DAT-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM
           .

       1250-MARK-ONE-DONE.
           SET WS-DAT-IDX TO 1
           SEARCH WS-DAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-IDX)
                       = DAU-ANNOUNCEMENT-ID
                   IF DAU-RUN-DATE = WS-RUN-DATE
                       MOVE 'T' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
                   ELSE
                       MOVE 'D' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
                   END-IF
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  2000-FIND-ENTITLEMENTS passes POSINV.DAT once, read only,
      *  summing every entitled lot into its portfolio's entry under
      *  each announcement it qualifies for.  The inventory must be
      *  there: a missing or unreadable one fails the step before any
      *  announcement is marked done, rather than recording a
      *  dividend as having no holders.
      *----------------------------------------------------------------
       2000-FIND-ENTITLEMENTS.
           OPEN INPUT POSITION-INV-FILE
           IF NOT WS-INV-FILE-OK
               MOVE 'Y' TO WS-INV-ERROR-IND
           ELSE
               PERFORM UNTIL WS-EOF
                   READ POSITION-INV-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOTS-READ-COUNT
                           PERFORM 2100-CHECK-ONE-LOT
                   END-READ
               END-PERFORM
               CLOSE POSITION-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               MOVE WS-ENT-TBL-DAT-NUM (WS-ENT-IDX) TO WS-DAT-NUM
               COMPUTE WS-ENT-TBL-AMOUNT (WS-ENT-IDX) ROUNDED =
                   WS-ENT-TBL-QUANTITY (WS-ENT-IDX)
                   * WS-DAT-TBL-RATE (WS-DAT-NUM)
               ADD 1 TO WS-DAT-TBL-HOLDERS (WS-DAT-NUM)
               ADD WS-ENT-TBL-AMOUNT (WS-ENT-IDX)
                   TO WS-DAT-TBL-TOTAL (WS-DAT-NUM)
           END-PERFORM
           .

       2100-CHECK-ONE-LOT.
           IF INV-QUANTITY NOT = ZERO
               PERFORM VARYING WS-DAT-IDX FROM 1 BY 1
                       UNTIL WS-DAT-IDX > WS-DAT-COUNT
                   IF (WS-DAT-PENDING (WS-DAT-IDX)
                           OR WS-DAT-TONIGHT (WS-DAT-IDX))
                           AND INV-INSTRUMENT-ID
                               = WS-DAT-TBL-INSTRUMENT (WS-DAT-IDX)
                           AND INV-TRADE-DATE NOT >
                               WS-DAT-TBL-RECORD-DATE (WS-DAT-IDX)
                       PERFORM 2200-ADD-LOT-TO-ENTITLEMENT
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-ADD-LOT-TO-ENTITLEMENT adds the lot at hand to its
      *  portfolio's entry for the announcement at WS-DAT-IDX, opening
      *  the entry on the portfolio's first lot.  When the table is
      *  full the announcement is held back whole -- never generated
      *  for only some of its holders -- and retried the next night.
      *----------------------------------------------------------------
       2200-ADD-LOT-TO-ENTITLEMENT.
           SET WS-DAT-NUM TO WS-DAT-IDX
           MOVE 'N' TO WS-ENT-FOUND-IND
           IF WS-ENT-COUNT > ZERO
               SET WS-ENT-IDX TO 1
               SEARCH WS-ENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENT-TBL-DAT-NUM (WS-ENT-IDX) = WS-DAT-NUM
                           AND WS-ENT-TBL-PORTFOLIO (WS-ENT-IDX)
                               = INV-PORTFOLIO-ID
                       MOVE 'Y' TO WS-ENT-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-ENT-FOUND
               IF WS-ENT-COUNT NOT < 5000
                   MOVE 'F' TO WS-DAT-TBL-STATE (WS-DAT-IDX)
               ELSE
                   ADD 1 TO WS-ENT-COUNT
                   SET WS-ENT-IDX TO WS-ENT-COUNT
                   MOVE WS-DAT-NUM TO WS-ENT-TBL-DAT-NUM (WS-ENT-IDX)
                   MOVE INV-PORTFOLIO-ID
                       TO WS-ENT-TBL-PORTFOLIO (WS-ENT-IDX)
                   MOVE INV-ENTITY-CODE
                       TO WS-ENT-TBL-ENTITY (WS-ENT-IDX)
                   MOVE ZERO TO WS-ENT-TBL-LOTS (WS-ENT-IDX)
                   MOVE ZERO TO WS-ENT-TBL-QUANTITY (WS-ENT-IDX)
                   MOVE ZERO TO WS-ENT-TBL-AMOUNT (WS-ENT-IDX)
                   MOVE 'Y' TO WS-ENT-FOUND-IND
               END-IF
           END-IF
           IF WS-ENT-FOUND
               ADD 1 TO WS-ENT-TBL-LOTS (WS-ENT-IDX)
               ADD INV-QUANTITY TO WS-ENT-TBL-QUANTITY (WS-ENT-IDX)
               ADD 1 TO WS-LOTS-ENTITLED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-STAGE-CASH-EVENTS rewrites the staged feed with one T3
      *  cash event per entitlement of every announcement worked
      *  tonight, lists each one, and closes the feed with its count
      *  and TRADE-AMT total on the control file.  The feed is
      *  written even when it is empty, so the next run never merges
      *  an earlier night's events a second time.
      *----------------------------------------------------------------
       3000-STAGE-CASH-EVENTS.
           OPEN OUTPUT STAGED-FEED-FILE
           IF NOT WS-INV-ERROR
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   MOVE WS-ENT-TBL-DAT-NUM (WS-ENT-IDX) TO WS-DAT-NUM
                   IF WS-DAT-PENDING (WS-DAT-NUM)
                           OR WS-DAT-TONIGHT (WS-DAT-NUM)
                       PERFORM 3100-WRITE-CASH-EVENT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE STAGED-FEED-FILE
           IF WS-EVENT-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-ENTITLEMENT-LINE
           END-IF
           OPEN OUTPUT STAGED-CONTROL-FILE
           MOVE WS-EVENT-COUNT TO FCTL-EXPECTED-COUNT
           MOVE WS-EVENT-TOTAL TO FCTL-EXPECTED-TOTAL
           WRITE FCTL-REC
           CLOSE STAGED-CONTROL-FILE
           .

      *--  The cash event is dated the record date, when the
      *--  entitlement arose, and settles on the pay date; cost is
      *--  zero, so the whole amount lands as cash.  Quantity stays
      *--  zero -- the units held are on the audit record, and a cash
      *--  event never touches the inventory.
       3100-WRITE-CASH-EVENT.
           MOVE SPACES TO TRN-REC
           MOVE WS-ENT-TBL-PORTFOLIO (WS-ENT-IDX) TO TRN-PORTFOLIO-ID
           MOVE WS-DAT-TBL-RECORD-DATE (WS-DAT-NUM) TO TRN-TRADE-DATE
           MOVE 'DV' TO TRN-CHANNEL-CODE
           MOVE WS-DAT-TBL-CURRENCY (WS-DAT-NUM) TO TRN-CURRENCY-CODE
           MOVE WS-ENT-TBL-AMOUNT (WS-ENT-IDX) TO TRN-TRADE-AMT
           MOVE ZERO TO TRN-COST-AMT
           MOVE ZERO TO TRN-COMMISSION-AMT
           MOVE ZERO TO TRN-FEE-AMT
           MOVE 'C' TO TRN-POSITION-STATUS
           MOVE 'T3' TO TRN-RECORD-TYPE
           MOVE WS-DAT-TBL-PAY-DATE (WS-DAT-NUM) TO TRN-SETTLEMENT-DATE
           MOVE WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-NUM)
               TO TRN-EXTERNAL-TRADE-ID
           MOVE WS-ENT-TBL-ENTITY (WS-ENT-IDX) TO TRN-ENTITY-CODE
           MOVE ZERO TO TRN-QUANTITY
           MOVE 'DIVD' TO TRN-EVENT-CODE
           MOVE WS-DAT-TBL-INSTRUMENT (WS-DAT-NUM) TO TRN-INSTRUMENT-ID
           WRITE TRN-REC
           ADD 1 TO WS-EVENT-COUNT
           ADD TRN-TRADE-AMT TO WS-EVENT-TOTAL

           MOVE WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-NUM) TO DTL-ANNOUNCE-ID
           MOVE WS-DAT-TBL-INSTRUMENT (WS-DAT-NUM) TO DTL-INSTRUMENT
           MOVE WS-ENT-TBL-PORTFOLIO (WS-ENT-IDX) TO DTL-PORTFOLIO
           MOVE WS-ENT-TBL-ENTITY (WS-ENT-IDX) TO DTL-ENTITY
           MOVE WS-ENT-TBL-LOTS (WS-ENT-IDX) TO DTL-LOTS
           MOVE WS-ENT-TBL-QUANTITY (WS-ENT-IDX) TO DTL-QUANTITY
           MOVE WS-DAT-TBL-CURRENCY (WS-DAT-NUM) TO DTL-CURRENCY
           MOVE WS-ENT-TBL-AMOUNT (WS-ENT-IDX) TO DTL-AMOUNT
           MOVE WS-DAT-TBL-PAY-DATE (WS-DAT-NUM) TO DTL-PAY-DATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  3200-WRITE-AUDIT appends the entitlement records and then the
      *  completion record for every announcement generated for the
      *  first time tonight, so no later night generates it again.
      *  Nothing is marked done when the inventory could not be read.
      *----------------------------------------------------------------
       3200-WRITE-AUDIT.
           IF NOT WS-INV-ERROR
               PERFORM VARYING WS-DAT-IDX FROM 1 BY 1
                       UNTIL WS-DAT-IDX > WS-DAT-COUNT
                   IF WS-DAT-PENDING (WS-DAT-IDX)
                       ADD 1 TO WS-GENERATED-COUNT
                       IF WS-DAT-TBL-RECORD-DATE (WS-DAT-IDX)
                               < WS-RUN-DATE
                           ADD 1 TO WS-LATE-COUNT
                       END-IF
                   END-IF
                   IF WS-DAT-TABLE-FULL (WS-DAT-IDX)
                       ADD 1 TO WS-FULL-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GENERATED-COUNT > ZERO
               OPEN EXTEND DIV-AUDIT-FILE
               IF WS-DAU-FILE-MISSING
                   OPEN OUTPUT DIV-AUDIT-FILE
               END-IF
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   MOVE WS-ENT-TBL-DAT-NUM (WS-ENT-IDX) TO WS-DAT-NUM
                   IF WS-DAT-PENDING (WS-DAT-NUM)
                       PERFORM 3210-WRITE-ENTITLEMENT-AUDIT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DAT-IDX FROM 1 BY 1
                       UNTIL WS-DAT-IDX > WS-DAT-COUNT
                   IF WS-DAT-PENDING (WS-DAT-IDX)
                       PERFORM 3220-WRITE-COMPLETION
                   END-IF
               END-PERFORM
               CLOSE DIV-AUDIT-FILE
           END-IF
           .

       3210-WRITE-ENTITLEMENT-AUDIT.
           MOVE SPACES TO DAU-REC
           MOVE WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-NUM)
               TO DAU-ANNOUNCEMENT-ID
           MOVE 'E' TO DAU-RECORD-TYPE
           MOVE WS-RUN-DATE TO DAU-RUN-DATE
           MOVE WS-RUN-TOKEN TO DAU-RUN-TOKEN
           MOVE WS-ENT-TBL-PORTFOLIO (WS-ENT-IDX) TO DAU-PORTFOLIO-ID
           MOVE WS-ENT-TBL-ENTITY (WS-ENT-IDX) TO DAU-ENTITY-CODE
           MOVE WS-DAT-TBL-INSTRUMENT (WS-DAT-NUM) TO DAU-INSTRUMENT-ID
           MOVE WS-DAT-TBL-CURRENCY (WS-DAT-NUM) TO DAU-CURRENCY-CODE
           MOVE WS-DAT-TBL-RECORD-DATE (WS-DAT-NUM) TO DAU-RECORD-DATE
           MOVE WS-DAT-TBL-PAY-DATE (WS-DAT-NUM) TO DAU-PAY-DATE
           MOVE WS-DAT-TBL-RATE (WS-DAT-NUM) TO DAU-RATE-PER-UNIT
           MOVE WS-ENT-TBL-LOTS (WS-ENT-IDX) TO DAU-LOT-COUNT
           MOVE WS-ENT-TBL-QUANTITY (WS-ENT-IDX) TO DAU-QUANTITY
           MOVE WS-ENT-TBL-AMOUNT (WS-ENT-IDX) TO DAU-AMOUNT
           WRITE DAU-REC
           .

      *--  The completion record carries the holder count in its lot
      *--  count and the announcement's total in its amount.
       3220-WRITE-COMPLETION.
           MOVE SPACES TO DAU-REC
           MOVE WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-IDX)
               TO DAU-ANNOUNCEMENT-ID
           MOVE 'C' TO DAU-RECORD-TYPE
           MOVE WS-RUN-DATE TO DAU-RUN-DATE
           MOVE WS-RUN-TOKEN TO DAU-RUN-TOKEN
           MOVE WS-DAT-TBL-INSTRUMENT (WS-DAT-IDX) TO DAU-INSTRUMENT-ID
           MOVE WS-DAT-TBL-CURRENCY (WS-DAT-IDX) TO DAU-CURRENCY-CODE
           MOVE WS-DAT-TBL-RECORD-DATE (WS-DAT-IDX) TO DAU-RECORD-DATE
           MOVE WS-DAT-TBL-PAY-DATE (WS-DAT-IDX) TO DAU-PAY-DATE
           MOVE WS-DAT-TBL-RATE (WS-DAT-IDX) TO DAU-RATE-PER-UNIT
           MOVE WS-DAT-TBL-HOLDERS (WS-DAT-IDX) TO DAU-LOT-COUNT
           MOVE ZERO TO DAU-QUANTITY
           MOVE WS-DAT-TBL-TOTAL (WS-DAT-IDX) TO DAU-AMOUNT
           WRITE DAU-REC
           .

      *----------------------------------------------------------------
      *  3500-WRITE-ANNOUNCE-LIST lists every due announcement not
      *  already done on an earlier night, with what became of it;
      *  the done ones are only counted, since the file keeps them
      *  until they are paid.
      *----------------------------------------------------------------
       3500-WRITE-ANNOUNCE-LIST.
           WRITE RPT-LINE FROM WS-ANNOUNCE-HEADER
           WRITE RPT-LINE FROM WS-ANNOUNCE-HEADER-2
           IF WS-DAT-COUNT = WS-DONE-COUNT
               WRITE RPT-LINE FROM WS-NO-ANNOUNCE-LINE
           END-IF
           PERFORM VARYING WS-DAT-IDX FROM 1 BY 1
                   UNTIL WS-DAT-IDX > WS-DAT-COUNT
               IF NOT WS-DAT-DONE (WS-DAT-IDX)
                   PERFORM 3510-WRITE-ANNOUNCE-LINE
               END-IF
           END-PERFORM
           MOVE WS-LOTS-READ-COUNT TO SUM-LOTS-READ
           MOVE WS-LOTS-ENTITLED-COUNT TO SUM-LOTS-ENTITLED
           MOVE WS-EVENT-COUNT TO SUM-EVENTS
           MOVE WS-GENERATED-COUNT TO SUM-GENERATED
           MOVE WS-REJECTED-COUNT TO SUM-REJECTED
           MOVE WS-LATE-COUNT TO SUM-LATE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-EVENT-TOTAL TO SUM-EVENT-TOTAL
           MOVE WS-DONE-COUNT TO SUM-DONE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           .

       3510-WRITE-ANNOUNCE-LINE.
           MOVE WS-DAT-TBL-ANNOUNCE-ID (WS-DAT-IDX) TO ANN-ANNOUNCE-ID
           MOVE WS-DAT-TBL-INSTRUMENT (WS-DAT-IDX) TO ANN-INSTRUMENT
           MOVE WS-DAT-TBL-RECORD-DATE (WS-DAT-IDX) TO ANN-RECORD-DATE
           MOVE WS-DAT-TBL-PAY-DATE (WS-DAT-IDX) TO ANN-PAY-DATE
           MOVE WS-DAT-TBL-CURRENCY (WS-DAT-IDX) TO ANN-CURRENCY
           MOVE WS-DAT-TBL-RATE (WS-DAT-IDX) TO ANN-RATE
           MOVE WS-DAT-TBL-HOLDERS (WS-DAT-IDX) TO ANN-HOLDERS
           MOVE WS-DAT-TBL-TOTAL (WS-DAT-IDX) TO ANN-TOTAL
           EVALUATE TRUE
               WHEN WS-DAT-REJECTED (WS-DAT-IDX)
                   MOVE 'REJECTED - MALFORMED' TO ANN-RESULT
               WHEN WS-INV-ERROR
                   MOVE 'NOT GENERATED - INV ERROR' TO ANN-RESULT
               WHEN WS-DAT-TABLE-FULL (WS-DAT-IDX)
                   MOVE 'NOT GENERATED - TABLE FULL' TO ANN-RESULT
               WHEN WS-DAT-TONIGHT (WS-DAT-IDX)
                   MOVE 'RESTAGED - RERUN TONIGHT' TO ANN-RESULT
               WHEN WS-DAT-TBL-HOLDERS (WS-DAT-IDX) = ZERO
                   MOVE 'NO HOLDERS ON RECORD DATE' TO ANN-RESULT
               WHEN WS-DAT-TBL-RECORD-DATE (WS-DAT-IDX) < WS-RUN-DATE
                   MOVE 'LATE - CHECK CLOSED LOTS' TO ANN-RESULT
               WHEN OTHER
                   MOVE 'GENERATED TONIGHT' TO ANN-RESULT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-ANNOUNCE-LINE
           .

       9999-TERMINATE.
           CLOSE ENTITLEMENT-REPORT
           DISPLAY 'DIVENT00 ANNOUNCEMENTS GENERATED: '
               WS-GENERATED-COUNT
           DISPLAY 'DIVENT00 CASH EVENTS STAGED: ' WS-EVENT-COUNT
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY 'DIVENT00 ANNOUNCEMENTS REJECTED: '
                   WS-REJECTED-COUNT
           END-IF
           IF WS-DAT-DROPPED-COUNT > ZERO
               DISPLAY 'DIVENT00 ANNOUNCEMENTS DROPPED (TABLE FULL): '
                   WS-DAT-DROPPED-COUNT
           END-IF
           IF WS-FULL-COUNT > ZERO
               DISPLAY 'DIVENT00 ANNOUNCEMENTS HELD (TABLE FULL): '
                   WS-FULL-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the inventory could not be
      *  read (nothing is generated or marked done), a warning when
      *  an announcement was rejected or held back by a full table,
      *  or was generated after its record date; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'DIVENT00' TO RC-ERROR-PROGRAM-ID
           IF WS-INV-ERROR
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'POSINV.DAT COULD NOT BE READ - NOTHING STAGED'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                       OR WS-DAT-DROPPED-COUNT > ZERO
                       OR WS-FULL-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'DIVIDEND ANNOUNCEMENT REJECTED OR HELD'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   IF WS-LATE-COUNT > ZERO
                       MOVE 'W002' TO RC-ERROR-CODE
                       MOVE 'DIVIDEND GENERATED AFTER ITS RECORD DATE'
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
           MOVE 'DIVENT00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
