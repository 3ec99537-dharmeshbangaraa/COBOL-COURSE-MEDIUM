       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTSGN00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTSGN00 -- DESK P&L SIGN-OFF STATUS
      *  Runs late morning (see DSKSGN.jcl), once desk heads have had
      *  the morning to review the overnight P&L: lists every desk on
      *  the DESKBOOK mapping with whether its P&L for the business
      *  date has been signed off through the DSGN transaction
      *  (DSKSGN00), who signed and when, the desk head and deputy
      *  who should have (DSKHEAD.cpy), and how many of the desk's
      *  portfolios carry commentary (PNLCMT.cpy).
      *
      *  Each desk still unsigned drops one record on the RPTSGNAL.DAT
      *  trigger, naming the desk, for ALRTRT00 to route -- the
      *  sign-off job runs the router straight behind this step so
      *  the page goes out the same morning.  Desks come from the
      *  DESKBOOK dataset with the DESKBOOK.cpy fallback, exactly as
      *  the desk reports resolve them; the UNASSIGN rollup has no
      *  desk head and is not listed.
      *
      *  The business date is the run's RUNPARM date -- the P&L the
      *  overnight chain just produced; SGN-ASOF-DATE (YYYYMMDD)
      *  reports the sign-off status of another day.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT DESK-HEAD-FILE ASSIGN TO 'DSKHEAD.DAT'
               FILE STATUS IS WS-DSH-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'DSKSGN.DAT'
               FILE STATUS IS WS-SGN-FILE-STATUS.
           SELECT COMMENTARY-FILE ASSIGN TO 'PNLCMT.DAT'
               FILE STATUS IS WS-CMT-FILE-STATUS.
           SELECT SIGNOFF-REPORT ASSIGN TO 'RPTSGN.PRT'.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO 'RPTSGNAL.DAT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Live portfolio-to-desk/book mapping, same dataset the desk
      *--  reports load.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Desk head and deputy per desk, shared with DSKSGN00.
       FD  DESK-HEAD-FILE.
           COPY DSKHEAD.

      *--  Sign-offs keyed through DSKSGN00, read sequentially.
       FD  SIGNOFF-FILE.
           COPY DSKSGN.

      *--  Per-portfolio commentary keyed through DSKSGN00.
       FD  COMMENTARY-FILE.
           COPY PNLCMT.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  SIGNOFF-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Alert trigger dataset, present only when a desk is still
      *--  unsigned -- same layout as RPTFLSAL.DAT, one record per
      *--  unsigned desk so each desk pages on its own line.
       FD  ALERT-TRIGGER-FILE.
       01  ALERT-TRIGGER-REC.
           05  ALERT-RUN-DATE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-UNSIGNED-COUNT  PIC 9(06).
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
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.
       01  WS-DSH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DSH-FILE-OK        VALUE '00'.
           88  WS-DSH-FILE-MISSING   VALUE '35'.
       01  WS-SGN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SGN-FILE-OK        VALUE '00'.
           88  WS-SGN-FILE-MISSING   VALUE '35'.
       01  WS-CMT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CMT-FILE-OK        VALUE '00'.
           88  WS-CMT-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-DBM-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-DBM-EOF            VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-SIGN-DATE              PIC X(08) VALUE SPACES.

      *--  Portfolio-to-desk mapping table, loaded from the DESKBOOK
      *--  dataset with the same copybook fallback the reports use.
       01  WS-DBM-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DBM-TABLE.
           05  WS-DBM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DBM-COUNT
                   INDEXED BY WS-DBM-IDX.
               10  WS-DBM-TBL-PORTFOLIO  PIC X(08).
               10  WS-DBM-TBL-DESK       PIC X(08).

      *--  One entry per distinct desk, in mapping order, carrying
      *--  everything the status line prints.
       01  WS-DESK-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DESK-TABLE.
           05  WS-DESK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-DESK-COUNT
                   INDEXED BY WS-DESK-IDX.
               10  WS-DESK-TBL-ID        PIC X(08).
               10  WS-DESK-TBL-HEAD      PIC X(08).
               10  WS-DESK-TBL-DEPUTY    PIC X(08).
               10  WS-DESK-TBL-SIGNED    PIC X(01).
               10  WS-DESK-TBL-SIGNED-BY PIC X(08).
               10  WS-DESK-TBL-SIGNED-AT PIC X(26).
               10  WS-DESK-TBL-PORTS     PIC 9(03) COMP-3.
               10  WS-DESK-TBL-COMMENTS  PIC 9(03) COMP-3.
       01  WS-DESK-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-DESK-FOUND         VALUE 'Y'.
       01  WS-CURRENT-DESK-ID        PIC X(08) VALUE SPACES.

       01  WS-SIGNED-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-UNSIGNED-COUNT         PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-NO-HEAD-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DESKS-DROPPED-COUNT    PIC 9(03) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'DAILY DESK P&L SIGN-OFF STATUS'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-SIGN-DATE         PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(11) VALUE 'DESK'.
           05  FILLER                PIC X(11) VALUE 'STATUS'.
           05  FILLER                PIC X(11) VALUE 'SIGNED BY'.
           05  FILLER                PIC X(29) VALUE 'SIGNED AT'.
           05  FILLER                PIC X(11) VALUE 'DESK HEAD'.
           05  FILLER                PIC X(11) VALUE 'DEPUTY'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIOS'.
           05  FILLER                PIC X(12) VALUE '  COMMENTED'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-DESK-ID           PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-STATUS            PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-SIGNED-BY         PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-SIGNED-AT         PIC X(26).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-HEAD-ID           PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-DEPUTY-ID         PIC X(08).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  DTL-PORTS             PIC ZZ9.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  DTL-COMMENTS          PIC ZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(07) VALUE 'DESKS: '.
           05  SUM-DESK-COUNT        PIC ZZ9.
           05  FILLER                PIC X(11) VALUE '   SIGNED: '.
           05  SUM-SIGNED-COUNT      PIC ZZ9.
           05  FILLER                PIC X(13) VALUE '   UNSIGNED: '.
           05  SUM-UNSIGNED-COUNT    PIC ZZ9.
           05  FILLER                PIC X(17)
                   VALUE '   NO DESK HEAD: '.
           05  SUM-NO-HEAD-COUNT     PIC ZZ9.

       COPY DESKBOOK.
       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DESK-HEADS
           PERFORM 3000-APPLY-SIGNOFFS
           PERFORM 4000-COUNT-COMMENTARY
           PERFORM 5000-WRITE-STATUS-LINES
           IF WS-UNSIGNED-COUNT > ZERO
               PERFORM 6000-WRITE-ALERT-TRIGGER
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-SIGN-DATE FROM ENVIRONMENT 'SGN-ASOF-DATE'
           IF WS-SIGN-DATE = SPACES OR WS-SIGN-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-SIGN-DATE
           END-IF
           PERFORM 1060-LOAD-DESK-BOOK
           PERFORM 1100-BUILD-DESK-LIST
           OPEN OUTPUT SIGNOFF-REPORT
           MOVE WS-SIGN-DATE TO HDR-SIGN-DATE
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
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  1100-BUILD-DESK-LIST collects the distinct desks out of the
      *  mapping in mapping order, counting each desk's portfolios.
      *----------------------------------------------------------------
       1100-BUILD-DESK-LIST.
           MOVE ZERO TO WS-DESK-COUNT
           PERFORM VARYING WS-DBM-IDX FROM 1 BY 1
                   UNTIL WS-DBM-IDX > WS-DBM-COUNT
               MOVE WS-DBM-TBL-DESK (WS-DBM-IDX)
                   TO WS-CURRENT-DESK-ID
               PERFORM 1150-ADD-DESK-IF-NEW
           END-PERFORM
           .

       1150-ADD-DESK-IF-NEW.
           PERFORM 1200-FIND-DESK
           IF WS-DESK-FOUND
               ADD 1 TO WS-DESK-TBL-PORTS (WS-DESK-IDX)
           ELSE
               IF WS-DESK-COUNT < 50
                   ADD 1 TO WS-DESK-COUNT
                   MOVE WS-CURRENT-DESK-ID
                       TO WS-DESK-TBL-ID (WS-DESK-COUNT)
                   MOVE SPACES TO WS-DESK-TBL-HEAD (WS-DESK-COUNT)
                   MOVE SPACES TO WS-DESK-TBL-DEPUTY (WS-DESK-COUNT)
                   MOVE 'N' TO WS-DESK-TBL-SIGNED (WS-DESK-COUNT)
                   MOVE SPACES
                       TO WS-DESK-TBL-SIGNED-BY (WS-DESK-COUNT)
                   MOVE SPACES
                       TO WS-DESK-TBL-SIGNED-AT (WS-DESK-COUNT)
                   MOVE 1 TO WS-DESK-TBL-PORTS (WS-DESK-COUNT)
                   MOVE ZERO TO WS-DESK-TBL-COMMENTS (WS-DESK-COUNT)
               ELSE
                   ADD 1 TO WS-DESKS-DROPPED-COUNT
               END-IF
           END-IF
           .

       1200-FIND-DESK.
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
           .

       2000-LOAD-DESK-HEADS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DESK-HEAD-FILE
           IF WS-DSH-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ DESK-HEAD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DSH-DESK-ID TO WS-CURRENT-DESK-ID
                           PERFORM 1200-FIND-DESK
                           IF WS-DESK-FOUND
                               MOVE DSH-HEAD-USER-ID
                                   TO WS-DESK-TBL-HEAD (WS-DESK-IDX)
                               MOVE DSH-DEPUTY-USER-ID
                                   TO WS-DESK-TBL-DEPUTY (WS-DESK-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESK-HEAD-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-APPLY-SIGNOFFS marks each desk signed for the business
      *  date.  No sign-off dataset at all simply means nobody has
      *  signed anything yet.
      *----------------------------------------------------------------
       3000-APPLY-SIGNOFFS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SIGNOFF-FILE
           IF WS-SGN-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SIGNOFF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SGN-BUSINESS-DATE = WS-SIGN-DATE
                                   AND SGN-SIGNED
                               MOVE SGN-DESK-ID TO WS-CURRENT-DESK-ID
                               PERFORM 1200-FIND-DESK
                               IF WS-DESK-FOUND
                                   MOVE 'Y' TO
                                       WS-DESK-TBL-SIGNED (WS-DESK-IDX)
                                   MOVE SGN-USER-ID TO
                                       WS-DESK-TBL-SIGNED-BY
                                           (WS-DESK-IDX)
                                   MOVE SGN-TIMESTAMP TO
                                       WS-DESK-TBL-SIGNED-AT
                                           (WS-DESK-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF
           .

       4000-COUNT-COMMENTARY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COMMENTARY-FILE
           IF WS-CMT-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ COMMENTARY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CMT-BUSINESS-DATE = WS-SIGN-DATE
                               MOVE CMT-DESK-ID TO WS-CURRENT-DESK-ID
                               PERFORM 1200-FIND-DESK
                               IF WS-DESK-FOUND
                                   ADD 1 TO
                                       WS-DESK-TBL-COMMENTS
                                           (WS-DESK-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMENTARY-FILE
           END-IF
           .

       5000-WRITE-STATUS-LINES.
           PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
                   UNTIL WS-DESK-IDX > WS-DESK-COUNT
               MOVE WS-DESK-TBL-ID (WS-DESK-IDX) TO DTL-DESK-ID
               IF WS-DESK-TBL-SIGNED (WS-DESK-IDX) = 'Y'
                   MOVE 'SIGNED' TO DTL-STATUS
                   ADD 1 TO WS-SIGNED-COUNT
               ELSE
                   MOVE 'UNSIGNED' TO DTL-STATUS
                   ADD 1 TO WS-UNSIGNED-COUNT
               END-IF
               MOVE WS-DESK-TBL-SIGNED-BY (WS-DESK-IDX)
                   TO DTL-SIGNED-BY
               MOVE WS-DESK-TBL-SIGNED-AT (WS-DESK-IDX)
                   TO DTL-SIGNED-AT
               IF WS-DESK-TBL-HEAD (WS-DESK-IDX) = SPACES
                   MOVE 'NONE' TO DTL-HEAD-ID
                   ADD 1 TO WS-NO-HEAD-COUNT
               ELSE
                   MOVE WS-DESK-TBL-HEAD (WS-DESK-IDX) TO DTL-HEAD-ID
               END-IF
               MOVE WS-DESK-TBL-DEPUTY (WS-DESK-IDX) TO DTL-DEPUTY-ID
               MOVE WS-DESK-TBL-PORTS (WS-DESK-IDX) TO DTL-PORTS
               MOVE WS-DESK-TBL-COMMENTS (WS-DESK-IDX) TO DTL-COMMENTS
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE WS-DESK-COUNT TO SUM-DESK-COUNT
           MOVE WS-SIGNED-COUNT TO SUM-SIGNED-COUNT
           MOVE WS-UNSIGNED-COUNT TO SUM-UNSIGNED-COUNT
           MOVE WS-NO-HEAD-COUNT TO SUM-NO-HEAD-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

      *----------------------------------------------------------------
      *  6000-WRITE-ALERT-TRIGGER drops one trigger record per
      *  unsigned desk; the count field carries the morning's total.
      *----------------------------------------------------------------
       6000-WRITE-ALERT-TRIGGER.
           OPEN OUTPUT ALERT-TRIGGER-FILE
           PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
                   UNTIL WS-DESK-IDX > WS-DESK-COUNT
               IF WS-DESK-TBL-SIGNED (WS-DESK-IDX) NOT = 'Y'
                   MOVE SPACES TO ALERT-TRIGGER-REC
                   MOVE WS-SIGN-DATE TO ALERT-RUN-DATE
                   MOVE WS-UNSIGNED-COUNT TO ALERT-UNSIGNED-COUNT
                   STRING 'DESK ' WS-DESK-TBL-ID (WS-DESK-IDX)
                          ' P&L NOT SIGNED OFF'
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   WRITE ALERT-TRIGGER-REC
               END-IF
           END-PERFORM
           CLOSE ALERT-TRIGGER-FILE
           .

       9999-TERMINATE.
           CLOSE SIGNOFF-REPORT
           DISPLAY 'RPTSGN00 BUSINESS DATE: ' WS-SIGN-DATE
           DISPLAY 'RPTSGN00 DESKS: ' WS-DESK-COUNT
               ' SIGNED: ' WS-SIGNED-COUNT
               ' UNSIGNED: ' WS-UNSIGNED-COUNT
           IF WS-NO-HEAD-COUNT > ZERO
               DISPLAY 'RPTSGN00 DESKS WITH NO DESK HEAD: '
                   WS-NO-HEAD-COUNT
           END-IF
           IF WS-DESKS-DROPPED-COUNT > ZERO
               DISPLAY 'RPTSGN00 DESKS DROPPED, TABLE FULL: '
                   WS-DESKS-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when any desk is still unsigned (those
      *  also page through the trigger) or a desk has no head on file
      *  to sign it, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTSGN00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-UNSIGNED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'DESK P&L NOT SIGNED OFF - SEE RPTSGN.PRT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-NO-HEAD-COUNT > ZERO
                       OR WS-DESKS-DROPPED-COUNT > ZERO
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'DESK WITH NO DESK HEAD OR DESK TABLE FULL'
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
           MOVE 'RPTSGN00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
