       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTHLD00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTHLD00 -- HELD-PORTFOLIO PARKED-TRADE REPORT
      *  Lists everything PNLBLD00 has parked on HELDTRN.DAT
      *  (HLDTRN.cpy) for portfolios on hold in PRTHOLD.DAT: every
      *  record still parked, every record its hold's release let
      *  through to the calc tonight, and every parked trade dropped
      *  tonight because it was cancelled while still held -- each
      *  with the hold that parked it, who authorized that hold, and
      *  how many days it sat parked (to tonight, or to the night it
      *  left the file).  Runs straight after PNLBLD00, the only
      *  night a release or a drop is still on the file.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-TRADE-FILE ASSIGN TO 'HELDTRN.DAT'
               FILE STATUS IS WS-HTR-FILE-STATUS.
           SELECT HELD-REPORT ASSIGN TO 'RPTHLD.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Same record PNLBLD00 rewrites each night.
       FD  HELD-TRADE-FILE.
           COPY HLDTRN.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  HELD-REPORT.
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
       01  WS-HTR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HTR-FILE-OK        VALUE '00'.
           88  WS-HTR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-RUN-DATE-NUM           PIC 9(08).
       01  WS-PARK-DATE-NUM          PIC 9(08).
       01  WS-LEFT-DATE-NUM          PIC 9(08).
       01  WS-PARK-JULIAN            PIC S9(09) COMP-3.
       01  WS-LEFT-JULIAN            PIC S9(09) COMP-3.
       01  WS-DAYS-PARKED            PIC S9(05) COMP-3.

       01  WS-PARKED-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-PARKED-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RELEASED-AMT           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DROPPED-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DROPPED-AMT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LONGEST-DAYS           PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'HELD-PORTFOLIO PARKED-TRADE REPORT'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(09) VALUE 'STATUS'.
           05  FILLER                PIC X(09) VALUE 'HELD'.
           05  FILLER                PIC X(09) VALUE 'PORTFOL'.
           05  FILLER                PIC X(13) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(09) VALUE 'TRD DATE'.
           05  FILLER                PIC X(09) VALUE 'PARKED'.
           05  FILLER                PIC X(09) VALUE 'LEFT'.
           05  FILLER                PIC X(06) VALUE ' DAYS'.
           05  FILLER                PIC X(17) VALUE '    TRADE AMOUNT'.
           05  FILLER                PIC X(09) VALUE 'AUTH BY'.
           05  FILLER                PIC X(30) VALUE 'HOLD REASON'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-STATUS            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-HOLD-PORTFOLIO    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-INSTRUMENT-ID     PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-PARK-DATE         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-LEFT-DATE         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-DAYS-PARKED       PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-TRADE-AMT         PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-AUTHORIZED-BY     PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-HOLD-REASON       PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(30) VALUE SPACES.
           05  SUM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  SUM-AMOUNT            PIC Z(11)9.99-.

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO TRADES PARKED FOR HELD PORTFOLIOS'.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-HELD-TRADES
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           OPEN OUTPUT HELD-REPORT
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

       2000-LIST-HELD-TRADES.
           OPEN INPUT HELD-TRADE-FILE
           IF WS-HTR-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HELD-TRADE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-LIST-ONE-TRADE
               END-READ
           END-PERFORM
           IF NOT WS-HTR-FILE-MISSING
               CLOSE HELD-TRADE-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-LIST-ONE-TRADE prints one parked record.  Days parked
      *  run from the night it was parked to tonight, or for a
      *  release or drop to the night it left the file.  Anything
      *  released or dropped on an earlier night has already been
      *  cleared by PNLBLD00; one still found (PNLBLD00 not yet run
      *  tonight) is passed over.
      *----------------------------------------------------------------
       2100-LIST-ONE-TRADE.
           IF NOT HTR-PARKED
                   AND HTR-RELEASE-DATE NOT = WS-RUN-DATE
               CONTINUE
           ELSE
               MOVE HTR-PARK-DATE TO WS-PARK-DATE-NUM
               COMPUTE WS-PARK-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-PARK-DATE-NUM)
               IF HTR-PARKED
                   MOVE WS-RUN-DATE-NUM TO WS-LEFT-DATE-NUM
                   MOVE 'PARKED  ' TO DTL-STATUS
                   MOVE SPACES TO DTL-LEFT-DATE
                   ADD 1 TO WS-PARKED-COUNT
                   ADD HTR-IN-TRADE-AMT TO WS-PARKED-AMT
               ELSE
                   MOVE HTR-RELEASE-DATE TO WS-LEFT-DATE-NUM
                   MOVE HTR-RELEASE-DATE TO DTL-LEFT-DATE
                   IF HTR-RELEASED
                       MOVE 'RELEASED' TO DTL-STATUS
                       ADD 1 TO WS-RELEASED-COUNT
                       ADD HTR-IN-TRADE-AMT TO WS-RELEASED-AMT
                   ELSE
                       MOVE 'DROPPED ' TO DTL-STATUS
                       ADD 1 TO WS-DROPPED-COUNT
                       ADD HTR-IN-TRADE-AMT TO WS-DROPPED-AMT
                   END-IF
               END-IF
               COMPUTE WS-LEFT-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LEFT-DATE-NUM)
               COMPUTE WS-DAYS-PARKED = WS-LEFT-JULIAN - WS-PARK-JULIAN
               IF WS-DAYS-PARKED > WS-LONGEST-DAYS
                   MOVE WS-DAYS-PARKED TO WS-LONGEST-DAYS
               END-IF
               MOVE HTR-HOLD-PORTFOLIO TO DTL-HOLD-PORTFOLIO
               MOVE HTR-IN-PORTFOLIO-ID TO DTL-PORTFOLIO-ID
               MOVE HTR-IN-INSTRUMENT-ID TO DTL-INSTRUMENT-ID
               MOVE HTR-IN-TRADE-DATE TO DTL-TRADE-DATE
               MOVE HTR-PARK-DATE TO DTL-PARK-DATE
               MOVE WS-DAYS-PARKED TO DTL-DAYS-PARKED
               MOVE HTR-IN-TRADE-AMT TO DTL-TRADE-AMT
               MOVE HTR-AUTHORIZED-BY TO DTL-AUTHORIZED-BY
               MOVE HTR-HOLD-REASON TO DTL-HOLD-REASON
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF
           .

       3000-WRITE-SUMMARY.
           IF WS-PARKED-COUNT = ZERO
                   AND WS-RELEASED-COUNT = ZERO
                   AND WS-DROPPED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           ELSE
               MOVE 'STILL PARKED' TO SUM-LABEL
               MOVE WS-PARKED-COUNT TO SUM-COUNT
               MOVE WS-PARKED-AMT TO SUM-AMOUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'RELEASED TO THE CALC TONIGHT' TO SUM-LABEL
               MOVE WS-RELEASED-COUNT TO SUM-COUNT
               MOVE WS-RELEASED-AMT TO SUM-AMOUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DROPPED (CANCELLED) TONIGHT' TO SUM-LABEL
               MOVE WS-DROPPED-COUNT TO SUM-COUNT
               MOVE WS-DROPPED-AMT TO SUM-AMOUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'LONGEST PARKED, DAYS' TO SUM-LABEL
               MOVE WS-LONGEST-DAYS TO SUM-COUNT
               MOVE ZERO TO SUM-AMOUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           .

       9999-TERMINATE.
           CLOSE HELD-REPORT
           DISPLAY 'RPTHLD00 RECORDS STILL PARKED: ' WS-PARKED-COUNT
           DISPLAY 'RPTHLD00 RELEASED TONIGHT: ' WS-RELEASED-COUNT
           DISPLAY 'RPTHLD00 DROPPED TONIGHT: ' WS-DROPPED-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: always normal -- a parked trade is there because
      *  someone authorized the hold, and a missing HELDTRN.DAT just
      *  means nothing has ever been held.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTHLD00' TO RC-ERROR-PROGRAM-ID
           SET RC-NORMAL TO TRUE
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
           MOVE 'RPTHLD00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
