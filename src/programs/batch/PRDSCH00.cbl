       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRDSCH00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  PRDSCH00 -- PERIOD-END JOB STREAM RELEASE
      *  The month-end revalidation and reports, the quarterly
      *  entitlement recertification and the year-end close used to
      *  be submitted by whoever remembered it was period end.  Run
      *  at the end of the nightly chain, this step works out from
      *  HOLCAL.DAT whether the business date is the last business
      *  day of its month -- the next business day, stepping past
      *  weekends and holidays, falls in another month -- and so of
      *  its quarter or year, and on those nights releases every
      *  matching stream on PRDSTRM.cpy:
      *    - one trigger record per stream on PRDTRIG.DAT, carrying
      *      the job, the period it is for, the parameter setting
      *      the job is to run with, and when it may go, for the
      *      scheduler to release it by;
      *    - one BCHRUN.LOG entry per stream released, so the run
      *      summary shows it and a period end that released nothing
      *      is plain the next morning.
      *  PRDTRIG.DAT is rewritten every night -- empty on the nights
      *  that end no period.  A stream already released for the same
      *  business date (the chain rerun from the top) is not released
      *  again; that ends the step with a warning.  The business date
      *  comes from RUNPARM.DAT; PRDSCH-ASOF-DATE (YYYYMMDD) tests
      *  another day.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO 'HOLCAL.DAT'
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO 'PRDTRIG.DAT'
               FILE STATUS IS WS-TRG-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared run parameters written by BCHCTL00.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Same one-date-per-record layout BCHCTL00 reads.
       FD  HOLIDAY-CAL-FILE.
       01  HOL-REC.
           05  HOL-DATE              PIC X(08).

      *--  One record per period-end stream released tonight.
      *--  PTG-PERIOD is YYYYMM for a month end, YYYYQn for a quarter
      *--  end, YYYY for a year end.
       FD  TRIGGER-FILE.
       01  PTG-REC.
           05  PTG-BUSINESS-DATE     PIC X(08).
           05  PTG-PERIOD-KIND       PIC X(01).
           05  PTG-PERIOD            PIC X(06).
           05  PTG-JOB-NAME          PIC X(08).
           05  PTG-PARM-NAME         PIC X(16).
           05  PTG-PARM-VALUE        PIC X(08).
           05  PTG-RELEASE           PIC X(16).
           05  PTG-RUN-TOKEN         PIC X(16).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.  Read here for earlier releases, and written.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-HOL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HOL-FILE-OK        VALUE '00'.
           88  WS-HOL-FILE-MISSING   VALUE '35'.
       01  WS-TRG-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TRG-FILE-OK        VALUE '00'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ENV-ASOF-DATE          PIC X(08) VALUE SPACES.

      *--  Holiday calendar, loaded the way BCHCTL00 loads it.
       01  WS-HOL-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HOL-EOF            VALUE 'Y'.
       01  WS-HOL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HOL-COUNT
                   INDEXED BY WS-HOL-IDX.
               10  WS-HOL-TBL-DATE   PIC X(08).
       01  WS-HOL-MISSING-IND        PIC X(01) VALUE 'N'.
           88  WS-HOL-WAS-MISSING    VALUE 'Y'.

       01  WS-CAND-DATE-NUM          PIC 9(08) VALUE ZERO.
       01  WS-CAND-JULIAN            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CAND-DOW               PIC 9(01) COMP-3 VALUE ZERO.
       01  WS-CAND-BUSINESS-IND      PIC X(01) VALUE 'Y'.
           88  WS-CAND-BUSINESS      VALUE 'Y'.
       01  WS-STEP-AHEAD-COUNT       PIC 9(02) COMP-3 VALUE ZERO.

      *--  The business date and the next business day after it.
       01  WS-BUSINESS-DATE.
           05  WS-BUS-YYYY           PIC X(04).
           05  WS-BUS-MM             PIC 9(02).
               88  WS-BUS-QUARTER-MONTH  VALUES 03 06 09 12.
           05  WS-BUS-DD             PIC X(02).
       01  WS-NEXT-BUSINESS-DATE.
           05  WS-NXT-YYYY           PIC X(04).
           05  WS-NXT-MM             PIC 9(02).
           05  WS-NXT-DD             PIC X(02).

       01  WS-BUS-DAY-IND            PIC X(01) VALUE 'Y'.
           88  WS-BUS-IS-BUSINESS-DAY VALUE 'Y'.
       01  WS-MONTH-END-IND          PIC X(01) VALUE 'N'.
           88  WS-MONTH-END          VALUE 'Y'.
       01  WS-QUARTER-END-IND        PIC X(01) VALUE 'N'.
           88  WS-QUARTER-END        VALUE 'Y'.
       01  WS-YEAR-END-IND           PIC X(01) VALUE 'N'.
           88  WS-YEAR-END           VALUE 'Y'.

       01  WS-PERIOD-MONTH           PIC X(06) VALUE SPACES.
       01  WS-PERIOD-QUARTER.
           05  WS-PQ-YYYY            PIC X(04).
           05  FILLER                PIC X(01) VALUE 'Q'.
           05  WS-PQ-QUARTER         PIC 9(01).
       01  WS-PERIOD-YEAR            PIC X(06) VALUE SPACES.
       01  WS-PERIOD-LABEL           PIC X(11) VALUE SPACES.

      *--  The period-end streams, in release order.
           COPY PRDSTRM.

       01  WS-STREAM-DUE-IND         PIC X(01) VALUE 'N'.
           88  WS-STREAM-DUE         VALUE 'Y'.
       01  WS-ALREADY-IND            PIC X(01) VALUE 'N'.
           88  WS-ALREADY-RELEASED   VALUE 'Y'.
       01  WS-RELEASE-KEY.
           05  FILLER                PIC X(09) VALUE 'RELEASED '.
           05  WS-RK-JOB-NAME        PIC X(08).
       01  WS-RELEASE-COUNT          PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-REPEAT-COUNT           PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-COUNT-DISPLAY          PIC Z9.
       01  WS-SUMMARY-TEXT           PIC X(60) VALUE SPACES.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-PERIOD-SCHEDULE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DETERMINE-PERIOD-END
           OPEN OUTPUT TRIGGER-FILE
           IF WS-MONTH-END
               PERFORM VARYING PRS-IDX FROM 1 BY 1
                       UNTIL PRS-IDX > PRD-STREAM-COUNT
                   PERFORM 3000-RELEASE-STREAM
               END-PERFORM
           END-IF
           CLOSE TRIGGER-FILE
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-ENV-ASOF-DATE FROM ENVIRONMENT 'PRDSCH-ASOF-DATE'
           IF WS-ENV-ASOF-DATE NOT = SPACES
                   AND WS-ENV-ASOF-DATE IS NUMERIC
               MOVE WS-ENV-ASOF-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1070-LOAD-HOLIDAY-CALENDAR
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

       1070-LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HOL-FILE-MISSING
               MOVE 'Y' TO WS-HOL-MISSING-IND
           ELSE
               PERFORM UNTIL WS-HOL-EOF
                       OR WS-HOL-COUNT NOT < 200
                   READ HOLIDAY-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-HOL-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO
                               WS-HOL-TBL-DATE (WS-HOL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-DETERMINE-PERIOD-END.  Only a business day can end a
      *  period -- a deliberate weekend or holiday run must not
      *  release a second time what the real last business day
      *  already did.  The next business day is found by stepping
      *  forward from the business date; when it lies in another
      *  month the business date ends its month, in another year its
      *  year, and a month end in March, June, September or December
      *  ends its quarter.
      *----------------------------------------------------------------
       2000-DETERMINE-PERIOD-END.
           MOVE SPACES TO WS-NEXT-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CAND-DATE-NUM
           PERFORM 2100-CHECK-CANDIDATE-DATE
           MOVE WS-CAND-BUSINESS-IND TO WS-BUS-DAY-IND
           IF WS-BUS-IS-BUSINESS-DAY
               PERFORM 2050-FIND-NEXT-BUSINESS-DAY
               IF WS-NXT-YYYY NOT = WS-BUS-YYYY
                       OR WS-NXT-MM NOT = WS-BUS-MM
                   MOVE 'Y' TO WS-MONTH-END-IND
                   IF WS-BUS-QUARTER-MONTH
                       MOVE 'Y' TO WS-QUARTER-END-IND
                   END-IF
                   IF WS-NXT-YYYY NOT = WS-BUS-YYYY
                       MOVE 'Y' TO WS-YEAR-END-IND
                   END-IF
               END-IF
           END-IF
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD-MONTH
           MOVE WS-BUS-YYYY TO WS-PQ-YYYY
           COMPUTE WS-PQ-QUARTER = (WS-BUS-MM + 2) / 3
           MOVE WS-BUS-YYYY TO WS-PERIOD-YEAR
           .

       2050-FIND-NEXT-BUSINESS-DAY.
           MOVE WS-BUSINESS-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           MOVE ZERO TO WS-STEP-AHEAD-COUNT
           MOVE 'N' TO WS-CAND-BUSINESS-IND
           PERFORM UNTIL WS-CAND-BUSINESS
                   OR WS-STEP-AHEAD-COUNT > 30
               ADD 1 TO WS-CAND-JULIAN
               ADD 1 TO WS-STEP-AHEAD-COUNT
               COMPUTE WS-CAND-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-CAND-JULIAN)
               PERFORM 2100-CHECK-CANDIDATE-DATE
           END-PERFORM
           MOVE WS-CAND-DATE-NUM TO WS-NEXT-BUSINESS-DATE
           .

      *----------------------------------------------------------------
      *  2100-CHECK-CANDIDATE-DATE: a business day is neither a
      *  weekend (INTEGER-OF-DATE day 1 was a Monday, so remainder 6
      *  is Saturday and 0 is Sunday) nor on the holiday file.
      *----------------------------------------------------------------
       2100-CHECK-CANDIDATE-DATE.
           MOVE 'Y' TO WS-CAND-BUSINESS-IND
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           COMPUTE WS-CAND-DOW = FUNCTION REM (WS-CAND-JULIAN 7)
           IF WS-CAND-DOW = 6 OR WS-CAND-DOW = ZERO
               MOVE 'N' TO WS-CAND-BUSINESS-IND
           END-IF
           IF WS-CAND-BUSINESS AND WS-HOL-COUNT > ZERO
               SET WS-HOL-IDX TO 1
               SEARCH WS-HOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-TBL-DATE (WS-HOL-IDX)
                           = WS-CAND-DATE-NUM
                       MOVE 'N' TO WS-CAND-BUSINESS-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-RELEASE-STREAM releases one PRDSTRM.cpy stream when
      *  tonight ends its period and it has not already been
      *  released for this business date.
      *----------------------------------------------------------------
       3000-RELEASE-STREAM.
           MOVE 'N' TO WS-STREAM-DUE-IND
           EVALUATE TRUE
               WHEN PRS-MONTH-END (PRS-IDX)
                   MOVE 'Y' TO WS-STREAM-DUE-IND
                   MOVE WS-PERIOD-MONTH TO PTG-PERIOD
                   MOVE 'MONTH-END' TO WS-PERIOD-LABEL
               WHEN PRS-QUARTER-END (PRS-IDX) AND WS-QUARTER-END
                   MOVE 'Y' TO WS-STREAM-DUE-IND
                   MOVE WS-PERIOD-QUARTER TO PTG-PERIOD
                   MOVE 'QUARTER-END' TO WS-PERIOD-LABEL
               WHEN PRS-YEAR-END (PRS-IDX) AND WS-YEAR-END
                   MOVE 'Y' TO WS-STREAM-DUE-IND
                   MOVE WS-PERIOD-YEAR TO PTG-PERIOD
                   MOVE 'YEAR-END' TO WS-PERIOD-LABEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-STREAM-DUE
               MOVE PRS-JOB-NAME (PRS-IDX) TO WS-RK-JOB-NAME
               PERFORM 3100-CHECK-EARLIER-RELEASE
               IF WS-ALREADY-RELEASED
                   ADD 1 TO WS-REPEAT-COUNT
                   DISPLAY 'PRDSCH00 ' PRS-JOB-NAME (PRS-IDX)
                       ' ALREADY RELEASED FOR ' WS-BUSINESS-DATE
               ELSE
                   PERFORM 3200-WRITE-TRIGGER
                   PERFORM 3300-LOG-RELEASE
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-IF
           .

       3100-CHECK-EARLIER-RELEASE.
           MOVE 'N' TO WS-ALREADY-IND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNL-FILE-OK
               PERFORM UNTIL WS-EOF OR WS-ALREADY-RELEASED
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RUNL-STEP-NAME = 'PRDSCH00'
                                   AND RUNL-BUSINESS-DATE
                                       = WS-BUSINESS-DATE
                                   AND RUNL-MESSAGE (15:17)
                                       = WS-RELEASE-KEY
                               MOVE 'Y' TO WS-ALREADY-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       3200-WRITE-TRIGGER.
           MOVE WS-BUSINESS-DATE TO PTG-BUSINESS-DATE
           MOVE PRS-PERIOD-KIND (PRS-IDX) TO PTG-PERIOD-KIND
           MOVE PRS-JOB-NAME (PRS-IDX) TO PTG-JOB-NAME
           MOVE PRS-PARM-NAME (PRS-IDX) TO PTG-PARM-NAME
           EVALUATE TRUE
               WHEN PRS-PARM-PERIOD (PRS-IDX)
                   MOVE WS-PERIOD-MONTH TO PTG-PARM-VALUE
               WHEN PRS-PARM-YEAR (PRS-IDX)
                   MOVE WS-BUS-YYYY TO PTG-PARM-VALUE
               WHEN PRS-PARM-DATE (PRS-IDX)
                   MOVE WS-BUSINESS-DATE TO PTG-PARM-VALUE
               WHEN OTHER
                   MOVE SPACES TO PTG-PARM-VALUE
           END-EVALUATE
           MOVE PRS-RELEASE (PRS-IDX) TO PTG-RELEASE
           MOVE WS-RUN-TOKEN TO PTG-RUN-TOKEN
           WRITE PTG-REC
           .

      *--  One run-log entry per stream released, in the same
      *--  program/code/text layout as every other entry.
       3300-LOG-RELEASE.
           MOVE 'PRDSCH00' TO RC-ERROR-PROGRAM-ID
           MOVE 'B001' TO RC-ERROR-CODE
           MOVE SPACES TO RC-ERROR-TEXT
           STRING WS-RELEASE-KEY ' ' WS-PERIOD-LABEL ' ' PTG-PERIOD
                  ' ' PTG-RELEASE
               DELIMITED BY SIZE INTO RC-ERROR-TEXT
           DISPLAY RC-ERROR-MESSAGE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO RUNL-BUSINESS-DATE
           MOVE 'PRDSCH00' TO RUNL-STEP-NAME
           MOVE ZERO TO RUNL-RETURN-CODE
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY 'PRDSCH00 BUSINESS DATE: ' WS-BUSINESS-DATE
               ' NEXT BUSINESS DAY: ' WS-NEXT-BUSINESS-DATE
           DISPLAY 'PRDSCH00 MONTH END: ' WS-MONTH-END-IND
               ' QUARTER END: ' WS-QUARTER-END-IND
               ' YEAR END: ' WS-YEAR-END-IND
           DISPLAY 'PRDSCH00 STREAMS RELEASED: ' WS-RELEASE-COUNT
           DISPLAY 'PRDSCH00 ALREADY RELEASED: ' WS-REPEAT-COUNT
           IF WS-MONTH-END
               MOVE WS-RELEASE-COUNT TO WS-COUNT-DISPLAY
               STRING 'PERIOD END ' WS-PERIOD-MONTH ' - '
                      WS-COUNT-DISPLAY ' STREAMS RELEASED'
                   DELIMITED BY SIZE INTO WS-SUMMARY-TEXT
           ELSE
               MOVE 'NO PERIOD ENDS TONIGHT' TO WS-SUMMARY-TEXT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL.  A warning when a stream was already released
      *  for this business date, or when HOLCAL.DAT was missing and
      *  only weekends were stepped over -- a holiday at a month end
      *  could then have been taken for a business day; normal
      *  otherwise.  Nothing here holds the rest of the chain.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'PRDSCH00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-HOL-WAS-MISSING
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'HOLCAL.DAT MISSING - ONLY WEEKENDS SKIPPED'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN WS-REPEAT-COUNT > ZERO
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
                   MOVE SPACES TO RC-ERROR-TEXT
                   STRING WS-COUNT-DISPLAY
                          ' STREAMS ALREADY RELEASED FOR THIS DATE'
                       DELIMITED BY SIZE INTO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this run's return code and message
      *  to the shared run log under the night's token.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO RUNL-BUSINESS-DATE
           MOVE 'PRDSCH00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE SPACES TO RC-ERROR-CODE
               MOVE WS-SUMMARY-TEXT TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
