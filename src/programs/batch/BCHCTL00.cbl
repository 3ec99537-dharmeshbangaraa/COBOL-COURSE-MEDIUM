               FILE STATUS IS WS-CHANREF-FILE-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO 'HOLCAL.DAT'
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT STANDING-PARM-FILE ASSIGN TO 'STDPARM.DAT'
               FILE STATUS IS WS-STDP-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO 'PRMOVR.LOG'
               FILE STATUS IS WS-OVRL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.
       01  HOL-REC.
           05  HOL-DATE              PIC X(08).

      *--  Standing run parameters, effective-dated and maintained
      *--  only through the PRMM/PRMA maker/checker transactions; see
      *--  STDPARM.cpy.  Read sequentially here, key order.
       FD  STANDING-PARM-FILE.
           COPY STDPARM.

      *--  One-night override log.  One record per parameter per run
      *--  a JCL override was asked for -- applied or refused -- with
      *--  the standing value it displaced and who authorized it.
      *--  Accumulates across runs like the timing log.
       FD  OVERRIDE-LOG-FILE.
       01  OVRL-REC.
           05  OVRL-BUSINESS-DATE        PIC X(08).
           05  OVRL-PARM-NAME            PIC X(16).
           05  OVRL-STANDING-VALUE       PIC X(15).
           05  OVRL-OVERRIDE-VALUE       PIC X(15).
           05  OVRL-AUTHORIZER           PIC X(08).
           05  OVRL-OUTCOME              PIC X(01).
               88  OVRL-APPLIED          VALUE 'A'.
               88  OVRL-REFUSED-NO-AUTH  VALUE 'R'.
               88  OVRL-REFUSED-INVALID  VALUE 'I'.
           05  OVRL-RUN-TOKEN            PIC X(16).

      *--  Step timing/SLA log.  One record per step per
      *--  start/end event so operations can see which step in a late
      *--  chain blew its SLA window instead of guessing from job-log
      *--  PNL threshold / currency-conversion settings this run
      *--  publishes to RUNPARM.DAT for the rest of the chain; the
      *--  per-step validate-only/restart switches below stay local to
      *--  BCHCTL00's own control logic.  Each of the published
      *--  settings is resolved by 1200-RESOLVE-RUN-SETTINGS from the
      *--  standing parameters (STDPARM.DAT), so the VALUEs here are
      *--  only the same built-in defaults STDPDEF.cpy holds.
       01  WS-PNL-THRESHOLD          PIC S9(13)V99 COMP-3
               VALUE 100000.00.
       01  WS-CCY-CONVERT-IND        PIC X(01) VALUE 'Y'.
           88  WS-CCY-CONVERT        VALUE 'Y'.


      *--  Portfolio-aggregation mode, published to RUNPARM.DAT for
      *--  PNL-CALC-PROG.  On by default -- the desk reads positions,
      *--  not tickets; an authorized one-night AGGREGATE override of
      *--  N gives a per-trade detail run when the audit chain needs
      *--  one.
       01  WS-AGGREGATE-IND          PIC X(01) VALUE 'Y'.
           88  WS-AGGREGATE          VALUE 'Y'.

      *--  calc; off unless the chain asks for it.
       01  WS-MTM-IND                PIC X(01) VALUE 'N'.

      *--  Standing run parameters.  STD-PARM-DEF-TABLE (STDPDEF.cpy)
      *--  names each setting with its value rule and built-in
      *--  default; the parallel table below holds what this business
      *--  date resolved to and where it came from -- the default, the
      *--  STDPARM entry in force (and its effective date), or a
      *--  one-night override from the JCL environment.
       COPY STDPDEF.

       01  WS-STDP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-STDP-FILE-OK       VALUE '00'.
           88  WS-STDP-MISSING       VALUE '35'.
       01  WS-STDP-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  WS-STDP-EOF           VALUE 'Y'.
       01  WS-STDP-ERROR-IND         PIC X(01) VALUE 'N'.
           88  WS-STDP-ERROR         VALUE 'Y'.

       01  WS-SETTING-TABLE.
           05  WS-SETTING-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-SET-IDX.
               10  WS-SET-VALUE          PIC X(15).
               10  WS-SET-SOURCE         PIC X(01).
                   88  WS-SET-FROM-DEFAULT   VALUE 'D'.
                   88  WS-SET-FROM-STANDING  VALUE 'S'.
                   88  WS-SET-FROM-OVERRIDE  VALUE 'O'.
               10  WS-SET-EFF-DATE       PIC X(08).
               10  WS-SET-STANDING-VALUE PIC X(15).
               10  WS-SET-OVR-VALUE      PIC X(15).
               10  WS-SET-OVR-OUTCOME    PIC X(01).
                   88  WS-SET-OVR-NONE       VALUE SPACE.
                   88  WS-SET-OVR-APPLIED    VALUE 'A'.
                   88  WS-SET-OVR-NO-AUTH    VALUE 'R'.
                   88  WS-SET-OVR-INVALID    VALUE 'I'.

      *--  One-night override.  The BCHCTL-<parameter> environment
      *--  variables the chain used to run on now only override the
      *--  standing value for the one run, and only when
      *--  BCHCTL-OVERRIDE-AUTH names who authorized it; without an
      *--  authorizer the override is refused, logged, and the run
      *--  ends with a warning.
       01  WS-OVERRIDE-AUTH          PIC X(08) VALUE SPACES.
       01  WS-OVR-PARM-NAME          PIC X(16) VALUE SPACES.
       01  WS-OVR-VALUE              PIC X(15) VALUE SPACES.
       01  WS-OVR-REFUSED-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-OVRL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-OVRL-FILE-OK       VALUE '00'.
           88  WS-OVRL-FILE-MISSING  VALUE '35'.

      *--  Value-rule check shared by the standing entries and the
      *--  overrides; PNL-THRESHOLD is normalized to fifteen digits.
       01  WS-CHECK-VALUE            PIC X(15) VALUE SPACES.
       01  WS-CHECK-VALUE-LEN        PIC 9(02) COMP VALUE ZERO.
       01  WS-CHECK-AMOUNT           PIC 9(15) VALUE ZERO.
       01  WS-CHECK-VALID-IND        PIC X(01) VALUE 'N'.
           88  WS-CHECK-VALID        VALUE 'Y'.

       01  WS-SETTINGS-HEAD-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(38)
                   VALUE 'ACTIVE RUN SETTINGS FOR BUSINESS DATE '.
           05  SET-HEAD-DATE         PIC X(08).

       01  WS-SETTING-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  SET-LINE-NAME         PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SET-LINE-VALUE        PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SET-LINE-SOURCE       PIC X(40).

      *--  This run's unique instance token, built once from the
      *--  date and wall clock when RUNPARM.DAT is published.
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
           ACCEPT WS-VALIDATE-ONLY-IND
               FROM ENVIRONMENT 'BCHCTL-VALIDATE-ONLY'
           ACCEPT WS-RESTART-IND FROM ENVIRONMENT 'BCHCTL-RESTART'
           PERFORM 1200-RESOLVE-RUN-SETTINGS
           PERFORM 1050-INIT-CHANNEL-TABLE
           PERFORM 1060-INIT-SLA-TABLE
           PERFORM 1100-LOAD-STEP-STATUS
           PERFORM 1500-WRITE-RUN-PARAMETERS
           PERFORM 1550-LOG-OVERRIDES
      *--  The timing log accumulates across runs -- one night used to
      *--  overwrite the last, which is why nobody could see PNLCALC's
      *--  elapsed time creeping toward its SLA over a quarter.  The
      *  PROG/RPTPOS00/RPTAUD00 pick up the same values instead of each
      *  working them out on its own.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  1200-RESOLVE-RUN-SETTINGS settles every setting this business
      *  date publishes: the built-in default, replaced by the STDPARM
      *  entry in force for the date, replaced in turn by an
      *  authorized one-night override.  A catch-up run resolves each
      *  date afresh, so a change effective mid-range takes effect on
      *  the right date.
      *----------------------------------------------------------------
       1200-RESOLVE-RUN-SETTINGS.
           PERFORM VARYING SPD-IDX FROM 1 BY 1
                   UNTIL SPD-IDX > STD-PARM-DEF-COUNT
               SET WS-SET-IDX TO SPD-IDX
               MOVE SPD-DEFAULT-VALUE (SPD-IDX)
                   TO WS-SET-VALUE (WS-SET-IDX)
               MOVE 'D' TO WS-SET-SOURCE (WS-SET-IDX)
               MOVE SPACES TO WS-SET-EFF-DATE (WS-SET-IDX)
               MOVE SPACES TO WS-SET-STANDING-VALUE (WS-SET-IDX)
               MOVE SPACES TO WS-SET-OVR-VALUE (WS-SET-IDX)
               MOVE SPACE TO WS-SET-OVR-OUTCOME (WS-SET-IDX)
           END-PERFORM
           PERFORM 1210-LOAD-STANDING-PARMS
           PERFORM 1230-ACCEPT-OVERRIDES
           PERFORM 1260-PUBLISH-SETTINGS
           .

      *----------------------------------------------------------------
      *  1210-LOAD-STANDING-PARMS reads STDPARM.DAT and keeps, per
      *  parameter, the entry with the latest effective date on or
      *  before the business date.  A missing file leaves the
      *  built-in defaults in force, the same missing-optional-file
      *  convention CHANREF.DAT follows; any other open failure is a
      *  file error on the run's return code.
      *----------------------------------------------------------------
       1210-LOAD-STANDING-PARMS.
           MOVE 'N' TO WS-STDP-EOF-FLAG
           OPEN INPUT STANDING-PARM-FILE
           IF WS-STDP-MISSING
               DISPLAY 'BCHCTL00 NO STDPARM.DAT - BUILT-IN DEFAULTS '
                   'IN FORCE'
           ELSE
               IF NOT WS-STDP-FILE-OK
                   MOVE 'Y' TO WS-STDP-ERROR-IND
                   DISPLAY 'BCHCTL00 STDPARM.DAT OPEN FAILED, STATUS '
                       WS-STDP-FILE-STATUS
               ELSE
                   PERFORM UNTIL WS-STDP-EOF
                       READ STANDING-PARM-FILE
                           AT END
                               MOVE 'Y' TO WS-STDP-EOF-FLAG
                           NOT AT END
                               PERFORM 1220-APPLY-STANDING-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE STANDING-PARM-FILE
               END-IF
           END-IF
           .

      *--  An entry for a name this release does not know, or whose
      *--  value fails its rule, is skipped rather than published.
       1220-APPLY-STANDING-ENTRY.
           IF SPM-EFFECTIVE-DATE NOT > WS-RUN-DATE
               SET SPD-IDX TO 1
               SEARCH STD-PARM-DEF-ENTRY
                   WHEN SPD-PARM-NAME (SPD-IDX) = SPM-PARM-NAME
                       SET WS-SET-IDX TO SPD-IDX
                       IF SPM-EFFECTIVE-DATE
                               > WS-SET-EFF-DATE (WS-SET-IDX)
                           MOVE SPM-PARM-VALUE TO WS-CHECK-VALUE
                           PERFORM 1250-CHECK-SETTING-VALUE
                           IF WS-CHECK-VALID
                               MOVE WS-CHECK-VALUE
                                   TO WS-SET-VALUE (WS-SET-IDX)
                               MOVE 'S' TO WS-SET-SOURCE (WS-SET-IDX)
                               MOVE SPM-EFFECTIVE-DATE
                                   TO WS-SET-EFF-DATE (WS-SET-IDX)
                           ELSE
                               DISPLAY 'BCHCTL00 STDPARM ENTRY SKIPPED'
                                   ' - BAD VALUE: ' SPM-PARM-NAME
                                   ' ' SPM-EFFECTIVE-DATE
                           END-IF
                       END-IF
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  1230-ACCEPT-OVERRIDES takes the one-night overrides from the
      *  same BCHCTL-<parameter> environment variables the chain has
      *  always read, plus BCHCTL-OVERRIDE-AUTH for who authorized
      *  them.  An unset variable is no override.
      *----------------------------------------------------------------
       1230-ACCEPT-OVERRIDES.
           ACCEPT WS-OVERRIDE-AUTH
               FROM ENVIRONMENT 'BCHCTL-OVERRIDE-AUTH'
           MOVE 'PNL-THRESHOLD' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-PNL-THRESHOLD'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'CCY-CONVERT' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-CCY-CONVERT'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'AVG-COST' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-AVG-COST'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'AGGREGATE' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-AGGREGATE'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'VALUATION-BASIS' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-VALUATION-BASIS'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'RPT2-CURRENCY' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-RPT2-CURRENCY'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'LOT-METHOD' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE
               FROM ENVIRONMENT 'BCHCTL-LOT-METHOD'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'CARRY' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE FROM ENVIRONMENT 'BCHCTL-CARRY'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           MOVE 'MTM' TO WS-OVR-PARM-NAME
           ACCEPT WS-OVR-VALUE FROM ENVIRONMENT 'BCHCTL-MTM'
           PERFORM 1240-APPLY-ONE-OVERRIDE
           .

      *----------------------------------------------------------------
      *  1240-APPLY-ONE-OVERRIDE applies one requested override only
      *  when it is authorized and its value passes the parameter's
      *  rule; either way the request is kept on the table for the
      *  override log and the report.
      *----------------------------------------------------------------
       1240-APPLY-ONE-OVERRIDE.
           IF WS-OVR-VALUE NOT = SPACES
               SET SPD-IDX TO 1
               SEARCH STD-PARM-DEF-ENTRY
                   WHEN SPD-PARM-NAME (SPD-IDX) = WS-OVR-PARM-NAME
                       SET WS-SET-IDX TO SPD-IDX
                       MOVE WS-SET-VALUE (WS-SET-IDX)
                           TO WS-SET-STANDING-VALUE (WS-SET-IDX)
                       MOVE WS-OVR-VALUE
                           TO WS-SET-OVR-VALUE (WS-SET-IDX)
                       MOVE WS-OVR-VALUE TO WS-CHECK-VALUE
                       PERFORM 1250-CHECK-SETTING-VALUE
                       EVALUATE TRUE
                           WHEN WS-OVERRIDE-AUTH = SPACES
                               MOVE 'R'
                                   TO WS-SET-OVR-OUTCOME (WS-SET-IDX)
                               ADD 1 TO WS-OVR-REFUSED-COUNT
                               DISPLAY 'BCHCTL00 OVERRIDE REFUSED - NO'
                                   ' AUTHORIZER: ' WS-OVR-PARM-NAME
                           WHEN NOT WS-CHECK-VALID
                               MOVE 'I'
                                   TO WS-SET-OVR-OUTCOME (WS-SET-IDX)
                               ADD 1 TO WS-OVR-REFUSED-COUNT
                               DISPLAY 'BCHCTL00 OVERRIDE REFUSED - BAD'
                                   ' VALUE: ' WS-OVR-PARM-NAME
                           WHEN OTHER
                               MOVE 'A'
                                   TO WS-SET-OVR-OUTCOME (WS-SET-IDX)
                               MOVE WS-CHECK-VALUE
                                   TO WS-SET-VALUE (WS-SET-IDX)
                               MOVE 'O' TO WS-SET-SOURCE (WS-SET-IDX)
                               DISPLAY 'BCHCTL00 ONE-NIGHT OVERRIDE '
                                   WS-OVR-PARM-NAME ' = ' WS-CHECK-VALUE
                                   ' AUTHORIZED BY ' WS-OVERRIDE-AUTH
                       END-EVALUATE
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  1250-CHECK-SETTING-VALUE applies the STDPDEF.cpy value rule
      *  for the parameter at SPD-IDX to WS-CHECK-VALUE -- the same
      *  rules PRMMNT00 applies when the value is keyed.
      *----------------------------------------------------------------
       1250-CHECK-SETTING-VALUE.
           MOVE 'Y' TO WS-CHECK-VALID-IND
           EVALUATE TRUE
               WHEN SPD-KIND-AMOUNT (SPD-IDX)
                   PERFORM 1255-CHECK-AMOUNT-VALUE
               WHEN SPD-KIND-SWITCH (SPD-IDX)
                   IF WS-CHECK-VALUE NOT = 'Y' AND NOT = 'N'
                       MOVE 'N' TO WS-CHECK-VALID-IND
                   END-IF
               WHEN SPD-KIND-BASIS (SPD-IDX)
                   IF WS-CHECK-VALUE NOT = 'T' AND NOT = 'S'
                       MOVE 'N' TO WS-CHECK-VALID-IND
                   END-IF
               WHEN SPD-KIND-LOT (SPD-IDX)
                   IF WS-CHECK-VALUE NOT = 'F' AND NOT = 'L'
                           AND NOT = 'T'
                       MOVE 'N' TO WS-CHECK-VALID-IND
                   END-IF
               WHEN SPD-KIND-CURRENCY (SPD-IDX)
                   IF WS-CHECK-VALUE NOT = SPACES
                       IF WS-CHECK-VALUE (1:3) NOT ALPHABETIC
                               OR WS-CHECK-VALUE (1:3) = SPACES
                               OR WS-CHECK-VALUE (4:12) NOT = SPACES
                           MOVE 'N' TO WS-CHECK-VALID-IND
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *--  Digits only, not zero -- an override is usually keyed
      *--  short and left-justified, a stored entry is already
      *--  zero-filled; either comes back zero-filled to fifteen.
       1255-CHECK-AMOUNT-VALUE.
           MOVE ZERO TO WS-CHECK-VALUE-LEN
           INSPECT WS-CHECK-VALUE TALLYING WS-CHECK-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CHECK-VALUE-LEN = ZERO
               MOVE 'N' TO WS-CHECK-VALID-IND
           ELSE
               IF WS-CHECK-VALUE (1:WS-CHECK-VALUE-LEN) NOT NUMERIC
                   MOVE 'N' TO WS-CHECK-VALID-IND
               ELSE
                   IF WS-CHECK-VALUE-LEN < 15
                       IF WS-CHECK-VALUE (WS-CHECK-VALUE-LEN + 1:)
                               NOT = SPACES
                           MOVE 'N' TO WS-CHECK-VALID-IND
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CHECK-VALID
               MOVE WS-CHECK-VALUE (1:WS-CHECK-VALUE-LEN)
                   TO WS-CHECK-AMOUNT
               IF WS-CHECK-AMOUNT = ZERO
                   MOVE 'N' TO WS-CHECK-VALID-IND
               ELSE
                   MOVE WS-CHECK-AMOUNT TO WS-CHECK-VALUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1260-PUBLISH-SETTINGS moves the resolved table onto the
      *  fields 1500-WRITE-RUN-PARAMETERS publishes, in STDPDEF.cpy's
      *  entry order.
      *----------------------------------------------------------------
       1260-PUBLISH-SETTINGS.
           MOVE WS-SET-VALUE (1) TO WS-CHECK-AMOUNT
           MOVE WS-CHECK-AMOUNT TO WS-PNL-THRESHOLD
           MOVE WS-SET-VALUE (2) TO WS-CCY-CONVERT-IND
           MOVE WS-SET-VALUE (3) TO WS-AVG-COST-IND
           MOVE WS-SET-VALUE (4) TO WS-AGGREGATE-IND
           MOVE WS-SET-VALUE (5) TO WS-VALUATION-BASIS-IND
           MOVE WS-SET-VALUE (6) TO WS-RPT2-CURRENCY
           MOVE WS-SET-VALUE (7) TO WS-LOT-METHOD-IND
           MOVE WS-SET-VALUE (8) TO WS-CARRY-IND
           MOVE WS-SET-VALUE (9) TO WS-MTM-IND
           .

       1500-WRITE-RUN-PARAMETERS.
           ACCEPT WS-TOKEN-TIME FROM TIME
           STRING WS-RUN-DATE WS-TOKEN-TIME
           CLOSE RUN-PARM-FILE
           .

      *----------------------------------------------------------------
      *  1550-LOG-OVERRIDES appends one PRMOVR.LOG record for every
      *  override requested this business date, applied or refused,
      *  under the run token 1500 just built.  The first-ever run
      *  starts the file.
      *----------------------------------------------------------------
       1550-LOG-OVERRIDES.
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF WS-OVRL-FILE-MISSING
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > STD-PARM-DEF-COUNT
               IF NOT WS-SET-OVR-NONE (WS-SET-IDX)
                   SET SPD-IDX TO WS-SET-IDX
                   MOVE WS-RUN-DATE TO OVRL-BUSINESS-DATE
                   MOVE SPD-PARM-NAME (SPD-IDX) TO OVRL-PARM-NAME
                   MOVE WS-SET-STANDING-VALUE (WS-SET-IDX)
                       TO OVRL-STANDING-VALUE
                   MOVE WS-SET-OVR-VALUE (WS-SET-IDX)
                       TO OVRL-OVERRIDE-VALUE
                   MOVE WS-OVERRIDE-AUTH TO OVRL-AUTHORIZER
                   MOVE WS-SET-OVR-OUTCOME (WS-SET-IDX)
                       TO OVRL-OUTCOME
                   MOVE WS-RUN-TOKEN TO OVRL-RUN-TOKEN
                   WRITE OVRL-REC
               END-IF
           END-PERFORM
           CLOSE OVERRIDE-LOG-FILE
           .

      *----------------------------------------------------------------
      *  2000-PROCESS-TRANSACTION looks up (or defaults) the channel
      *  entry for the current record and accumulates its count/total,
           .

       3900-WRITE-VALIDATION-REPORT.
           PERFORM 4960-WRITE-SETTINGS-LINES
           MOVE WS-VAL-RECORD-COUNT TO SUM-VAL-RECORD-COUNT
           MOVE WS-VAL-BAD-CHANNEL-COUNT TO SUM-VAL-BAD-CHANNEL
           WRITE VAL-LINE FROM WS-VAL-SUMMARY-LINE

       4900-WRITE-CHANNEL-TOTALS.
           OPEN OUTPUT VALIDATION-REPORT
           PERFORM 4960-WRITE-SETTINGS-LINES
           PERFORM 4950-WRITE-CHANNEL-SUMMARY-LINES
           CLOSE VALIDATION-REPORT
           .

      *--  4960-WRITE-SETTINGS-LINES prints the settings the business
      *--  date ran on -- every published parameter, its value, and
      *--  whether it came from the built-in default, the standing
      *--  entry (with its effective date), or a one-night override
      *--  (with its authorizer) -- ahead of the channel lines, on
      *--  whichever copy of the report is open.  A refused override
      *--  is printed under the value that actually ran.
       4960-WRITE-SETTINGS-LINES.
           MOVE WS-RUN-DATE TO SET-HEAD-DATE
           WRITE VAL-LINE FROM WS-SETTINGS-HEAD-LINE
           PERFORM VARYING SPD-IDX FROM 1 BY 1
                   UNTIL SPD-IDX > STD-PARM-DEF-COUNT
               SET WS-SET-IDX TO SPD-IDX
               MOVE SPD-PARM-NAME (SPD-IDX) TO SET-LINE-NAME
               MOVE WS-SET-VALUE (WS-SET-IDX) TO SET-LINE-VALUE
               MOVE SPACES TO SET-LINE-SOURCE
               EVALUATE TRUE
                   WHEN WS-SET-FROM-OVERRIDE (WS-SET-IDX)
                       STRING 'ONE-NIGHT OVERRIDE, AUTH BY '
                              WS-OVERRIDE-AUTH
                           DELIMITED BY SIZE INTO SET-LINE-SOURCE
                   WHEN WS-SET-FROM-STANDING (WS-SET-IDX)
                       STRING 'STANDING, EFFECTIVE '
                              WS-SET-EFF-DATE (WS-SET-IDX)
                           DELIMITED BY SIZE INTO SET-LINE-SOURCE
                   WHEN OTHER
                       MOVE 'BUILT-IN DEFAULT' TO SET-LINE-SOURCE
               END-EVALUATE
               WRITE VAL-LINE FROM WS-SETTING-LINE
               IF WS-SET-OVR-NO-AUTH (WS-SET-IDX)
                       OR WS-SET-OVR-INVALID (WS-SET-IDX)
                   MOVE SPACES TO SET-LINE-NAME
                   MOVE WS-SET-OVR-VALUE (WS-SET-IDX)
                       TO SET-LINE-VALUE
                   IF WS-SET-OVR-NO-AUTH (WS-SET-IDX)
                       MOVE 'OVERRIDE REFUSED - NO AUTHORIZER'
                           TO SET-LINE-SOURCE
                   ELSE
                       MOVE 'OVERRIDE REFUSED - INVALID VALUE'
                           TO SET-LINE-SOURCE
                   END-IF
                   WRITE VAL-LINE FROM WS-SETTING-LINE
               END-IF
           END-PERFORM
           .

      *--  4950-WRITE-CHANNEL-SUMMARY-LINES writes the per-channel
      *--  count/total lines built by 2000-PROCESS-TRANSACTION onto
      *--  whichever report is already open: 4900 opens its own copy
           ADD 1 TO WS-CATCHUP-DAY-COUNT
           MOVE WS-CAND-DATE-NUM TO WS-RUN-DATE
           PERFORM 1090-DERIVE-PRIOR-BUSINESS
           PERFORM 1200-RESOLVE-RUN-SETTINGS
           PERFORM 1500-WRITE-RUN-PARAMETERS
           PERFORM 1550-LOG-OVERRIDES
           MOVE 'I' TO WS-HISTLD00-STATUS
           MOVE 'I' TO WS-PNLCALC-STATUS
           MOVE 'I' TO WS-RPTPOS00-STATUS
      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error if the step-control file could not
      *  be read for any reason other than simply not existing yet, or
      *  STDPARM.DAT could not be opened, a warning if a one-night
      *  override was refused or validate-only found bad channel
      *  codes, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'BCHCTL00' TO RC-ERROR-PROGRAM-ID
               MOVE 'STEP CONTROL FILE STATUS ERROR' TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
           IF WS-STDP-ERROR
               MOVE 'E002' TO RC-ERROR-CODE
               MOVE 'STANDING PARAMETER FILE (STDPARM) STATUS ERROR'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
           IF WS-OVR-REFUSED-COUNT > ZERO
               MOVE 'W003' TO RC-ERROR-CODE
               MOVE 'ONE-NIGHT OVERRIDE REFUSED - SEE PRMOVR.LOG'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-VALIDATE-ONLY AND WS-VAL-BAD-CHANNEL-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
