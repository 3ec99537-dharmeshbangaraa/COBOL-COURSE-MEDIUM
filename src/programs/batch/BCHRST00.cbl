       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BCHRST00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  BCHRST00 -- OVERNIGHT CHAIN RESTART CONTROL
      *  A failed chain used to be resubmitted from the top: the
      *  watchdog, conversion, merge and load all ran again, and any
      *  step that is not safe to repeat could post twice.  This
      *  program lets BCHCHAIN pick up at the step that failed, under
      *  the run token the night started with, and keeps every step
      *  from running twice for one token.  It runs in two modes
      *  (BCHRST-MODE):
      *
      *  PLAN (the chain's first step).  On an ordinary night it
      *  empties the restart plan and ends RC=0.  With
      *  BCHRST-RESTART=Y it reads BCHRUN.LOG for the token
      *  RUNPARM.DAT still carries, walks the chain in CHNSTEP.cpy
      *  order to the first step that did not end cleanly (return
      *  code 4 or under), re-checks the trailered outputs of the
      *  steps before it (the feed against its control count,
      *  PNLOUT.DAT and GLJRNL.DAT against their trailers), and
      *  writes those steps to the restart plan BCHRSTP.DAT.  It
      *  refuses the restart -- RC=8, which holds the whole chain --
      *  when no token was published, BCHCTL00 never completed
      *  under it (nothing of the night's posting has run: resubmit
      *  normally), or a completed step's output is no longer
      *  intact (back the night out with UTLBKO first).
      *
      *  GUARD (BCHRST-STEP names the JCL step; one ahead of every
      *  chain step).  Ends RC=4, and the step behind it is bypassed,
      *  when the restart plan lists the step under tonight's token
      *  or when the step itself already logged a clean end under
      *  that token; ends RC=0 otherwise.  Bypasses are logged to
      *  BCHRUN.LOG so the run summary shows them.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT RESTART-PLAN-FILE ASSIGN TO 'BCHRSTP.DAT'
               FILE STATUS IS WS-RSP-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'BCHTRAN.DAT'
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'BCHCTRL.DAT'
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT PNL-OUTPUT-FILE ASSIGN TO 'PNLOUT.DAT'
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared run parameters written by BCHCTL00; the token the
      *--  night is running under.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  The restart plan: one record per chain step a restart
      *--  found already complete, under the token it was planned
      *--  for.  Empty on an ordinary night.
       FD  RESTART-PLAN-FILE.
       01  RSP-REC.
           05  RSP-RUN-TOKEN         PIC X(16).
           05  RSP-JCL-STEP          PIC X(08).
           05  RSP-LOG-STEP          PIC X(08).

      *--  The night's feed and the sender's control record, the same
      *--  pair UTLVAL00 reconciles.
       FD  TRANSACTION-FILE.
           COPY TRNREC.

       FD  CONTROL-FILE.
       01  CTRL-REC.
           05  CTRL-EXPECTED-COUNT   PIC 9(09).
           05  CTRL-EXPECTED-TOTAL   PIC S9(13)V99.

      *--  Shared with PNL-CALC-PROG and its readers via PNLOUTRC.cpy.
       FD  PNL-OUTPUT-FILE.
           COPY PNLOUTRC.

      *--  GLEXTR00's GL interface file: entries, per-entity ENTTRL
      *--  records, and the final TRAILER.
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
       01  WS-RSP-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RSP-FILE-OK        VALUE '00'.
           88  WS-RSP-FILE-MISSING   VALUE '35'.
       01  WS-TRN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TRN-FILE-OK        VALUE '00'.
           88  WS-TRN-FILE-MISSING   VALUE '35'.
       01  WS-CTRL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-CTRL-FILE-OK       VALUE '00'.
           88  WS-CTRL-FILE-MISSING  VALUE '35'.
       01  WS-OUT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OUT-FILE-OK        VALUE '00'.
           88  WS-OUT-FILE-MISSING   VALUE '35'.
       01  WS-JRN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-JRN-FILE-OK        VALUE '00'.
           88  WS-JRN-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

       01  WS-MODE                   PIC X(05) VALUE 'PLAN '.
           88  WS-MODE-GUARD         VALUE 'GUARD'.
       01  WS-RESTART-IND            PIC X(01) VALUE 'N'.
           88  WS-RESTART-REQUESTED  VALUE 'Y'.
       01  WS-GUARD-STEP             PIC X(08) VALUE SPACES.

      *--  The chain's steps in run order.
           COPY CHNSTEP.

      *--  What the run log says each step did under the token, in
      *--  CHNSTEP.cpy order: the last return code logged wins, as it
      *--  does on the run summary.
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-ENTRY OCCURS 54 TIMES
                   INDEXED BY WS-OUT-IDX.
               10  WS-OUT-LOGGED         PIC X(01).
                   88  WS-OUT-WAS-LOGGED     VALUE 'Y'.
               10  WS-OUT-RETURN-CODE    PIC 9(02).

      *--  Restart plan state.
       01  WS-RESTART-SUB            PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-STEP-SUB               PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-BYPASS-COUNT           PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-BYPASS-DISPLAY         PIC Z9.
       01  WS-PLAN-TEXT              PIC X(60) VALUE SPACES.
       01  WS-REFUSAL                PIC X(04) VALUE SPACES.
       01  WS-UNCONFIRMED-IND        PIC X(01) VALUE 'N'.
           88  WS-RESTART-UNCONFIRMED VALUE 'Y'.
       01  WS-BAD-OUTPUT             PIC X(12) VALUE SPACES.

      *--  Output re-check work fields.
       01  WS-CHECK-OK-IND           PIC X(01) VALUE 'Y'.
           88  WS-CHECK-OK           VALUE 'Y'.
       01  WS-TRAILER-SEEN-IND       PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN       VALUE 'Y'.
       01  WS-VER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-VER-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-VER-REALIZED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-VER-UNREALIZED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-TRL-REALIZED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-UNREALIZED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-TOKEN              PIC X(16) VALUE SPACES.

      *--  Guard state.
       01  WS-GUARD-FOUND-IND        PIC X(01) VALUE 'N'.
           88  WS-GUARD-FOUND        VALUE 'Y'.
       01  WS-BYPASS-IND             PIC X(01) VALUE 'N'.
           88  WS-BYPASS-STEP        VALUE 'Y'.
       01  WS-BYPASS-REASON          PIC X(20) VALUE SPACES.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-RESTART-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-GUARD
               PERFORM 3000-GUARD-STEP
           ELSE
               PERFORM 2000-PLAN-RESTART
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MODE FROM ENVIRONMENT 'BCHRST-MODE'
           IF NOT WS-MODE-GUARD
               MOVE 'PLAN ' TO WS-MODE
           END-IF
           ACCEPT WS-RESTART-IND FROM ENVIRONMENT 'BCHRST-RESTART'
           ACCEPT WS-GUARD-STEP FROM ENVIRONMENT 'BCHRST-STEP'
           IF WS-GUARD-STEP = LOW-VALUES
               MOVE SPACES TO WS-GUARD-STEP
           END-IF
           PERFORM 1020-READ-RUN-PARAMETERS
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
      *  2000-PLAN-RESTART.  The plan is emptied first on every run,
      *  so a refused restart -- or an ordinary night -- never leaves
      *  an old plan for the guards to act on.
      *----------------------------------------------------------------
       2000-PLAN-RESTART.
           OPEN OUTPUT RESTART-PLAN-FILE
           CLOSE RESTART-PLAN-FILE
           IF NOT WS-RESTART-REQUESTED
               DISPLAY 'BCHRST00 FRESH RUN - NO RESTART PLANNED'
           ELSE
               IF WS-RUN-TOKEN = SPACES
                   MOVE 'A001' TO WS-REFUSAL
               ELSE
                   PERFORM 2100-LOAD-STEP-OUTCOMES
                   PERFORM 2200-FIND-RESTART-POINT
               END-IF
               IF WS-REFUSAL = SPACES
                   PERFORM 2300-VERIFY-COMPLETED-OUTPUTS
               END-IF
               IF WS-REFUSAL = SPACES
                   PERFORM 2400-WRITE-RESTART-PLAN
               END-IF
           END-IF
           .

       2100-LOAD-STEP-OUTCOMES.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > CHN-STEP-COUNT
               MOVE 'N' TO WS-OUT-LOGGED (WS-OUT-IDX)
               MOVE ZERO TO WS-OUT-RETURN-CODE (WS-OUT-IDX)
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNL-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RUNL-RUN-TOKEN = WS-RUN-TOKEN
                               PERFORM 2150-RECORD-STEP-OUTCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2150-RECORD-STEP-OUTCOME.
           PERFORM VARYING CHS-IDX FROM 1 BY 1
                   UNTIL CHS-IDX > CHN-STEP-COUNT
               IF CHS-LOG-STEP (CHS-IDX) = RUNL-STEP-NAME
                       AND CHS-LOGS-UNDER-TOKEN (CHS-IDX)
                   SET WS-OUT-IDX TO CHS-IDX
                   MOVE 'Y' TO WS-OUT-LOGGED (WS-OUT-IDX)
                   MOVE RUNL-RETURN-CODE
                       TO WS-OUT-RETURN-CODE (WS-OUT-IDX)
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2200-FIND-RESTART-POINT.  The steps ahead of BCHCTL00 log
      *  before the night's token exists, so they are taken as done
      *  once BCHCTL00 is -- the chain's conditions never let it run
      *  after any of them failed.  Without a clean BCHCTL00 under
      *  the token the night never reached its first posting step,
      *  and an ordinary resubmission is the restart.  A step that
      *  writes no run-log record (the archive) cannot be confirmed
      *  done, so a restart reaching it starts there, with a warning.
      *----------------------------------------------------------------
       2200-FIND-RESTART-POINT.
           MOVE ZERO TO WS-RESTART-SUB
           PERFORM VARYING CHS-IDX FROM 1 BY 1
                   UNTIL CHS-IDX > CHN-STEP-COUNT
                      OR WS-RESTART-SUB > ZERO
               SET WS-OUT-IDX TO CHS-IDX
               EVALUATE TRUE
                   WHEN CHS-LOGS-PRE-TOKEN (CHS-IDX)
                       CONTINUE
                   WHEN CHS-NOT-LOGGED (CHS-IDX)
                       SET WS-RESTART-SUB TO CHS-IDX
                       MOVE 'Y' TO WS-UNCONFIRMED-IND
                   WHEN NOT WS-OUT-WAS-LOGGED (WS-OUT-IDX)
                       SET WS-RESTART-SUB TO CHS-IDX
                   WHEN WS-OUT-RETURN-CODE (WS-OUT-IDX) > 04
                       SET WS-RESTART-SUB TO CHS-IDX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-RESTART-SUB > ZERO
               SET CHS-IDX TO WS-RESTART-SUB
               IF CHS-LOG-STEP (CHS-IDX) = 'BCHCTL00'
                       OR CHS-LOGS-PRE-TOKEN (CHS-IDX)
                   MOVE 'A002' TO WS-REFUSAL
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2300-VERIFY-COMPLETED-OUTPUTS re-checks, for every step
      *  before the restart point, the output CHNSTEP.cpy names --
      *  recounted and re-totalled against its own control record or
      *  trailer.  A restart must not build on an output someone has
      *  since truncated, replaced, or overwritten from another run.
      *----------------------------------------------------------------
       2300-VERIFY-COMPLETED-OUTPUTS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB NOT < WS-RESTART-SUB
                      OR WS-REFUSAL NOT = SPACES
               SET CHS-IDX TO WS-STEP-SUB
               MOVE 'Y' TO WS-CHECK-OK-IND
               EVALUATE TRUE
                   WHEN CHS-CHECK-FEED (CHS-IDX)
                       MOVE 'BCHTRAN.DAT' TO WS-BAD-OUTPUT
                       PERFORM 2310-CHECK-FEED
                   WHEN CHS-CHECK-PNLOUT (CHS-IDX)
                       MOVE 'PNLOUT.DAT' TO WS-BAD-OUTPUT
                       PERFORM 2320-CHECK-PNLOUT
                   WHEN CHS-CHECK-GLJRNL (CHS-IDX)
                       MOVE 'GLJRNL.DAT' TO WS-BAD-OUTPUT
                       PERFORM 2330-CHECK-GLJRNL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT WS-CHECK-OK
                   MOVE 'A003' TO WS-REFUSAL
               END-IF
           END-PERFORM
           .

      *--  The feed against its sender's control record.  No control
      *--  record is no check, as in UTLVAL00.
       2310-CHECK-FEED.
           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-FILE-OK
               READ CONTROL-FILE
                   AT END
                       MOVE 'N' TO WS-CHECK-OK-IND
               END-READ
               CLOSE CONTROL-FILE
               MOVE ZERO TO WS-VER-COUNT
               MOVE ZERO TO WS-VER-TOTAL
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT TRANSACTION-FILE
               IF NOT WS-TRN-FILE-OK
                   MOVE 'N' TO WS-CHECK-OK-IND
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ TRANSACTION-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-VER-COUNT
                               ADD TRN-TRADE-AMT TO WS-VER-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE TRANSACTION-FILE
                   IF WS-VER-COUNT NOT = CTRL-EXPECTED-COUNT
                           OR WS-VER-TOTAL NOT = CTRL-EXPECTED-TOTAL
                       MOVE 'N' TO WS-CHECK-OK-IND
                   END-IF
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           .

      *--  PNLOUT.DAT against its trailer: present, count and sums
      *--  agree, and stamped with this night's token.
       2320-CHECK-PNLOUT.
           MOVE ZERO TO WS-VER-COUNT
           MOVE ZERO TO WS-VER-REALIZED
           MOVE ZERO TO WS-VER-UNREALIZED
           MOVE 'N' TO WS-TRAILER-SEEN-IND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PNL-OUTPUT-FILE
           IF NOT WS-OUT-FILE-OK
               MOVE 'N' TO WS-CHECK-OK-IND
           ELSE
               PERFORM UNTIL WS-EOF
                   READ PNL-OUTPUT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TRL-ID = 'TRAILER '
                               MOVE 'Y' TO WS-TRAILER-SEEN-IND
                               MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT
                               MOVE TRL-REALIZED-SUM
                                   TO WS-TRL-REALIZED
                               MOVE TRL-UNREALIZED-SUM
                                   TO WS-TRL-UNREALIZED
                               MOVE TRL-RUN-TOKEN TO WS-TRL-TOKEN
                           ELSE
                               ADD 1 TO WS-VER-COUNT
                               ADD REALIZED-PNL-AMT
                                   TO WS-VER-REALIZED
                               ADD UNREALIZED-PNL-AMT
                                   TO WS-VER-UNREALIZED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PNL-OUTPUT-FILE
               IF NOT WS-TRAILER-SEEN
                       OR WS-TRL-COUNT NOT = WS-VER-COUNT
                       OR WS-TRL-REALIZED NOT = WS-VER-REALIZED
                       OR WS-TRL-UNREALIZED NOT = WS-VER-UNREALIZED
                       OR WS-TRL-TOKEN NOT = WS-RUN-TOKEN
                   MOVE 'N' TO WS-CHECK-OK-IND
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *--  GLJRNL.DAT against its final trailer: entry count, and the
      *--  debits-less-credits net the trailer carries.
       2330-CHECK-GLJRNL.
           MOVE ZERO TO WS-VER-COUNT
           MOVE ZERO TO WS-VER-TOTAL
           MOVE 'N' TO WS-TRAILER-SEEN-IND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT WS-JRN-FILE-OK
               MOVE 'N' TO WS-CHECK-OK-IND
           ELSE
               PERFORM UNTIL WS-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN JRT-ID = 'TRAILER '
                                   MOVE 'Y' TO WS-TRAILER-SEEN-IND
                                   MOVE JRT-ENTRY-COUNT
                                       TO WS-TRL-COUNT
                                   MOVE JRT-NET-AMOUNT
                                       TO WS-TRL-REALIZED
                               WHEN JRT-ID = 'ENTTRL  '
                                   CONTINUE
                               WHEN JRN-DEBIT
                                   ADD 1 TO WS-VER-COUNT
                                   ADD JRN-AMOUNT TO WS-VER-TOTAL
                               WHEN OTHER
                                   ADD 1 TO WS-VER-COUNT
                                   SUBTRACT JRN-AMOUNT
                                       FROM WS-VER-TOTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
               IF NOT WS-TRAILER-SEEN
                       OR WS-TRL-COUNT NOT = WS-VER-COUNT
                       OR WS-TRL-REALIZED NOT = WS-VER-TOTAL
                   MOVE 'N' TO WS-CHECK-OK-IND
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2400-WRITE-RESTART-PLAN.
           MOVE ZERO TO WS-BYPASS-COUNT
           OPEN OUTPUT RESTART-PLAN-FILE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB NOT < WS-RESTART-SUB
               SET CHS-IDX TO WS-STEP-SUB
               MOVE WS-RUN-TOKEN TO RSP-RUN-TOKEN
               MOVE CHS-JCL-STEP (CHS-IDX) TO RSP-JCL-STEP
               MOVE CHS-LOG-STEP (CHS-IDX) TO RSP-LOG-STEP
               WRITE RSP-REC
               ADD 1 TO WS-BYPASS-COUNT
           END-PERFORM
           CLOSE RESTART-PLAN-FILE
           SET CHS-IDX TO WS-RESTART-SUB
           MOVE WS-BYPASS-COUNT TO WS-BYPASS-DISPLAY
           STRING 'RESTART FROM ' CHS-JCL-STEP (CHS-IDX)
                  ' ' CHS-LOG-STEP (CHS-IDX)
                  ' - ' WS-BYPASS-DISPLAY ' STEPS DONE, BYPASSED'
               DELIMITED BY SIZE INTO WS-PLAN-TEXT
           DISPLAY 'BCHRST00 ' WS-PLAN-TEXT
           .

      *----------------------------------------------------------------
      *  3000-GUARD-STEP decides whether the step behind this guard
      *  runs.  Two reasons bypass it: the restart plan lists it
      *  under tonight's token, or it already logged a clean end
      *  under that token itself.  BCHCTL00 is judged by the plan
      *  alone -- until it runs, RUNPARM.DAT still carries the last
      *  night's token, and last night's clean BCHCTL00 with it.
      *----------------------------------------------------------------
       3000-GUARD-STEP.
           MOVE 'N' TO WS-GUARD-FOUND-IND
           PERFORM VARYING CHS-IDX FROM 1 BY 1
                   UNTIL CHS-IDX > CHN-STEP-COUNT
                      OR WS-GUARD-FOUND
               IF CHS-JCL-STEP (CHS-IDX) = WS-GUARD-STEP
                   MOVE 'Y' TO WS-GUARD-FOUND-IND
                   SET WS-STEP-SUB TO CHS-IDX
               END-IF
           END-PERFORM
           IF NOT WS-GUARD-FOUND
               MOVE 'A004' TO WS-REFUSAL
           ELSE
               SET CHS-IDX TO WS-STEP-SUB
               IF WS-RUN-TOKEN NOT = SPACES
                   PERFORM 3100-CHECK-RESTART-PLAN
                   IF NOT WS-BYPASS-STEP
                           AND CHS-LOGS-UNDER-TOKEN (CHS-IDX)
                           AND CHS-LOG-STEP (CHS-IDX) NOT = 'BCHCTL00'
                       PERFORM 3200-CHECK-RUN-LOG
                   END-IF
               END-IF
               IF WS-BYPASS-STEP
                   DISPLAY 'BCHRST00 ' WS-GUARD-STEP ' '
                       CHS-LOG-STEP (CHS-IDX) ' BYPASSED - '
                       WS-BYPASS-REASON
               ELSE
                   DISPLAY 'BCHRST00 ' WS-GUARD-STEP ' '
                       CHS-LOG-STEP (CHS-IDX) ' CLEARED TO RUN'
               END-IF
           END-IF
           .

       3100-CHECK-RESTART-PLAN.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESTART-PLAN-FILE
           IF WS-RSP-FILE-OK
               PERFORM UNTIL WS-EOF OR WS-BYPASS-STEP
                   READ RESTART-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RSP-RUN-TOKEN = WS-RUN-TOKEN
                                   AND RSP-JCL-STEP = WS-GUARD-STEP
                               MOVE 'Y' TO WS-BYPASS-IND
                               MOVE 'IN RESTART PLAN'
                                   TO WS-BYPASS-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTART-PLAN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       3200-CHECK-RUN-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNL-FILE-OK
               PERFORM UNTIL WS-EOF OR WS-BYPASS-STEP
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RUNL-RUN-TOKEN = WS-RUN-TOKEN
                                   AND RUNL-STEP-NAME
                                       = CHS-LOG-STEP (CHS-IDX)
                                   AND RUNL-RETURN-CODE NOT > 04
                               MOVE 'Y' TO WS-BYPASS-IND
                               MOVE 'ALREADY RAN CLEAN'
                                   TO WS-BYPASS-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       9999-TERMINATE.
           DISPLAY 'BCHRST00 MODE: ' WS-MODE ' RUN TOKEN: ' WS-RUN-TOKEN
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL.  A refused restart or an unknown guard step is
      *  an application error, which holds the rest of the chain; a
      *  bypassed step, or a restart that starts at a step the log
      *  cannot confirm, is a warning, which does not.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'BCHRST00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-REFUSAL = 'A001'
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'NO RUN TOKEN PUBLISHED - RESUBMIT THE CHAIN'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-REFUSAL = 'A002'
                   MOVE 'A002' TO RC-ERROR-CODE
                   MOVE 'BCHCTL00 NOT COMPLETE UNDER TOKEN - RESUBMIT'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-REFUSAL = 'A003'
                   MOVE 'A003' TO RC-ERROR-CODE
                   MOVE SPACES TO RC-ERROR-TEXT
                   STRING 'OUTPUT NOT INTACT - ' WS-BAD-OUTPUT
                          ' - BACK OUT WITH UTLBKO'
                       DELIMITED BY SIZE INTO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-REFUSAL = 'A004'
                   MOVE 'A004' TO RC-ERROR-CODE
                   MOVE SPACES TO RC-ERROR-TEXT
                   STRING 'GUARD STEP ' WS-GUARD-STEP
                          ' NOT IN CHAIN STEP TABLE'
                       DELIMITED BY SIZE INTO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-BYPASS-STEP
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE SPACES TO RC-ERROR-TEXT
                   SET CHS-IDX TO WS-STEP-SUB
                   STRING WS-GUARD-STEP ' ' CHS-LOG-STEP (CHS-IDX)
                          ' BYPASSED - ' WS-BYPASS-REASON
                       DELIMITED BY SIZE INTO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN WS-RESTART-UNCONFIRMED
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE WS-PLAN-TEXT TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
      *--  A guard that clears its step logs nothing -- one record
      *--  per step per night would bury the run summary.
           IF NOT WS-MODE-GUARD OR NOT RC-NORMAL
               PERFORM 9995-WRITE-RUN-LOG
           END-IF
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this run's return code and message
      *  to the shared run log under the night's token; a planned
      *  restart records where it resumed.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'BCHRST00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE SPACES TO RC-ERROR-CODE
               IF WS-PLAN-TEXT = SPACES
                   MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
               ELSE
                   MOVE WS-PLAN-TEXT TO RC-ERROR-TEXT
               END-IF
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
