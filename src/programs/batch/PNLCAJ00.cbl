       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PNLCAJ00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  PNLCAJ00 -- CORPORATE-ACTION ADJUSTMENT OF THE OPEN INVENTORY
      *  A stock split used to leave POSINV.DAT holding the old unit
      *  count and per-unit cost until someone hand-booked offsetting
      *  trades, and the calc priced the pre-split quantity at the
      *  post-split mark in the meantime.  This step runs ahead of the
      *  calc and applies every corporate action on CORPACT.DAT (see
      *  CORPACT.cpy) whose effective date has been reached and which
      *  the audit file does not already show as done:
      *    - each open lot in the action's instrument that was opened
      *      before the effective date has its quantity converted (a
      *      split or merger) and/or its instrument replaced (a merger
      *      or symbol change), rewritten in place;
      *    - the lot's cost amount, trade amount, and carry are left
      *      exactly as they were, so the per-unit cost moves inversely
      *      to the quantity and no P&L arises from the action;
      *    - one audit record per lot adjusted, and one completion
      *      record per action, are appended to CAAUDIT.DAT;
      *    - PNLCAJ.PRT lists every lot changed, before and after.
      *
      *  Actions are applied in file order, so a symbol change followed
      *  by a split of the new symbol on the same night both land.  An
      *  action with a zero ratio, or a merger/symbol change naming no
      *  new instrument, is listed as rejected and not applied; it is
      *  retried every night until the desk corrects it.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-ACTION-FILE ASSIGN TO 'CORPACT.DAT'
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT CA-AUDIT-FILE ASSIGN TO 'CAAUDIT.DAT'
               FILE STATUS IS WS-CAA-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT ADJUST-REPORT ASSIGN TO 'PNLCAJ.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORP-ACTION-FILE.
           COPY CORPACT.

       FD  CA-AUDIT-FILE.
           COPY CAAUDIT.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy);
      *--  opened I-O here and adjusted lots rewritten in place.
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  ADJUST-REPORT.
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
       01  WS-CA-FILE-STATUS         PIC X(02) VALUE '00'.
           88  WS-CA-FILE-OK         VALUE '00'.
           88  WS-CA-FILE-MISSING    VALUE '35'.
       01  WS-CAA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CAA-FILE-OK        VALUE '00'.
           88  WS-CAA-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-INV-ERROR-IND          PIC X(01) VALUE 'N'.
           88  WS-INV-ERROR          VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Tonight's due actions: effective date reached, not yet
      *--  marked done on the audit file.  WS-CAT-TBL-STATE is 'P'
      *--  pending (to apply), 'D' already done on an earlier night,
      *--  'R' rejected as malformed.
       01  WS-CAT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CAT-COUNT
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-TBL-ACTION-ID  PIC X(12).
               10  WS-CAT-TBL-TYPE       PIC X(01).
               10  WS-CAT-TBL-OLD-INSTR  PIC X(12).
               10  WS-CAT-TBL-NEW-INSTR  PIC X(12).
               10  WS-CAT-TBL-RATIO-NEW  PIC 9(07)V9(06) COMP-3.
               10  WS-CAT-TBL-RATIO-OLD  PIC 9(07)V9(06) COMP-3.
               10  WS-CAT-TBL-EFF-DATE   PIC X(08).
               10  WS-CAT-TBL-DESC       PIC X(30).
               10  WS-CAT-TBL-STATE      PIC X(01).
                   88  WS-CAT-PENDING    VALUE 'P'.
                   88  WS-CAT-DONE       VALUE 'D'.
                   88  WS-CAT-REJECTED   VALUE 'R'.
               10  WS-CAT-TBL-LOTS       PIC 9(07) COMP-3.
       01  WS-CAT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-LOT-CHANGED-IND        PIC X(01) VALUE 'N'.
           88  WS-LOT-CHANGED        VALUE 'Y'.
       01  WS-OLD-INSTRUMENT         PIC X(12) VALUE SPACES.
       01  WS-OLD-QUANTITY           PIC S9(11)V9(04) COMP-3 VALUE ZERO.
       01  WS-OLD-UNIT-COST          PIC S9(09)V9(06) COMP-3 VALUE ZERO.
       01  WS-NEW-UNIT-COST          PIC S9(09)V9(06) COMP-3 VALUE ZERO.

       01  WS-LOTS-READ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-LOTS-ADJUSTED-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-APPLIED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'CORPORATE-ACTION INVENTORY ADJUSTMENTS'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(14) VALUE 'ACTION'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(10) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(14) VALUE 'OLD INSTR'.
           05  FILLER                PIC X(14) VALUE 'NEW INSTR'.
           05  FILLER                PIC X(18) VALUE 'OLD QUANTITY'.
           05  FILLER                PIC X(18) VALUE 'NEW QUANTITY'.
           05  FILLER                PIC X(16) VALUE 'OLD UNIT COST'.
           05  FILLER                PIC X(16) VALUE 'NEW UNIT COST'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-ACTION-ID         PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OLD-INSTR         PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NEW-INSTR         PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OLD-QTY           PIC Z(10)9.9999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-NEW-QTY           PIC Z(10)9.9999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-OLD-UNIT-COST     PIC Z(08)9.999999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-NEW-UNIT-COST     PIC Z(08)9.999999-.

       01  WS-ACTION-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'ACTIONS DUE THIS RUN'.

       01  WS-ACTION-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ACT-ACTION-ID         PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-TYPE              PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-EFF-DATE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-DESC              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-RESULT            PIC X(26).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACT-LOTS              PIC Z(06)9.

       01  WS-NO-ACTION-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO CORPORATE ACTIONS DUE'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(12) VALUE 'LOTS READ: '.
           05  SUM-LOTS-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE '  LOTS ADJUSTED:'.
           05  SUM-LOTS-ADJUSTED     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE '  APPLIED: '.
           05  SUM-APPLIED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  REJECTED: '.
           05  SUM-REJECTED          PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-ADJUST.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-DUE-ACTIONS
           PERFORM 1200-MARK-DONE-ACTIONS
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 2000-ADJUST-INVENTORY
           END-IF
           PERFORM 3000-WRITE-COMPLETIONS
           PERFORM 3500-WRITE-ACTION-LIST
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           OPEN OUTPUT ADJUST-REPORT
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
      *  1100-LOAD-DUE-ACTIONS keeps every action whose effective date
      *  has been reached, rejecting the malformed ones here so the
      *  inventory sweep only ever sees actions it can apply.  A
      *  missing file means no actions tonight.
      *----------------------------------------------------------------
       1100-LOAD-DUE-ACTIONS.
           MOVE ZERO TO WS-CAT-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CORP-ACTION-FILE
           IF WS-CA-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CORP-ACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CA-EFFECTIVE-DATE NOT > WS-RUN-DATE
                               PERFORM 1150-KEEP-ONE-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORP-ACTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-KEEP-ONE-ACTION.
           IF WS-CAT-COUNT NOT < 200
               ADD 1 TO WS-CAT-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-IDX TO WS-CAT-COUNT
               MOVE CA-ACTION-ID TO WS-CAT-TBL-ACTION-ID (WS-CAT-IDX)
               MOVE CA-ACTION-TYPE TO WS-CAT-TBL-TYPE (WS-CAT-IDX)
               MOVE CA-INSTRUMENT-ID
                   TO WS-CAT-TBL-OLD-INSTR (WS-CAT-IDX)
               MOVE CA-NEW-INSTRUMENT-ID
                   TO WS-CAT-TBL-NEW-INSTR (WS-CAT-IDX)
               MOVE CA-RATIO-NEW TO WS-CAT-TBL-RATIO-NEW (WS-CAT-IDX)
               MOVE CA-RATIO-OLD TO WS-CAT-TBL-RATIO-OLD (WS-CAT-IDX)
               MOVE CA-EFFECTIVE-DATE
                   TO WS-CAT-TBL-EFF-DATE (WS-CAT-IDX)
               MOVE CA-DESCRIPTION TO WS-CAT-TBL-DESC (WS-CAT-IDX)
               MOVE ZERO TO WS-CAT-TBL-LOTS (WS-CAT-IDX)
               MOVE 'P' TO WS-CAT-TBL-STATE (WS-CAT-IDX)
               IF CA-INSTRUMENT-ID = SPACES
                   MOVE 'R' TO WS-CAT-TBL-STATE (WS-CAT-IDX)
               END-IF
               IF CA-SPLIT OR CA-MERGER
                   IF CA-RATIO-NEW = ZERO OR CA-RATIO-OLD = ZERO
                       MOVE 'R' TO WS-CAT-TBL-STATE (WS-CAT-IDX)
                   END-IF
               END-IF
               IF CA-MERGER OR CA-SYMBOL-CHANGE
                   IF CA-NEW-INSTRUMENT-ID = SPACES
                       MOVE 'R' TO WS-CAT-TBL-STATE (WS-CAT-IDX)
                   END-IF
               END-IF
               IF NOT CA-SPLIT AND NOT CA-MERGER
                       AND NOT CA-SYMBOL-CHANGE
                   MOVE 'R' TO WS-CAT-TBL-STATE (WS-CAT-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1200-MARK-DONE-ACTIONS reads the audit file's completion
      *  records and marks every due action already applied on an
      *  earlier night (or an earlier attempt at tonight) as done.
      *  What is left pending is counted for the sweep.
      *----------------------------------------------------------------
       1200-MARK-DONE-ACTIONS.
           IF WS-CAT-COUNT > ZERO
               OPEN INPUT CA-AUDIT-FILE
               IF WS-CAA-FILE-OK
                   PERFORM UNTIL WS-EOF
                       READ CA-AUDIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF CAA-ACTION-DONE
                                   PERFORM 1250-MARK-ONE-DONE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CA-AUDIT-FILE
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-PENDING (WS-CAT-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
               IF WS-CAT-REJECTED (WS-CAT-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM
           .

       1250-MARK-ONE-DONE.
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAT-TBL-ACTION-ID (WS-CAT-IDX) = CAA-ACTION-ID
                   MOVE 'D' TO WS-CAT-TBL-STATE (WS-CAT-IDX)
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  2000-ADJUST-INVENTORY passes POSINV.DAT once, in place,
      *  applying every pending action to each lot and rewriting the
      *  lots that changed.  The audit file is opened for append
      *  first -- an adjusted lot is never rewritten without its audit
      *  record.  An inventory that will not open I-O fails the step
      *  before any action is marked done.
      *----------------------------------------------------------------
       2000-ADJUST-INVENTORY.
           OPEN EXTEND CA-AUDIT-FILE
           IF WS-CAA-FILE-MISSING
               OPEN OUTPUT CA-AUDIT-FILE
           END-IF
           OPEN I-O POSITION-INV-FILE
           IF WS-INV-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-INV-FILE-OK
                   MOVE 'Y' TO WS-INV-ERROR-IND
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ POSITION-INV-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-LOTS-READ-COUNT
                               PERFORM 2100-ADJUST-ONE-LOT
                       END-READ
                   END-PERFORM
                   CLOSE POSITION-INV-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-ADJUST-ONE-LOT.
           MOVE 'N' TO WS-LOT-CHANGED-IND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-PENDING (WS-CAT-IDX)
                       AND INV-INSTRUMENT-ID
                           = WS-CAT-TBL-OLD-INSTR (WS-CAT-IDX)
                       AND INV-TRADE-DATE
                           < WS-CAT-TBL-EFF-DATE (WS-CAT-IDX)
                   PERFORM 2200-APPLY-ACTION-TO-LOT
               END-IF
           END-PERFORM
           IF WS-LOT-CHANGED
               REWRITE INV-REC
               ADD 1 TO WS-LOTS-ADJUSTED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-APPLY-ACTION-TO-LOT converts one lot for the action at
      *  WS-CAT-IDX, then writes its audit record and report line.
      *  Per-unit cost is the lot's cost amount over its quantity,
      *  shown before and after; a zero-quantity lot shows zero.
      *----------------------------------------------------------------
       2200-APPLY-ACTION-TO-LOT.
           MOVE INV-INSTRUMENT-ID TO WS-OLD-INSTRUMENT
           MOVE INV-QUANTITY TO WS-OLD-QUANTITY
           MOVE ZERO TO WS-OLD-UNIT-COST
           IF INV-QUANTITY NOT = ZERO
               COMPUTE WS-OLD-UNIT-COST ROUNDED =
                   INV-COST-AMT / INV-QUANTITY
           END-IF
           IF WS-CAT-TBL-TYPE (WS-CAT-IDX) = 'S'
                   OR WS-CAT-TBL-TYPE (WS-CAT-IDX) = 'M'
               COMPUTE INV-QUANTITY ROUNDED =
                   INV-QUANTITY * WS-CAT-TBL-RATIO-NEW (WS-CAT-IDX)
                   / WS-CAT-TBL-RATIO-OLD (WS-CAT-IDX)
           END-IF
           IF WS-CAT-TBL-TYPE (WS-CAT-IDX) = 'M'
                   OR WS-CAT-TBL-TYPE (WS-CAT-IDX) = 'C'
               MOVE WS-CAT-TBL-NEW-INSTR (WS-CAT-IDX)
                   TO INV-INSTRUMENT-ID
           END-IF
           MOVE ZERO TO WS-NEW-UNIT-COST
           IF INV-QUANTITY NOT = ZERO
               COMPUTE WS-NEW-UNIT-COST ROUNDED =
                   INV-COST-AMT / INV-QUANTITY
           END-IF
           MOVE 'Y' TO WS-LOT-CHANGED-IND
           ADD 1 TO WS-CAT-TBL-LOTS (WS-CAT-IDX)

           MOVE WS-CAT-TBL-ACTION-ID (WS-CAT-IDX) TO CAA-ACTION-ID
           MOVE 'L' TO CAA-RECORD-TYPE
           MOVE WS-CAT-TBL-TYPE (WS-CAT-IDX) TO CAA-ACTION-TYPE
           MOVE WS-RUN-DATE TO CAA-RUN-DATE
           MOVE WS-RUN-TOKEN TO CAA-RUN-TOKEN
           MOVE INV-PORTFOLIO-ID TO CAA-PORTFOLIO-ID
           MOVE INV-TRADE-DATE TO CAA-TRADE-DATE
           MOVE INV-CURRENCY-CODE TO CAA-CURRENCY-CODE
           MOVE INV-ENTITY-CODE TO CAA-ENTITY-CODE
           MOVE WS-OLD-INSTRUMENT TO CAA-OLD-INSTRUMENT-ID
           MOVE INV-INSTRUMENT-ID TO CAA-NEW-INSTRUMENT-ID
           MOVE WS-OLD-QUANTITY TO CAA-OLD-QUANTITY
           MOVE INV-QUANTITY TO CAA-NEW-QUANTITY
           MOVE INV-COST-AMT TO CAA-COST-AMT
           MOVE WS-OLD-UNIT-COST TO CAA-OLD-UNIT-COST
           MOVE WS-NEW-UNIT-COST TO CAA-NEW-UNIT-COST
           MOVE ZERO TO CAA-LOT-COUNT
           WRITE CAA-REC

           MOVE WS-CAT-TBL-ACTION-ID (WS-CAT-IDX) TO DTL-ACTION-ID
           MOVE INV-PORTFOLIO-ID TO DTL-PORTFOLIO
           MOVE INV-TRADE-DATE TO DTL-TRADE-DATE
           MOVE WS-OLD-INSTRUMENT TO DTL-OLD-INSTR
           MOVE INV-INSTRUMENT-ID TO DTL-NEW-INSTR
           MOVE WS-OLD-QUANTITY TO DTL-OLD-QTY
           MOVE INV-QUANTITY TO DTL-NEW-QTY
           MOVE WS-OLD-UNIT-COST TO DTL-OLD-UNIT-COST
           MOVE WS-NEW-UNIT-COST TO DTL-NEW-UNIT-COST
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  3000-WRITE-COMPLETIONS appends one 'C' record per action
      *  applied tonight, with the count of lots it touched, so no
      *  later run applies it again.  Nothing is marked done when the
      *  inventory could not be updated.
      *----------------------------------------------------------------
       3000-WRITE-COMPLETIONS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-PENDING (WS-CAT-IDX) AND NOT WS-INV-ERROR
                   MOVE SPACES TO CAA-REC
                   MOVE WS-CAT-TBL-ACTION-ID (WS-CAT-IDX)
                       TO CAA-ACTION-ID
                   MOVE 'C' TO CAA-RECORD-TYPE
                   MOVE WS-CAT-TBL-TYPE (WS-CAT-IDX) TO CAA-ACTION-TYPE
                   MOVE WS-RUN-DATE TO CAA-RUN-DATE
                   MOVE WS-RUN-TOKEN TO CAA-RUN-TOKEN
                   MOVE WS-CAT-TBL-OLD-INSTR (WS-CAT-IDX)
                       TO CAA-OLD-INSTRUMENT-ID
                   MOVE WS-CAT-TBL-NEW-INSTR (WS-CAT-IDX)
                       TO CAA-NEW-INSTRUMENT-ID
                   MOVE ZERO TO CAA-OLD-QUANTITY
                   MOVE ZERO TO CAA-NEW-QUANTITY
                   MOVE ZERO TO CAA-COST-AMT
                   MOVE ZERO TO CAA-OLD-UNIT-COST
                   MOVE ZERO TO CAA-NEW-UNIT-COST
                   MOVE WS-CAT-TBL-LOTS (WS-CAT-IDX) TO CAA-LOT-COUNT
                   WRITE CAA-REC
               END-IF
           END-PERFORM
           IF WS-APPLIED-COUNT > ZERO
               CLOSE CA-AUDIT-FILE
           END-IF
           .

       3500-WRITE-ACTION-LIST.
           WRITE RPT-LINE FROM WS-ACTION-HEADER
           IF WS-CAT-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-ACTION-LINE
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-TBL-ACTION-ID (WS-CAT-IDX) TO ACT-ACTION-ID
               MOVE WS-CAT-TBL-TYPE (WS-CAT-IDX) TO ACT-TYPE
               MOVE WS-CAT-TBL-EFF-DATE (WS-CAT-IDX) TO ACT-EFF-DATE
               MOVE WS-CAT-TBL-DESC (WS-CAT-IDX) TO ACT-DESC
               MOVE WS-CAT-TBL-LOTS (WS-CAT-IDX) TO ACT-LOTS
               EVALUATE TRUE
                   WHEN WS-CAT-PENDING (WS-CAT-IDX)
                       IF WS-INV-ERROR
                           MOVE 'NOT APPLIED - INV ERROR'
                               TO ACT-RESULT
                       ELSE
                           MOVE 'APPLIED TONIGHT' TO ACT-RESULT
                       END-IF
                   WHEN WS-CAT-DONE (WS-CAT-IDX)
                       MOVE 'APPLIED ON AN EARLIER RUN' TO ACT-RESULT
                   WHEN OTHER
                       MOVE 'REJECTED - MALFORMED' TO ACT-RESULT
               END-EVALUATE
               WRITE RPT-LINE FROM WS-ACTION-LINE
           END-PERFORM
           MOVE WS-LOTS-READ-COUNT TO SUM-LOTS-READ
           MOVE WS-LOTS-ADJUSTED-COUNT TO SUM-LOTS-ADJUSTED
           MOVE WS-APPLIED-COUNT TO SUM-APPLIED
           MOVE WS-REJECTED-COUNT TO SUM-REJECTED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

       9999-TERMINATE.
           CLOSE ADJUST-REPORT
           DISPLAY 'PNLCAJ00 ACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'PNLCAJ00 LOTS ADJUSTED: ' WS-LOTS-ADJUSTED-COUNT
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY 'PNLCAJ00 ACTIONS REJECTED: ' WS-REJECTED-COUNT
           END-IF
           IF WS-CAT-DROPPED-COUNT > ZERO
               DISPLAY 'PNLCAJ00 ACTIONS DROPPED (TABLE FULL): '
                   WS-CAT-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the inventory could not be
      *  opened for update (the calc must not run on an unadjusted
      *  book), a warning when an action was rejected or dropped;
      *  normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'PNLCAJ00' TO RC-ERROR-PROGRAM-ID
           IF WS-INV-ERROR
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'POSINV.DAT COULD NOT BE OPENED FOR UPDATE'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                       OR WS-CAT-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'CORPORATE ACTION REJECTED OR DROPPED'
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
           MOVE 'PNLCAJ00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
