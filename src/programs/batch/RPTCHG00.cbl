       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTCHG00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  RPTCHG00 -- CONSOLIDATED REFERENCE-DATA CHANGE REPORT
      *  The five online reference-data transactions each keep their
      *  own audit log -- DSKAUDIT (DSKMNT00, desk/book mapping),
      *  GLAAUDIT (GLAMNT00, GL account mapping), PRTAUDIT (PRTMNT00,
      *  portfolio master), HOLAUDIT (HOLMNT00, holiday and
      *  settlement calendars) and LIMAUDIT (LIMAPP00, approved limit
      *  changes) -- and nothing in batch read any of them, so each
      *  quarter's audit request meant browsing five datasets.  This
      *  report merges all five into one chronological change list:
      *  when, which dataset, what was done to which key, the value
      *  before and after, who made the change and (for limits) who
      *  approved it.
      *
      *  Two things are flagged on the line:
      *    OOH   made outside business hours -- before
      *          RPTCHG-HOURS-START or from RPTCHG-HOURS-END on
      *          (HHMM, default 0700 and 1900), or on a Saturday or
      *          Sunday;
      *    SELF  a limit change approved by the same user who keyed
      *          it.  LIMAPP00 refuses this, so one on the log means
      *          the control was got round -- it ends the step with a
      *          warning.
      *
      *  Each log is an entry-sequenced dataset written in time
      *  order, so the five are merged record by record without a
      *  sort.  The chain runs it every night for the business date
      *  (RUNPARM.DAT).  CHG-QUARTER-DATE (YYYYMMDD) instead reports
      *  the calendar quarter containing that date, from its first
      *  day through that date -- the quarter-end stream RPTCHG.jcl
      *  sets it.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESK-AUDIT-FILE ASSIGN TO 'DSKAUDIT.DAT'
               FILE STATUS IS WS-DSKA-FILE-STATUS.
           SELECT GLACCT-AUDIT-FILE ASSIGN TO 'GLAAUDIT.DAT'
               FILE STATUS IS WS-GLAA-FILE-STATUS.
           SELECT PORTMST-AUDIT-FILE ASSIGN TO 'PRTAUDIT.DAT'
               FILE STATUS IS WS-PRTA-FILE-STATUS.
           SELECT HOLIDAY-AUDIT-FILE ASSIGN TO 'HOLAUDIT.DAT'
               FILE STATUS IS WS-HOLA-FILE-STATUS.
           SELECT LIMIT-AUDIT-FILE ASSIGN TO 'LIMAUDIT.DAT'
               FILE STATUS IS WS-LMA-FILE-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO 'RPTCHG.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Same record DSKMNT00 writes, one per add or move.
       FD  DESK-AUDIT-FILE.
       01  DSKA-REC.
           05  DSKA-PORTFOLIO-ID     PIC X(08).
           05  DSKA-OLD-DESK-ID      PIC X(08).
           05  DSKA-OLD-BOOK-ID      PIC X(08).
           05  DSKA-NEW-DESK-ID      PIC X(08).
           05  DSKA-NEW-BOOK-ID      PIC X(08).
           05  DSKA-TIMESTAMP        PIC X(26).
           05  DSKA-TRANS-ID         PIC X(04).
           05  DSKA-USER-ID          PIC X(08).

      *--  Same record GLAMNT00 writes, one per add or change.
       FD  GLACCT-AUDIT-FILE.
       01  GLAA-REC.
           05  GLAA-PORTFOLIO-ID     PIC X(08).
           05  GLAA-OLD-REALIZED     PIC X(10).
           05  GLAA-OLD-UNREAL       PIC X(10).
           05  GLAA-OLD-OFFSET       PIC X(10).
           05  GLAA-NEW-REALIZED     PIC X(10).
           05  GLAA-NEW-UNREAL       PIC X(10).
           05  GLAA-NEW-OFFSET       PIC X(10).
           05  GLAA-TIMESTAMP        PIC X(26).
           05  GLAA-TRANS-ID         PIC X(04).
           05  GLAA-USER-ID          PIC X(08).

      *--  Same record PRTMNT00 writes, one per add or change.
       FD  PORTMST-AUDIT-FILE.
       01  PRTA-REC.
           05  PRTA-PORTFOLIO-ID     PIC X(08).
           05  PRTA-OLD-DESC         PIC X(20).
           05  PRTA-OLD-STATUS       PIC X(01).
           05  PRTA-NEW-DESC         PIC X(20).
           05  PRTA-NEW-STATUS       PIC X(01).
           05  PRTA-TIMESTAMP        PIC X(26).
           05  PRTA-TRANS-ID         PIC X(04).
           05  PRTA-USER-ID          PIC X(08).
           05  PRTA-OLD-FEE-RATE     PIC 9(02)V9(04).
           05  PRTA-OLD-FEE-FREQ     PIC X(01).
           05  PRTA-OLD-FEE-MIN      PIC 9(09)V99.
           05  PRTA-NEW-FEE-RATE     PIC 9(02)V9(04).
           05  PRTA-NEW-FEE-FREQ     PIC X(01).
           05  PRTA-NEW-FEE-MIN      PIC 9(09)V99.
           05  PRTA-OLD-BENCHMARK    PIC X(08).
           05  PRTA-NEW-BENCHMARK    PIC X(08).

      *--  Same record HOLMNT00 writes, one per add or delete; a
      *--  blank currency is the chain calendar (HOLCAL), any other
      *--  that currency's settlement calendar (SETCAL).
       FD  HOLIDAY-AUDIT-FILE.
       01  HOLA-REC.
           05  HOLA-DATE             PIC X(08).
           05  HOLA-ACTION           PIC X(06).
           05  HOLA-TIMESTAMP        PIC X(26).
           05  HOLA-TRANS-ID         PIC X(04).
           05  HOLA-USER-ID          PIC X(08).
           05  HOLA-CURRENCY         PIC X(03).

      *--  Same record LIMAPP00 writes, one per approved change,
      *--  maker and checker both named.
       FD  LIMIT-AUDIT-FILE.
       01  LMA-REC.
           05  LMA-SCOPE             PIC X(01).
           05  LMA-LIMIT-ID          PIC X(08).
           05  LMA-LIMIT-TYPE        PIC X(05).
           05  LMA-OLD-AMOUNT        PIC 9(13)V99.
           05  LMA-NEW-AMOUNT        PIC 9(13)V99.
           05  LMA-TIMESTAMP         PIC X(26).
           05  LMA-TRANS-ID          PIC X(04).
           05  LMA-MAKER-ID          PIC X(08).
           05  LMA-CHECKER-ID        PIC X(08).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  CHANGE-REPORT.
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
       01  WS-DSKA-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-DSKA-FILE-OK       VALUE '00'.
           88  WS-DSKA-FILE-MISSING  VALUE '35'.
       01  WS-GLAA-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-GLAA-FILE-OK       VALUE '00'.
           88  WS-GLAA-FILE-MISSING  VALUE '35'.
       01  WS-PRTA-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-PRTA-FILE-OK       VALUE '00'.
           88  WS-PRTA-FILE-MISSING  VALUE '35'.
       01  WS-HOLA-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HOLA-FILE-OK       VALUE '00'.
           88  WS-HOLA-FILE-MISSING  VALUE '35'.
       01  WS-LMA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-LMA-FILE-OK        VALUE '00'.
           88  WS-LMA-FILE-MISSING   VALUE '35'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Reporting window, both ends inclusive (YYYYMMDD).
       01  WS-FROM-DATE              PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                PIC X(08) VALUE SPACES.
       01  WS-QUARTER-DATE           PIC X(08) VALUE SPACES.
       01  WS-QUARTER-FIELDS REDEFINES WS-QUARTER-DATE.
           05  WS-QTR-YYYY           PIC 9(04).
           05  WS-QTR-MM             PIC 9(02).
           05  WS-QTR-DD             PIC 9(02).
       01  WS-QTR-FIRST-MONTH        PIC 9(02) VALUE ZERO.
       01  WS-QUARTER-IND            PIC X(01) VALUE 'N'.
           88  WS-QUARTER-RUN        VALUE 'Y'.

      *--  Business hours, HHMM; a change before the start, from the
      *--  end on, or at a weekend is flagged.
       01  WS-HOURS-ENV              PIC X(04) VALUE SPACES.
       01  WS-HOURS-START            PIC 9(04) VALUE 0700.
       01  WS-HOURS-END              PIC 9(04) VALUE 1900.

      *--  The audit timestamp every log carries, as the online
      *--  transactions build it: YYYY-MM-DD-HH.MM.SS.hh0000.
       01  WS-CHK-TIMESTAMP          PIC X(26) VALUE SPACES.
       01  WS-CHK-TS-PARTS REDEFINES WS-CHK-TIMESTAMP.
           05  WS-TS-YYYY            PIC X(04).
           05  FILLER                PIC X(01).
           05  WS-TS-MM              PIC X(02).
           05  FILLER                PIC X(01).
           05  WS-TS-DD              PIC X(02).
           05  FILLER                PIC X(01).
           05  WS-TS-HH              PIC X(02).
           05  FILLER                PIC X(01).
           05  WS-TS-MI              PIC X(02).
           05  FILLER                PIC X(10).
       01  WS-TS-DATE                PIC X(08) VALUE SPACES.
       01  WS-TS-DATE-NUM REDEFINES WS-TS-DATE
                                     PIC 9(08).
       01  WS-TS-HHMM                PIC X(04) VALUE SPACES.
       01  WS-TS-HHMM-NUM REDEFINES WS-TS-HHMM
                                     PIC 9(04).
       01  WS-IN-RANGE-IND           PIC X(01) VALUE 'N'.
           88  WS-IN-RANGE           VALUE 'Y'.
       01  WS-DAY-NUMBER             PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-WEEK-COUNT             PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-WEEKDAY                PIC S9(01) COMP-3 VALUE ZERO.

      *--  One merge slot per audit log, holding that log's next
      *--  change in the window, already put into report form.  The
      *--  slot with the earliest timestamp prints next.
      *--    1 DESKBOOK  2 GLACCT  3 PORTMST  4 HOLCAL/SETCAL
      *--    5 PNLLIMIT
       01  WS-SLOT-COUNT             PIC 9(01) VALUE 5.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-SLT-IDX.
               10  WS-SLT-DONE-IND       PIC X(01).
                   88  WS-SLT-DONE       VALUE 'Y'.
               10  WS-SLT-TIMESTAMP      PIC X(26).
               10  WS-SLT-DATASET        PIC X(08).
               10  WS-SLT-ACTION         PIC X(06).
               10  WS-SLT-KEY            PIC X(16).
               10  WS-SLT-USER           PIC X(08).
               10  WS-SLT-APPROVER       PIC X(08).
               10  WS-SLT-BEFORE         PIC X(48).
               10  WS-SLT-AFTER          PIC X(48).
               10  WS-SLT-CHANGES        PIC 9(07) COMP-3.
       01  WS-SLOT-SUB               PIC 9(01) VALUE ZERO.
       01  WS-PICK-SUB               PIC 9(01) VALUE ZERO.
       01  WS-MERGE-DONE-IND         PIC X(01) VALUE 'N'.
           88  WS-MERGE-DONE         VALUE 'Y'.

       01  WS-EDIT-FEE-RATE          PIC Z9.9999.
       01  WS-EDIT-FEE-MIN           PIC Z(08)9.99.
       01  WS-EDIT-LIMIT             PIC Z(12)9.99.

       01  WS-CHANGE-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OOH-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-SELF-COUNT             PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'REFERENCE-DATA CHANGE REPORT'.
           05  FILLER                PIC X(15) VALUE 'CHANGES FROM: '.
           05  HDR-FROM-DATE         PIC X(08).
           05  FILLER                PIC X(06) VALUE '  TO: '.
           05  HDR-TO-DATE           PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(60) VALUE
               'FLAGS: OOH = OUTSIDE BUSINESS HOURS (MON-FRI '.
           05  HDR-HOURS-START       PIC 9(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  HDR-HOURS-END         PIC 9(04).
           05  FILLER                PIC X(45) VALUE
               ')   SELF = APPROVED BY ITS OWN MAKER'.

       01  WS-HEADER-LINE-3.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(17) VALUE 'WHEN'.
           05  FILLER                PIC X(09) VALUE 'DATASET'.
           05  FILLER                PIC X(07) VALUE 'ACTION'.
           05  FILLER                PIC X(17) VALUE 'KEY'.
           05  FILLER                PIC X(09) VALUE 'USER'.
           05  FILLER                PIC X(09) VALUE 'APPROVER'.
           05  FILLER                PIC X(09) VALUE 'FLAGS'.
           05  FILLER                PIC X(40) VALUE 'VALUE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-WHEN              PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-DATASET           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-ACTION            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-KEY               PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-USER              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-APPROVER          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-FLAGS             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-LABEL             PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-VALUE             PIC X(48).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(50)
                   VALUE 'NO REFERENCE-DATA CHANGES IN THE PERIOD'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC Z,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-OPEN-AUDIT-LOGS
           PERFORM 2000-MERGE-ONE-CHANGE
               UNTIL WS-MERGE-DONE
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           MOVE WS-RUN-DATE TO WS-TO-DATE
           ACCEPT WS-QUARTER-DATE FROM ENVIRONMENT 'CHG-QUARTER-DATE'
           IF WS-QUARTER-DATE IS NUMERIC
               MOVE 'Y' TO WS-QUARTER-IND
               COMPUTE WS-QTR-FIRST-MONTH =
                   ((WS-QTR-MM - 1) / 3) * 3 + 1
               MOVE WS-QUARTER-DATE TO WS-TO-DATE
               MOVE WS-QTR-FIRST-MONTH TO WS-QTR-MM
               MOVE 1 TO WS-QTR-DD
               MOVE WS-QUARTER-DATE TO WS-FROM-DATE
           END-IF
           ACCEPT WS-HOURS-ENV FROM ENVIRONMENT 'RPTCHG-HOURS-START'
           IF WS-HOURS-ENV IS NUMERIC
               MOVE WS-HOURS-ENV TO WS-HOURS-START
           END-IF
           MOVE SPACES TO WS-HOURS-ENV
           ACCEPT WS-HOURS-ENV FROM ENVIRONMENT 'RPTCHG-HOURS-END'
           IF WS-HOURS-ENV IS NUMERIC
               MOVE WS-HOURS-ENV TO WS-HOURS-END
           END-IF
           OPEN OUTPUT CHANGE-REPORT
           MOVE WS-FROM-DATE TO HDR-FROM-DATE
           MOVE WS-TO-DATE TO HDR-TO-DATE
           MOVE WS-HOURS-START TO HDR-HOURS-START
           MOVE WS-HOURS-END TO HDR-HOURS-END
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           WRITE RPT-LINE FROM WS-HEADER-LINE-3
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
      *  1100-OPEN-AUDIT-LOGS opens the five logs and primes each
      *  merge slot with its first change in the window.  A log not
      *  yet allocated -- its transaction has never been used --
      *  simply contributes nothing.
      *----------------------------------------------------------------
       1100-OPEN-AUDIT-LOGS.
           PERFORM VARYING WS-SLT-IDX FROM 1 BY 1
                   UNTIL WS-SLT-IDX > WS-SLOT-COUNT
               MOVE 'N' TO WS-SLT-DONE-IND (WS-SLT-IDX)
               MOVE ZERO TO WS-SLT-CHANGES (WS-SLT-IDX)
           END-PERFORM
           OPEN INPUT DESK-AUDIT-FILE
           IF WS-DSKA-FILE-MISSING
               MOVE 'Y' TO WS-SLT-DONE-IND (1)
           ELSE
               PERFORM 3100-NEXT-DESKBOOK-CHANGE
           END-IF
           OPEN INPUT GLACCT-AUDIT-FILE
           IF WS-GLAA-FILE-MISSING
               MOVE 'Y' TO WS-SLT-DONE-IND (2)
           ELSE
               PERFORM 3200-NEXT-GLACCT-CHANGE
           END-IF
           OPEN INPUT PORTMST-AUDIT-FILE
           IF WS-PRTA-FILE-MISSING
               MOVE 'Y' TO WS-SLT-DONE-IND (3)
           ELSE
               PERFORM 3300-NEXT-PORTMST-CHANGE
           END-IF
           OPEN INPUT HOLIDAY-AUDIT-FILE
           IF WS-HOLA-FILE-MISSING
               MOVE 'Y' TO WS-SLT-DONE-IND (4)
           ELSE
               PERFORM 3400-NEXT-CALENDAR-CHANGE
           END-IF
           OPEN INPUT LIMIT-AUDIT-FILE
           IF WS-LMA-FILE-MISSING
               MOVE 'Y' TO WS-SLT-DONE-IND (5)
           ELSE
               PERFORM 3500-NEXT-LIMIT-CHANGE
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-MERGE-ONE-CHANGE prints the earliest change waiting in
      *  any slot and refills that slot from its own log.  When every
      *  slot is exhausted the merge is done.
      *----------------------------------------------------------------
       2000-MERGE-ONE-CHANGE.
           MOVE ZERO TO WS-PICK-SUB
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               IF NOT WS-SLT-DONE (WS-SLOT-SUB)
                   IF WS-PICK-SUB = ZERO
                       MOVE WS-SLOT-SUB TO WS-PICK-SUB
                   ELSE
                       IF WS-SLT-TIMESTAMP (WS-SLOT-SUB)
                               < WS-SLT-TIMESTAMP (WS-PICK-SUB)
                           MOVE WS-SLOT-SUB TO WS-PICK-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PICK-SUB = ZERO
               MOVE 'Y' TO WS-MERGE-DONE-IND
           ELSE
               SET WS-SLT-IDX TO WS-PICK-SUB
               PERFORM 2100-WRITE-CHANGE
               EVALUATE WS-PICK-SUB
                   WHEN 1
                       PERFORM 3100-NEXT-DESKBOOK-CHANGE
                   WHEN 2
                       PERFORM 3200-NEXT-GLACCT-CHANGE
                   WHEN 3
                       PERFORM 3300-NEXT-PORTMST-CHANGE
                   WHEN 4
                       PERFORM 3400-NEXT-CALENDAR-CHANGE
                   WHEN 5
                       PERFORM 3500-NEXT-LIMIT-CHANGE
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-WRITE-CHANGE prints one change as two lines -- the
      *  value before (WAS) and after (NOW) -- with its flags.
      *----------------------------------------------------------------
       2100-WRITE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           ADD 1 TO WS-SLT-CHANGES (WS-SLT-IDX)
           MOVE WS-SLT-TIMESTAMP (WS-SLT-IDX) TO WS-CHK-TIMESTAMP
           MOVE SPACES TO DTL-WHEN
           STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD ' '
                  WS-TS-HH ':' WS-TS-MI
               DELIMITED BY SIZE INTO DTL-WHEN
           MOVE WS-SLT-DATASET (WS-SLT-IDX) TO DTL-DATASET
           MOVE WS-SLT-ACTION (WS-SLT-IDX) TO DTL-ACTION
           MOVE WS-SLT-KEY (WS-SLT-IDX) TO DTL-KEY
           MOVE WS-SLT-USER (WS-SLT-IDX) TO DTL-USER
           MOVE WS-SLT-APPROVER (WS-SLT-IDX) TO DTL-APPROVER
           MOVE SPACES TO DTL-FLAGS
           PERFORM 2150-CHECK-BUSINESS-HOURS
           IF WS-SLT-APPROVER (WS-SLT-IDX) NOT = SPACES
                   AND WS-SLT-APPROVER (WS-SLT-IDX)
                       = WS-SLT-USER (WS-SLT-IDX)
               MOVE 'SELF' TO DTL-FLAGS (5:4)
               ADD 1 TO WS-SELF-COUNT
           END-IF
           MOVE 'WAS ' TO DTL-LABEL
           MOVE WS-SLT-BEFORE (WS-SLT-IDX) TO DTL-VALUE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO DTL-WHEN DTL-DATASET DTL-ACTION DTL-KEY
                          DTL-USER DTL-APPROVER DTL-FLAGS
           MOVE 'NOW ' TO DTL-LABEL
           MOVE WS-SLT-AFTER (WS-SLT-IDX) TO DTL-VALUE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  2150-CHECK-BUSINESS-HOURS flags a change keyed before the
      *  start of business, from its close on, or at a weekend --
      *  day 1 of the INTEGER-OF-DATE calendar is a Monday, so the
      *  day number less one, modulo 7, is 5 on Saturday and 6 on
      *  Sunday.
      *----------------------------------------------------------------
       2150-CHECK-BUSINESS-HOURS.
           STRING WS-TS-YYYY WS-TS-MM WS-TS-DD
               DELIMITED BY SIZE INTO WS-TS-DATE
           STRING WS-TS-HH WS-TS-MI
               DELIMITED BY SIZE INTO WS-TS-HHMM
           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
               (WS-TS-DATE-NUM) - 1
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY
           IF WS-TS-HHMM-NUM < WS-HOURS-START
                   OR WS-TS-HHMM-NUM NOT < WS-HOURS-END
                   OR WS-WEEKDAY > 4
               MOVE 'OOH ' TO DTL-FLAGS (1:4)
               ADD 1 TO WS-OOH-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-3500 each read their own log forward to its next change
      *  dated inside the window and put it into the slot in report
      *  form; end of file marks the slot done.  An empty old value
      *  is an add.
      *----------------------------------------------------------------
       3100-NEXT-DESKBOOK-CHANGE.
           MOVE 'N' TO WS-IN-RANGE-IND
           PERFORM UNTIL WS-IN-RANGE OR WS-SLT-DONE (1)
               READ DESK-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SLT-DONE-IND (1)
                   NOT AT END
                       MOVE DSKA-TIMESTAMP TO WS-CHK-TIMESTAMP
                       PERFORM 8000-CHECK-IN-WINDOW
               END-READ
           END-PERFORM
           IF WS-IN-RANGE
               MOVE DSKA-TIMESTAMP TO WS-SLT-TIMESTAMP (1)
               MOVE 'DESKBOOK' TO WS-SLT-DATASET (1)
               MOVE DSKA-PORTFOLIO-ID TO WS-SLT-KEY (1)
               MOVE DSKA-USER-ID TO WS-SLT-USER (1)
               MOVE SPACES TO WS-SLT-APPROVER (1)
               MOVE SPACES TO WS-SLT-BEFORE (1) WS-SLT-AFTER (1)
               IF DSKA-OLD-DESK-ID = SPACES
                       AND DSKA-OLD-BOOK-ID = SPACES
                   MOVE 'ADD   ' TO WS-SLT-ACTION (1)
                   MOVE '(NONE)' TO WS-SLT-BEFORE (1)
               ELSE
                   MOVE 'MOVE  ' TO WS-SLT-ACTION (1)
                   STRING 'DESK ' DSKA-OLD-DESK-ID
                          ' BOOK ' DSKA-OLD-BOOK-ID
                       DELIMITED BY SIZE INTO WS-SLT-BEFORE (1)
               END-IF
               STRING 'DESK ' DSKA-NEW-DESK-ID
                      ' BOOK ' DSKA-NEW-BOOK-ID
                   DELIMITED BY SIZE INTO WS-SLT-AFTER (1)
           END-IF
           IF WS-SLT-DONE (1)
               CLOSE DESK-AUDIT-FILE
           END-IF
           .

       3200-NEXT-GLACCT-CHANGE.
           MOVE 'N' TO WS-IN-RANGE-IND
           PERFORM UNTIL WS-IN-RANGE OR WS-SLT-DONE (2)
               READ GLACCT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SLT-DONE-IND (2)
                   NOT AT END
                       MOVE GLAA-TIMESTAMP TO WS-CHK-TIMESTAMP
                       PERFORM 8000-CHECK-IN-WINDOW
               END-READ
           END-PERFORM
           IF WS-IN-RANGE
               MOVE GLAA-TIMESTAMP TO WS-SLT-TIMESTAMP (2)
               MOVE 'GLACCT  ' TO WS-SLT-DATASET (2)
               MOVE GLAA-PORTFOLIO-ID TO WS-SLT-KEY (2)
               MOVE GLAA-USER-ID TO WS-SLT-USER (2)
               MOVE SPACES TO WS-SLT-APPROVER (2)
               MOVE SPACES TO WS-SLT-BEFORE (2) WS-SLT-AFTER (2)
               IF GLAA-OLD-REALIZED = SPACES
                       AND GLAA-OLD-UNREAL = SPACES
                       AND GLAA-OLD-OFFSET = SPACES
                   MOVE 'ADD   ' TO WS-SLT-ACTION (2)
                   MOVE '(NONE)' TO WS-SLT-BEFORE (2)
               ELSE
                   MOVE 'CHANGE' TO WS-SLT-ACTION (2)
                   STRING GLAA-OLD-REALIZED ' ' GLAA-OLD-UNREAL ' '
                          GLAA-OLD-OFFSET
                       DELIMITED BY SIZE INTO WS-SLT-BEFORE (2)
               END-IF
               STRING GLAA-NEW-REALIZED ' ' GLAA-NEW-UNREAL ' '
                      GLAA-NEW-OFFSET
                   DELIMITED BY SIZE INTO WS-SLT-AFTER (2)
           END-IF
           IF WS-SLT-DONE (2)
               CLOSE GLACCT-AUDIT-FILE
           END-IF
           .

      *--  A portfolio master value prints as description, status,
      *--  then the fee terms: annual rate, billing frequency and
      *--  minimum.
       3300-NEXT-PORTMST-CHANGE.
           MOVE 'N' TO WS-IN-RANGE-IND
           PERFORM UNTIL WS-IN-RANGE OR WS-SLT-DONE (3)
               READ PORTMST-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SLT-DONE-IND (3)
                   NOT AT END
                       MOVE PRTA-TIMESTAMP TO WS-CHK-TIMESTAMP
                       PERFORM 8000-CHECK-IN-WINDOW
               END-READ
           END-PERFORM
           IF WS-IN-RANGE
               MOVE PRTA-TIMESTAMP TO WS-SLT-TIMESTAMP (3)
               MOVE 'PORTMST ' TO WS-SLT-DATASET (3)
               MOVE PRTA-PORTFOLIO-ID TO WS-SLT-KEY (3)
               MOVE PRTA-USER-ID TO WS-SLT-USER (3)
               MOVE SPACES TO WS-SLT-APPROVER (3)
               MOVE SPACES TO WS-SLT-BEFORE (3) WS-SLT-AFTER (3)
               IF PRTA-OLD-STATUS = SPACE
                   MOVE 'ADD   ' TO WS-SLT-ACTION (3)
                   MOVE '(NONE)' TO WS-SLT-BEFORE (3)
               ELSE
                   MOVE 'CHANGE' TO WS-SLT-ACTION (3)
                   MOVE PRTA-OLD-FEE-RATE TO WS-EDIT-FEE-RATE
                   MOVE PRTA-OLD-FEE-MIN TO WS-EDIT-FEE-MIN
                   STRING PRTA-OLD-DESC ' ' PRTA-OLD-STATUS ' '
                          WS-EDIT-FEE-RATE ' ' PRTA-OLD-FEE-FREQ ' '
                          WS-EDIT-FEE-MIN
                       DELIMITED BY SIZE INTO WS-SLT-BEFORE (3)
               END-IF
               MOVE PRTA-NEW-FEE-RATE TO WS-EDIT-FEE-RATE
               MOVE PRTA-NEW-FEE-MIN TO WS-EDIT-FEE-MIN
               STRING PRTA-NEW-DESC ' ' PRTA-NEW-STATUS ' '
                      WS-EDIT-FEE-RATE ' ' PRTA-NEW-FEE-FREQ ' '
                      WS-EDIT-FEE-MIN
                   DELIMITED BY SIZE INTO WS-SLT-AFTER (3)
           END-IF
           IF WS-SLT-DONE (3)
               CLOSE PORTMST-AUDIT-FILE
           END-IF
           .

       3400-NEXT-CALENDAR-CHANGE.
           MOVE 'N' TO WS-IN-RANGE-IND
           PERFORM UNTIL WS-IN-RANGE OR WS-SLT-DONE (4)
               READ HOLIDAY-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SLT-DONE-IND (4)
                   NOT AT END
                       MOVE HOLA-TIMESTAMP TO WS-CHK-TIMESTAMP
                       PERFORM 8000-CHECK-IN-WINDOW
               END-READ
           END-PERFORM
           IF WS-IN-RANGE
               MOVE HOLA-TIMESTAMP TO WS-SLT-TIMESTAMP (4)
               IF HOLA-CURRENCY = SPACES
                   MOVE 'HOLCAL  ' TO WS-SLT-DATASET (4)
               ELSE
                   MOVE 'SETCAL  ' TO WS-SLT-DATASET (4)
               END-IF
               MOVE SPACES TO WS-SLT-KEY (4)
               STRING HOLA-DATE ' ' HOLA-CURRENCY
                   DELIMITED BY SIZE INTO WS-SLT-KEY (4)
               MOVE HOLA-ACTION TO WS-SLT-ACTION (4)
               MOVE HOLA-USER-ID TO WS-SLT-USER (4)
               MOVE SPACES TO WS-SLT-APPROVER (4)
               IF HOLA-ACTION = 'DELETE'
                   MOVE 'ON CALENDAR' TO WS-SLT-BEFORE (4)
                   MOVE '(NONE)' TO WS-SLT-AFTER (4)
               ELSE
                   MOVE '(NONE)' TO WS-SLT-BEFORE (4)
                   MOVE 'ON CALENDAR' TO WS-SLT-AFTER (4)
               END-IF
           END-IF
           IF WS-SLT-DONE (4)
               CLOSE HOLIDAY-AUDIT-FILE
           END-IF
           .

      *--  A limit change is keyed by one user and applied by the
      *--  approver; the maker is the user of record.
       3500-NEXT-LIMIT-CHANGE.
           MOVE 'N' TO WS-IN-RANGE-IND
           PERFORM UNTIL WS-IN-RANGE OR WS-SLT-DONE (5)
               READ LIMIT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SLT-DONE-IND (5)
                   NOT AT END
                       MOVE LMA-TIMESTAMP TO WS-CHK-TIMESTAMP
                       PERFORM 8000-CHECK-IN-WINDOW
               END-READ
           END-PERFORM
           IF WS-IN-RANGE
               MOVE LMA-TIMESTAMP TO WS-SLT-TIMESTAMP (5)
               MOVE 'PNLLIMIT' TO WS-SLT-DATASET (5)
               MOVE SPACES TO WS-SLT-KEY (5)
               STRING LMA-SCOPE ' ' LMA-LIMIT-ID ' ' LMA-LIMIT-TYPE
                   DELIMITED BY SIZE INTO WS-SLT-KEY (5)
               MOVE LMA-MAKER-ID TO WS-SLT-USER (5)
               MOVE LMA-CHECKER-ID TO WS-SLT-APPROVER (5)
               IF LMA-OLD-AMOUNT = ZERO
                   MOVE 'ADD   ' TO WS-SLT-ACTION (5)
                   MOVE '(NONE)' TO WS-SLT-BEFORE (5)
               ELSE
                   MOVE 'CHANGE' TO WS-SLT-ACTION (5)
                   MOVE LMA-OLD-AMOUNT TO WS-EDIT-LIMIT
                   MOVE WS-EDIT-LIMIT TO WS-SLT-BEFORE (5)
               END-IF
               MOVE LMA-NEW-AMOUNT TO WS-EDIT-LIMIT
               MOVE WS-EDIT-LIMIT TO WS-SLT-AFTER (5)
           END-IF
           IF WS-SLT-DONE (5)
               CLOSE LIMIT-AUDIT-FILE
           END-IF
           .

       4000-WRITE-SUMMARY.
           IF WS-CHANGE-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DESKBOOK CHANGES' TO SUM-LABEL
           MOVE WS-SLT-CHANGES (1) TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GLACCT CHANGES' TO SUM-LABEL
           MOVE WS-SLT-CHANGES (2) TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PORTMST CHANGES' TO SUM-LABEL
           MOVE WS-SLT-CHANGES (3) TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HOLIDAY/SETTLEMENT CALENDAR CHANGES' TO SUM-LABEL
           MOVE WS-SLT-CHANGES (4) TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PNLLIMIT CHANGES' TO SUM-LABEL
           MOVE WS-SLT-CHANGES (5) TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TOTAL CHANGES' TO SUM-LABEL
           MOVE WS-CHANGE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MADE OUTSIDE BUSINESS HOURS (OOH)' TO SUM-LABEL
           MOVE WS-OOH-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'APPROVED BY THEIR OWN MAKER (SELF)' TO SUM-LABEL
           MOVE WS-SELF-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

      *----------------------------------------------------------------
      *  8000-CHECK-IN-WINDOW tests the date part of WS-CHK-TIMESTAMP
      *  against the reporting window.
      *----------------------------------------------------------------
       8000-CHECK-IN-WINDOW.
           STRING WS-TS-YYYY WS-TS-MM WS-TS-DD
               DELIMITED BY SIZE INTO WS-TS-DATE
           IF WS-TS-DATE NOT < WS-FROM-DATE
                   AND WS-TS-DATE NOT > WS-TO-DATE
               MOVE 'Y' TO WS-IN-RANGE-IND
           END-IF
           .

       9999-TERMINATE.
           CLOSE CHANGE-REPORT
           DISPLAY 'RPTCHG00 CHANGES FROM ' WS-FROM-DATE
               ' TO ' WS-TO-DATE ': ' WS-CHANGE-COUNT
           DISPLAY 'RPTCHG00 OUTSIDE BUSINESS HOURS: ' WS-OOH-COUNT
           DISPLAY 'RPTCHG00 SELF-APPROVED: ' WS-SELF-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when a limit change was approved by
      *  its own maker -- the maker/checker control was bypassed --
      *  normal otherwise.  Out-of-hours changes are for audit to
      *  review and do not by themselves warn.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTCHG00' TO RC-ERROR-PROGRAM-ID
           IF WS-SELF-COUNT > ZERO
               MOVE 'W001' TO RC-ERROR-CODE
               MOVE 'REFERENCE-DATA CHANGE APPROVED BY ITS OWN MAKER'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               SET RC-NORMAL TO TRUE
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
           MOVE 'RPTCHG00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
