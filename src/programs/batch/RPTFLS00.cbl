      *  S1-S3 tags UTLMRG00 stamps).  Fails aged past
      *  RPTFLS-MAX-DAYS (default 5) escalate and drop the
      *  RPTFLSAL.DAT trigger the alert router sweeps.
      *
      *  Days overdue are business days of the trade currency -- the
      *  days since the settlement date that are neither a weekend
      *  nor on that currency's SETCAL.DAT calendar -- so a EUR fail
      *  does not age across a TARGET holiday when nothing could
      *  have settled.  A currency with no calendar on file ages in
      *  weekdays.
      *
      *  A fail can date from any month still open in the inventory,
      *  so this step reads the whole TRNHIST.DAT unload, not the
      *  monthly partitions.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT SETTLE-CALENDAR-FILE ASSIGN TO 'SETCAL.DAT'
               FILE STATUS IS WS-SCL-FILE-STATUS.
           SELECT FAILS-REPORT ASSIGN TO 'RPTFLS.PRT'.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO 'RPTFLSAL.DAT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Per-currency settlement holidays (SETCAL.cpy), maintained
      *--  through HOLMNT00.
       FD  SETTLE-CALENDAR-FILE.
           COPY SETCAL.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-SCL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SCL-FILE-OK        VALUE '00'.
           88  WS-SCL-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-RUN-JULIAN             PIC S9(09) COMP-3.
       01  WS-SETTLE-JULIAN          PIC S9(09) COMP-3.
       01  WS-OVERDUE-DAYS           PIC S9(05) COMP-3.
       01  WS-CAND-JULIAN            PIC S9(09) COMP-3.
       01  WS-CAND-DATE-NUM          PIC 9(08).
       01  WS-CAND-DATE              PIC X(08).
      *--  INTEGER-OF-DATE day 1 was a Monday: remainder 6 is a
      *--  Saturday and 0 a Sunday.
       01  WS-CAND-DOW               PIC 9(01) COMP-3.
       01  WS-HOLIDAY-IND            PIC X(01) VALUE 'N'.
           88  WS-HOLIDAY            VALUE 'Y'.

      *--  Settlement holidays of every currency, off SETCAL.DAT.
       01  WS-SCL-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-SCL-EOF            VALUE 'Y'.
       01  WS-SCL-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SCL-TABLE.
           05  WS-SCL-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-SCL-COUNT
                   INDEXED BY WS-SCL-IDX.
               10  WS-SCL-TBL-CCY        PIC X(03).
               10  WS-SCL-TBL-DATE       PIC X(08).

      *--  Escalation threshold, in business days overdue.
       01  WS-MAX-DAYS               PIC 9(03) COMP-3 VALUE 5.
       01  WS-MAX-DAYS-ENV           PIC X(03) VALUE SPACES.

               10  WS-DUE-TBL-TRADE-DATE PIC X(08).
               10  WS-DUE-TBL-SETTLE-DT  PIC X(08).
               10  WS-DUE-TBL-SOURCE     PIC X(02).
               10  WS-DUE-TBL-CURRENCY   PIC X(03).
       01  WS-DUE-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  The source sections swept in turn; blank covers feeds that
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(12) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(12) VALUE 'SETTLE DT'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(10) VALUE 'BUS DAYS'.
           05  FILLER                PIC X(18) VALUE 'AMOUNT AT RISK'.
           05  FILLER                PIC X(09) VALUE 'ESCALATE'.

           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-SETTLE-DT         PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OVERDUE           PIC ZZZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  DTL-AT-RISK           PIC Z(11)9.99-.
       PROCEDURE DIVISION.
       MAIN-MONITOR.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-LOAD-SETTLE-CALENDAR
           PERFORM 2000-COLLECT-PAST-DUE-TRADES
           PERFORM 3000-SWEEP-ONE-SECTION
               VARYING WS-SECTION-SUB FROM 1 BY 1
           END-IF
           .

       1050-LOAD-SETTLE-CALENDAR.
           MOVE ZERO TO WS-SCL-COUNT
           OPEN INPUT SETTLE-CALENDAR-FILE
           IF WS-SCL-FILE-OK
               PERFORM UNTIL WS-SCL-EOF
                       OR WS-SCL-COUNT NOT < 3000
                   READ SETTLE-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-SCL-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SCL-COUNT
                           MOVE SCL-CURRENCY-CODE
                               TO WS-SCL-TBL-CCY (WS-SCL-COUNT)
                           MOVE SCL-DATE
                               TO WS-SCL-TBL-DATE (WS-SCL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SETTLE-CALENDAR-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-COLLECT-PAST-DUE-TRADES keys every T2 trade whose
      *  settlement date has passed and was not cancelled -- the only
                   TO WS-DUE-TBL-SETTLE-DT (WS-DUE-COUNT)
               MOVE HIST-SOURCE-ID
                   TO WS-DUE-TBL-SOURCE (WS-DUE-COUNT)
               MOVE HIST-CURRENCY-CODE
                   TO WS-DUE-TBL-CURRENCY (WS-DUE-COUNT)
           END-IF
           .

               TO WS-SETTLE-DATE-NUM
           COMPUTE WS-SETTLE-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-SETTLE-DATE-NUM)
           PERFORM 3300-COUNT-BUSINESS-DAYS
           MOVE INV-PORTFOLIO-ID TO DTL-PORTFOLIO-ID
           MOVE INV-TRADE-DATE TO DTL-TRADE-DATE
           MOVE WS-DUE-TBL-SETTLE-DT (WS-DUE-IDX) TO DTL-SETTLE-DT
           MOVE WS-DUE-TBL-CURRENCY (WS-DUE-IDX) TO DTL-CURRENCY
           MOVE WS-OVERDUE-DAYS TO DTL-OVERDUE
           MOVE INV-TRADE-AMT TO DTL-AT-RISK
           IF WS-OVERDUE-DAYS > WS-MAX-DAYS
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  3300-COUNT-BUSINESS-DAYS counts the days after the settlement
      *  date up to and including the run date on which the trade's
      *  currency could have settled.
      *----------------------------------------------------------------
       3300-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-OVERDUE-DAYS
           MOVE WS-SETTLE-JULIAN TO WS-CAND-JULIAN
           PERFORM UNTIL WS-CAND-JULIAN NOT < WS-RUN-JULIAN
               ADD 1 TO WS-CAND-JULIAN
               PERFORM 3310-CHECK-CANDIDATE-DAY
           END-PERFORM
           .

       3310-CHECK-CANDIDATE-DAY.
           COMPUTE WS-CAND-DOW = FUNCTION REM (WS-CAND-JULIAN 7)
           IF WS-CAND-DOW NOT = 6 AND WS-CAND-DOW NOT = 0
               MOVE 'N' TO WS-HOLIDAY-IND
               IF WS-SCL-COUNT > ZERO
                   COMPUTE WS-CAND-DATE-NUM = FUNCTION DATE-OF-INTEGER
                       (WS-CAND-JULIAN)
                   MOVE WS-CAND-DATE-NUM TO WS-CAND-DATE
                   SET WS-SCL-IDX TO 1
                   SEARCH WS-SCL-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-SCL-TBL-CCY (WS-SCL-IDX)
                               = WS-DUE-TBL-CURRENCY (WS-DUE-IDX)
                           AND WS-SCL-TBL-DATE (WS-SCL-IDX)
                               = WS-CAND-DATE
                           MOVE 'Y' TO WS-HOLIDAY-IND
                   END-SEARCH
               END-IF
               IF NOT WS-HOLIDAY
                   ADD 1 TO WS-OVERDUE-DAYS
               END-IF
           END-IF
           .

       4000-WRITE-SUMMARY.
           MOVE WS-FAIL-COUNT TO SUM-FAILS
           MOVE WS-AGED-FAIL-COUNT TO SUM-AGED
