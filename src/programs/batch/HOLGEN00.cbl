      *  for operations to review and merge through the HOLM
      *  maintenance transaction, which is what keeps every live
      *  calendar change audited.
      *
      *  With HOLGEN-CCY set the run seeds that currency's settlement
      *  calendar instead (SETCAL.cpy layout, onto SETCAL.NEW for the
      *  same HOLM review with the currency keyed):
      *    USD  FEDWIRE -- NEW YEARS DAY, MARTIN LUTHER KING DAY (3RD
      *         MONDAY OF JANUARY), PRESIDENTS DAY (3RD MONDAY OF
      *         FEBRUARY), MEMORIAL DAY, JUNETEENTH (JUN 19),
      *         INDEPENDENCE DAY, LABOR DAY, COLUMBUS DAY (2ND MONDAY
      *         OF OCTOBER), VETERANS DAY (NOV 11), THANKSGIVING,
      *         CHRISTMAS DAY; a fixed date on a Sunday is observed
      *         the Monday after, one on a Saturday is not moved
      *    EUR  TARGET -- JAN 01, GOOD FRIDAY, EASTER MONDAY, MAY 01,
      *         DEC 25, DEC 26; never moved
      *    GBP  ENGLAND AND WALES BANK HOLIDAYS -- NEW YEARS DAY,
      *         GOOD FRIDAY, EASTER MONDAY, EARLY MAY (1ST MONDAY),
      *         SPRING (LAST MONDAY OF MAY), SUMMER (LAST MONDAY OF
      *         AUGUST), CHRISTMAS DAY, BOXING DAY; a weekend holiday
      *         is substituted by the next free weekday
      *  Any other currency has no rules here and is keyed by hand.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-CAL-FILE ASSIGN TO 'HOLCAL.NEW'.
           SELECT NEW-SETTLE-CAL-FILE ASSIGN TO 'SETCAL.NEW'.

       DATA DIVISION.
       FILE SECTION.
       01  HOL-REC.
           05  HOL-DATE              PIC X(08).

      *--  Same currency-plus-date layout the live SETCAL.DAT carries.
       FD  NEW-SETTLE-CAL-FILE.
           COPY SETCAL.

       WORKING-STORAGE SECTION.
       01  WS-ENV-YEAR               PIC X(04) VALUE SPACES.
       01  WS-PARMS-OK-IND           PIC X(01) VALUE 'Y'.
           88  WS-PARMS-OK           VALUE 'Y'.
      *--  Blank generates the chain calendar; a currency generates
      *--  that currency's settlement calendar.
       01  WS-ENV-CCY                PIC X(03) VALUE SPACES.
           88  WS-CHAIN-CALENDAR     VALUE SPACES.
           88  WS-CCY-USD            VALUE 'USD'.
           88  WS-CCY-EUR            VALUE 'EUR'.
           88  WS-CCY-GBP            VALUE 'GBP'.
       01  WS-CCY-OK-IND             PIC X(01) VALUE 'Y'.
           88  WS-CCY-OK             VALUE 'Y'.

       01  WS-CAND-DATE.
           05  WS-CAND-YYYY          PIC X(04).
      *--  uses.
       01  WS-WANT-DOW               PIC 9(01) COMP-3 VALUE ZERO.

      *--  Easter Sunday for the year (the Gregorian computus), from
      *--  which Good Friday and Easter Monday are counted.
       01  WS-EASTER-FIELDS.
           05  WS-EA-YEAR            PIC 9(04) VALUE ZERO.
           05  WS-EA-A               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-B               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-C               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-D               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-E               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-F               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-G               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-H               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-I               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-K               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-L               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-M               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-N               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EA-MONTH           PIC 9(02) VALUE ZERO.
           05  WS-EA-DAY             PIC 9(02) VALUE ZERO.
       01  WS-EASTER-JULIAN          PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-GENERATED-COUNT        PIC 9(02) COMP-3 VALUE ZERO.

       COPY RETCODE.
       PROCEDURE DIVISION.
       MAIN-GENERATE.
           PERFORM 1000-INITIALIZE
           IF WS-PARMS-OK AND WS-CCY-OK
               EVALUATE TRUE
                   WHEN WS-CHAIN-CALENDAR
                       PERFORM 2000-GENERATE-FIXED-DATES
                       PERFORM 3000-GENERATE-MEMORIAL-DAY
                       PERFORM 4000-GENERATE-LABOR-DAY
                       PERFORM 5000-GENERATE-THANKSGIVING
                       CLOSE NEW-CAL-FILE
                   WHEN WS-CCY-USD
                       PERFORM 6000-GENERATE-USD-SETTLEMENT
                       CLOSE NEW-SETTLE-CAL-FILE
                   WHEN WS-CCY-EUR
                       PERFORM 6100-GENERATE-EUR-SETTLEMENT
                       CLOSE NEW-SETTLE-CAL-FILE
                   WHEN WS-CCY-GBP
                       PERFORM 6200-GENERATE-GBP-SETTLEMENT
                       CLOSE NEW-SETTLE-CAL-FILE
               END-EVALUATE
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE

       1000-INITIALIZE.
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'HOLGEN-YEAR'
           ACCEPT WS-ENV-CCY FROM ENVIRONMENT 'HOLGEN-CCY'
           IF NOT WS-CHAIN-CALENDAR AND NOT WS-CCY-USD
                   AND NOT WS-CCY-EUR AND NOT WS-CCY-GBP
               MOVE 'N' TO WS-CCY-OK-IND
           END-IF
           IF WS-ENV-YEAR NOT NUMERIC
               MOVE 'N' TO WS-PARMS-OK-IND
           ELSE
               IF WS-CCY-OK
                   IF WS-CHAIN-CALENDAR
                       OPEN OUTPUT NEW-CAL-FILE
                   ELSE
                       OPEN OUTPUT NEW-SETTLE-CAL-FILE
                   END-IF
               END-IF
           END-IF
           .

           PERFORM 8000-WRITE-HOLIDAY
           .

      *----------------------------------------------------------------
      *  6000-GENERATE-USD-SETTLEMENT seeds the Fedwire calendar.  The
      *  Nth Monday of a month is the first Monday on or after day
      *  7(N-1)+1; Memorial, Labor Day and Thanksgiving reuse the
      *  chain calendar's own rules.
      *----------------------------------------------------------------
       6000-GENERATE-USD-SETTLEMENT.
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '01' TO WS-CAND-MM
           MOVE 1 TO WS-CAND-DD
           PERFORM 7200-ROLL-SUNDAY-FORWARD
           PERFORM 8000-WRITE-HOLIDAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '01' TO WS-CAND-MM
           MOVE 15 TO WS-CAND-DD
           MOVE 1 TO WS-WANT-DOW
           PERFORM 7100-STEP-FORWARD-TO-DOW
           PERFORM 8000-WRITE-HOLIDAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '02' TO WS-CAND-MM
           MOVE 15 TO WS-CAND-DD
           MOVE 1 TO WS-WANT-DOW
           PERFORM 7100-STEP-FORWARD-TO-DOW
           PERFORM 8000-WRITE-HOLIDAY
           PERFORM 3000-GENERATE-MEMORIAL-DAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '06' TO WS-CAND-MM
           MOVE 19 TO WS-CAND-DD
           PERFORM 7200-ROLL-SUNDAY-FORWARD
           PERFORM 8000-WRITE-HOLIDAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '07' TO WS-CAND-MM
           MOVE 4 TO WS-CAND-DD
           PERFORM 7200-ROLL-SUNDAY-FORWARD
           PERFORM 8000-WRITE-HOLIDAY
           PERFORM 4000-GENERATE-LABOR-DAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '10' TO WS-CAND-MM
           MOVE 8 TO WS-CAND-DD
           MOVE 1 TO WS-WANT-DOW
           PERFORM 7100-STEP-FORWARD-TO-DOW
           PERFORM 8000-WRITE-HOLIDAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '11' TO WS-CAND-MM
           MOVE 11 TO WS-CAND-DD
           PERFORM 7200-ROLL-SUNDAY-FORWARD
           PERFORM 8000-WRITE-HOLIDAY
           PERFORM 5000-GENERATE-THANKSGIVING
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '12' TO WS-CAND-MM
           MOVE 25 TO WS-CAND-DD
           PERFORM 7200-ROLL-SUNDAY-FORWARD
           PERFORM 8000-WRITE-HOLIDAY
           .

      *----------------------------------------------------------------
      *  6100-GENERATE-EUR-SETTLEMENT seeds the TARGET closing days,
      *  which are fixed and never substituted.
      *----------------------------------------------------------------
       6100-GENERATE-EUR-SETTLEMENT.
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '01' TO WS-CAND-MM
           MOVE 1 TO WS-CAND-DD
           PERFORM 8000-WRITE-HOLIDAY
           PERFORM 6900-FIND-EASTER-SUNDAY
           PERFORM 6950-GENERATE-EASTER-DAYS
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '05' TO WS-CAND-MM
           MOVE 1 TO WS-CAND-DD
           PERFORM 8000-WRITE-HOLIDAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '12' TO WS-CAND-MM
           MOVE 25 TO WS-CAND-DD
           PERFORM 8000-WRITE-HOLIDAY
           MOVE 26 TO WS-CAND-DD
           PERFORM 8000-WRITE-HOLIDAY
           .

      *----------------------------------------------------------------
      *  6200-GENERATE-GBP-SETTLEMENT seeds the England and Wales bank
      *  holidays.  Christmas and Boxing Day substitute as a pair: on
      *  a Friday Christmas the Monday after is Boxing Day's
      *  substitute; on a Saturday the pair moves to Monday and
      *  Tuesday; on a Sunday Boxing Day keeps the Monday and
      *  Christmas takes the Tuesday.
      *----------------------------------------------------------------
       6200-GENERATE-GBP-SETTLEMENT.
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '01' TO WS-CAND-MM
           MOVE 1 TO WS-CAND-DD
           PERFORM 7300-ROLL-WEEKEND-FORWARD
           PERFORM 8000-WRITE-HOLIDAY
           PERFORM 6900-FIND-EASTER-SUNDAY
           PERFORM 6950-GENERATE-EASTER-DAYS
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '05' TO WS-CAND-MM
           MOVE 1 TO WS-CAND-DD
           MOVE 1 TO WS-WANT-DOW
           PERFORM 7100-STEP-FORWARD-TO-DOW
           PERFORM 8000-WRITE-HOLIDAY
           PERFORM 3000-GENERATE-MEMORIAL-DAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '08' TO WS-CAND-MM
           MOVE 31 TO WS-CAND-DD
           MOVE 1 TO WS-WANT-DOW
           PERFORM 7000-STEP-BACK-TO-DOW
           PERFORM 8000-WRITE-HOLIDAY
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE '12' TO WS-CAND-MM
           MOVE 25 TO WS-CAND-DD
           MOVE WS-CAND-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           COMPUTE WS-CAND-DOW = FUNCTION REM (WS-CAND-JULIAN 7)
           EVALUATE WS-CAND-DOW
               WHEN 5
                   PERFORM 8000-WRITE-HOLIDAY
                   MOVE 28 TO WS-CAND-DD
                   PERFORM 8000-WRITE-HOLIDAY
               WHEN 6
                   MOVE 27 TO WS-CAND-DD
                   PERFORM 8000-WRITE-HOLIDAY
                   MOVE 28 TO WS-CAND-DD
                   PERFORM 8000-WRITE-HOLIDAY
               WHEN 0
                   MOVE 26 TO WS-CAND-DD
                   PERFORM 8000-WRITE-HOLIDAY
                   MOVE 27 TO WS-CAND-DD
                   PERFORM 8000-WRITE-HOLIDAY
               WHEN OTHER
                   PERFORM 8000-WRITE-HOLIDAY
                   MOVE 26 TO WS-CAND-DD
                   PERFORM 8000-WRITE-HOLIDAY
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  6900-FIND-EASTER-SUNDAY runs the anonymous Gregorian computus
      *  for HOLGEN-YEAR; each quotient below is stored to an integer
      *  field, which is the truncating division the method needs.
      *----------------------------------------------------------------
       6900-FIND-EASTER-SUNDAY.
           MOVE WS-ENV-YEAR TO WS-EA-YEAR
           COMPUTE WS-EA-A = FUNCTION REM (WS-EA-YEAR 19)
           COMPUTE WS-EA-B = WS-EA-YEAR / 100
           COMPUTE WS-EA-C = FUNCTION REM (WS-EA-YEAR 100)
           COMPUTE WS-EA-D = WS-EA-B / 4
           COMPUTE WS-EA-E = FUNCTION REM (WS-EA-B 4)
           COMPUTE WS-EA-F = (WS-EA-B + 8) / 25
           COMPUTE WS-EA-G = (WS-EA-B - WS-EA-F + 1) / 3
           COMPUTE WS-EA-H = FUNCTION REM
               ((19 * WS-EA-A) + WS-EA-B - WS-EA-D - WS-EA-G + 15
                30)
           COMPUTE WS-EA-I = WS-EA-C / 4
           COMPUTE WS-EA-K = FUNCTION REM (WS-EA-C 4)
           COMPUTE WS-EA-L = FUNCTION REM
               (32 + (2 * WS-EA-E) + (2 * WS-EA-I) - WS-EA-H - WS-EA-K
                7)
           COMPUTE WS-EA-M =
               (WS-EA-A + (11 * WS-EA-H) + (22 * WS-EA-L)) / 451
           COMPUTE WS-EA-N =
               WS-EA-H + WS-EA-L - (7 * WS-EA-M) + 114
           COMPUTE WS-EA-MONTH = WS-EA-N / 31
           COMPUTE WS-EA-DAY = FUNCTION REM (WS-EA-N 31) + 1
           MOVE WS-ENV-YEAR TO WS-CAND-YYYY
           MOVE WS-EA-MONTH TO WS-CAND-MM
           MOVE WS-EA-DAY TO WS-CAND-DD
           MOVE WS-CAND-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-EASTER-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           .

       6950-GENERATE-EASTER-DAYS.
           COMPUTE WS-CAND-JULIAN = WS-EASTER-JULIAN - 2
           PERFORM 7400-SET-DATE-FROM-JULIAN
           PERFORM 8000-WRITE-HOLIDAY
           COMPUTE WS-CAND-JULIAN = WS-EASTER-JULIAN + 1
           PERFORM 7400-SET-DATE-FROM-JULIAN
           PERFORM 8000-WRITE-HOLIDAY
           .

       7000-STEP-BACK-TO-DOW.
           MOVE WS-CAND-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
           MOVE WS-CAND-DATE-NUM TO WS-CAND-DATE
           .

      *----------------------------------------------------------------
      *  7200-ROLL-SUNDAY-FORWARD moves a Sunday holiday to the
      *  Monday (the Fedwire observance); 7300-ROLL-WEEKEND-FORWARD
      *  moves a Saturday or Sunday one to the Monday (the UK
      *  substitute day).
      *----------------------------------------------------------------
       7200-ROLL-SUNDAY-FORWARD.
           MOVE WS-CAND-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           COMPUTE WS-CAND-DOW = FUNCTION REM (WS-CAND-JULIAN 7)
           IF WS-CAND-DOW = 0
               ADD 1 TO WS-CAND-JULIAN
               PERFORM 7400-SET-DATE-FROM-JULIAN
           END-IF
           .

       7300-ROLL-WEEKEND-FORWARD.
           MOVE WS-CAND-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           COMPUTE WS-CAND-DOW = FUNCTION REM (WS-CAND-JULIAN 7)
           EVALUATE WS-CAND-DOW
               WHEN 6
                   ADD 2 TO WS-CAND-JULIAN
                   PERFORM 7400-SET-DATE-FROM-JULIAN
               WHEN 0
                   ADD 1 TO WS-CAND-JULIAN
                   PERFORM 7400-SET-DATE-FROM-JULIAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       7400-SET-DATE-FROM-JULIAN.
           COMPUTE WS-CAND-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-CAND-JULIAN)
           MOVE WS-CAND-DATE-NUM TO WS-CAND-DATE
           .

       8000-WRITE-HOLIDAY.
           IF WS-CHAIN-CALENDAR
               MOVE WS-CAND-DATE TO HOL-DATE
               WRITE HOL-REC
           ELSE
               MOVE WS-ENV-CCY TO SCL-CURRENCY-CODE
               MOVE WS-CAND-DATE TO SCL-DATE
               WRITE SCL-REC
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           DISPLAY 'HOLGEN00 GENERATED ' WS-ENV-CCY ' ' WS-CAND-DATE
           .

       9999-TERMINATE.
           DISPLAY 'HOLGEN00 HOLIDAYS GENERATED FOR ' WS-ENV-YEAR
               ' ' WS-ENV-CCY ': ' WS-GENERATED-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when HOLGEN-YEAR was
      *  missing or not numeric or HOLGEN-CCY names a currency with
      *  no rules here, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'HOLGEN00' TO RC-ERROR-PROGRAM-ID
               SET RC-APPLICATION-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF NOT WS-CCY-OK
                   MOVE 'A002' TO RC-ERROR-CODE
                   MOVE 'NO HOLIDAY RULES FOR HOLGEN-CCY'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   SET RC-NORMAL TO TRUE
               END-IF
           END-IF
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
