      *  tomorrow's compare is always against the last rates the chain
      *  accepted.  A missing prior file (first run) skips the move
      *  check with a warning; the coverage check still runs.
      *
      *  The same passing drop is appended, stamped with the business
      *  date, to the permanent rate history FXRATEHS.DAT (FXHIST.cpy)
      *  the historical VaR replays.
      *
      *  A held rate Market Risk confirms is genuine goes through on
      *  an approved override (FXOVRIDE, from the FXOM/FXOA maker/
      *  checker pair) for that business date: an accept passes the
      *  flagged rate as it stands, a correction puts the keyed rate
      *  in its place -- on FXRATE.DAT itself, so the calc values on
      *  it -- and neither counts as a breach.  An override holds only
      *  while the drop still carries the rate that was flagged.
      *  Every rate let through this way is written to the FXOVRLOG
      *  audit log for the morning digest.  Every rate still held is
      *  written to FXHELD, where the override transaction finds it.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT PRIOR-RATE-FILE ASSIGN TO 'FXRATEPV.DAT'
               FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'FXRATEHS.DAT'
               FILE STATUS IS WS-FXH-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO 'FXTOLER.DAT'
               FILE STATUS IS WS-TOL-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO 'FXOVRIDE.DAT'
               FILE STATUS IS WS-OVR-FILE-STATUS.
           SELECT HELD-RATE-FILE ASSIGN TO 'FXHELD.DAT'
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO 'FXOVRLOG.DAT'
               FILE STATUS IS WS-FXL-FILE-STATUS.
           SELECT GATE-REPORT ASSIGN TO 'UTLFXQ.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           05  PRV-RATE-TO-USD       PIC 9(01)V9(06).
           05  PRV-EFFECTIVE-DATE    PIC X(08).

      *--  Every accepted drop, dated -- shared with RPTVAR00 via
      *--  FXHIST.cpy.
       FD  RATE-HISTORY-FILE.
           COPY FXHIST.

      *--  Market Risk's per-currency day-over-day move tolerance, in
      *--  percent.
       FD  TOLERANCE-FILE.
      *--  Open-position inventory carried between calc runs; read
      *--  here only for the currencies it holds open.
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Approved overrides, any business date -- only tonight's
      *--  are loaded.
       FD  OVERRIDE-FILE.
           COPY FXOVRD.

      *--  Tonight's held rates, for the override transaction.
       FD  HELD-RATE-FILE.
           COPY FXHELD.

      *--  Every rate let through on an override, appended.
       FD  OVERRIDE-LOG-FILE.
           COPY FXOVLOG.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
       01  WS-PRV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRV-FILE-OK        VALUE '00'.
           88  WS-PRV-FILE-MISSING   VALUE '35'.
       01  WS-FXH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXH-FILE-OK        VALUE '00'.
           88  WS-FXH-FILE-MISSING   VALUE '35'.
       01  WS-TOL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TOL-FILE-OK        VALUE '00'.
           88  WS-TOL-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-OVR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OVR-FILE-OK        VALUE '00'.
           88  WS-OVR-FILE-MISSING   VALUE '35'.
       01  WS-HLD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HLD-FILE-OK        VALUE '00'.
       01  WS-FXL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXL-FILE-OK        VALUE '00'.
           88  WS-FXL-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
                   INDEXED BY WS-FX-IDX.
               10  WS-FX-TBL-CURRENCY    PIC X(03).
               10  WS-FX-TBL-RATE        PIC 9(01)V9(06).
               10  WS-FX-TBL-EFF-DATE    PIC X(08).
      *--  Set when the drop carries more records than the table --
      *--  the drop is then never rewritten from it.
       01  WS-FX-OVERSIZE-IND        PIC X(01) VALUE 'N'.
           88  WS-FX-OVERSIZE        VALUE 'Y'.

      *--  The prior accepted drop.
       01  WS-PRV-PRESENT-IND        PIC X(01) VALUE 'N'.
                                      VALUE ZERO.
       01  WS-TOLERANCE-PCT          PIC 9(03)V99 COMP-3 VALUE ZERO.

      *--  Tonight's approved overrides off FXOVRIDE.
       01  WS-OVR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-OVR-COUNT
                   INDEXED BY WS-OVR-IDX.
               10  WS-OVR-TBL-CURRENCY   PIC X(03).
               10  WS-OVR-TBL-ACTION     PIC X(01).
                   88  WS-OVR-TBL-ACCEPT     VALUE 'A'.
                   88  WS-OVR-TBL-CORRECT    VALUE 'C'.
               10  WS-OVR-TBL-FLAGGED    PIC 9(01)V9(06).
               10  WS-OVR-TBL-CORRECTED  PIC 9(01)V9(06).
               10  WS-OVR-TBL-REASON     PIC X(30).
               10  WS-OVR-TBL-MAKER      PIC X(08).
               10  WS-OVR-TBL-CHECKER    PIC X(08).
       01  WS-OVR-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-OVR-FOUND          VALUE 'Y'.

      *--  Rates let through on an override tonight, logged to
      *--  FXOVRLOG once the gate passes.
       01  WS-APL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-APL-TABLE.
           05  WS-APL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-APL-COUNT
                   INDEXED BY WS-APL-IDX.
               10  WS-APL-CURRENCY       PIC X(03).
               10  WS-APL-ACTION         PIC X(01).
               10  WS-APL-VENDOR-RATE    PIC 9(01)V9(06).
               10  WS-APL-RATE-USED      PIC 9(01)V9(06).
               10  WS-APL-PRIOR-RATE     PIC 9(01)V9(06).
               10  WS-APL-MOVE-PCT       PIC 9(05)V99 COMP-3.
               10  WS-APL-TOLERANCE-PCT  PIC 9(03)V99 COMP-3.
               10  WS-APL-REASON         PIC X(30).
               10  WS-APL-MAKER          PIC X(08).
               10  WS-APL-CHECKER        PIC X(08).

      *--  Set when a correction replaced a rate still on the drop
      *--  as received, so FXRATE.DAT must be rewritten for the calc.
       01  WS-DROP-CORRECTED-IND     PIC X(01) VALUE 'N'.
           88  WS-DROP-CORRECTED     VALUE 'Y'.
       01  WS-EDIT-RATE              PIC 9.9(06).

       01  WS-MOVE-BREACH-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-OVERRIDE-COUNT         PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-MISSING-CCY-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CHECKED-COUNT          PIC 9(03) COMP-3 VALUE ZERO.

           05  FILLER                PIC X(21)
                   VALUE '  MISSING CURRENCIES:'.
           05  SUM-MISSING           PIC ZZ9.
           05  FILLER                PIC X(13)
                   VALUE '  OVERRIDDEN:'.
           05  SUM-OVERRIDDEN        PIC ZZ9.

       COPY RETCODE.

               PERFORM 2000-CHECK-RATE-MOVES
               PERFORM 3000-CHECK-COVERAGE
               PERFORM 4000-SAVE-ACCEPTED-RATES
               PERFORM 4500-RECORD-OVERRIDES
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           PERFORM 1300-LOAD-TOLERANCES
           PERFORM 1400-COLLECT-TRADED-CURRENCIES
           PERFORM 1500-COLLECT-INVENTORY-CURRENCIES
           PERFORM 1600-LOAD-OVERRIDES
           OPEN OUTPUT GATE-REPORT
           OPEN OUTPUT HELD-RATE-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE
           WRITE RPT-LINE FROM WS-COLUMN-LINE
                               WS-FX-TBL-CURRENCY (WS-FX-COUNT)
                           MOVE FXR-RATE-TO-USD TO
                               WS-FX-TBL-RATE (WS-FX-COUNT)
                           MOVE FXR-EFFECTIVE-DATE TO
                               WS-FX-TBL-EFF-DATE (WS-FX-COUNT)
                   END-READ
               END-PERFORM
               IF NOT WS-EOF
                   READ FX-RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO WS-FX-OVERSIZE-IND
                   END-READ
               END-IF
               CLOSE FX-RATE-FILE
           END-IF
           .
           END-IF
           .

      *----------------------------------------------------------------
      *  1600-LOAD-OVERRIDES picks tonight's approved overrides off
      *  FXOVRIDE; entries for any other business date are passed
      *  over.  No file staged simply means no overrides.
      *----------------------------------------------------------------
       1600-LOAD-OVERRIDES.
           MOVE ZERO TO WS-OVR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVR-FILE-OK
               PERFORM UNTIL WS-EOF
                       OR WS-OVR-COUNT NOT < 50
                   READ OVERRIDE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF FXO-BUSINESS-DATE = WS-RUN-DATE
                               PERFORM 1650-ADD-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF
           .

       1650-ADD-OVERRIDE.
           ADD 1 TO WS-OVR-COUNT
           MOVE FXO-CURRENCY-CODE TO WS-OVR-TBL-CURRENCY (WS-OVR-COUNT)
           MOVE FXO-ACTION TO WS-OVR-TBL-ACTION (WS-OVR-COUNT)
           MOVE FXO-FLAGGED-RATE TO WS-OVR-TBL-FLAGGED (WS-OVR-COUNT)
           MOVE FXO-CORRECTED-RATE
               TO WS-OVR-TBL-CORRECTED (WS-OVR-COUNT)
           MOVE FXO-REASON TO WS-OVR-TBL-REASON (WS-OVR-COUNT)
           MOVE FXO-MAKER-ID TO WS-OVR-TBL-MAKER (WS-OVR-COUNT)
           MOVE FXO-CHECKER-ID TO WS-OVR-TBL-CHECKER (WS-OVR-COUNT)
           .

      *----------------------------------------------------------------
      *  2000-CHECK-RATE-MOVES measures each of today's rates against
      *  the prior accepted rate for the same currency.  A currency
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-RATE-DIFF * 100) / WS-PRIOR-RATE
               MOVE WS-MOVE-PCT TO DTL-MOVE-PCT
               PERFORM 2400-LOOKUP-OVERRIDE
               EVALUATE TRUE
                   WHEN WS-OVR-FOUND AND WS-OVR-TBL-CORRECT (WS-OVR-IDX)
                       MOVE 'CORRECTD' TO DTL-RESULT
                   WHEN WS-MOVE-PCT > WS-TOLERANCE-PCT
                           AND WS-OVR-FOUND
                       MOVE 'OVERRIDE' TO DTL-RESULT
                   WHEN WS-MOVE-PCT > WS-TOLERANCE-PCT
                       MOVE 'BREACH  ' TO DTL-RESULT
                       ADD 1 TO WS-MOVE-BREACH-COUNT
                       PERFORM 2600-WRITE-HELD-RATE
                   WHEN OTHER
                       MOVE 'OK      ' TO DTL-RESULT
               END-EVALUATE
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF DTL-RESULT = 'CORRECTD' OR DTL-RESULT = 'OVERRIDE'
               PERFORM 2500-APPLY-OVERRIDE
           END-IF
           .

       2200-LOOKUP-PRIOR-RATE.
           END-IF
           .

      *----------------------------------------------------------------
      *  2400-LOOKUP-OVERRIDE finds tonight's approved override for
      *  the currency, if one still applies to the rate on the drop:
      *  an accept only while the drop carries the flagged rate, a
      *  correction while it carries the flagged rate or -- after an
      *  earlier passing run rewrote the drop -- the corrected one.
      *  An accept is only needed on a breach; 2100 ignores it
      *  otherwise.
      *----------------------------------------------------------------
       2400-LOOKUP-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND-IND
           IF WS-OVR-COUNT > ZERO
               SET WS-OVR-IDX TO 1
               SEARCH WS-OVR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVR-TBL-CURRENCY (WS-OVR-IDX)
                           = WS-FX-TBL-CURRENCY (WS-FX-IDX)
                       IF WS-FX-TBL-RATE (WS-FX-IDX)
                               = WS-OVR-TBL-FLAGGED (WS-OVR-IDX)
                           MOVE 'Y' TO WS-OVR-FOUND-IND
                       END-IF
                       IF WS-OVR-TBL-CORRECT (WS-OVR-IDX)
                               AND WS-FX-TBL-RATE (WS-FX-IDX)
                               = WS-OVR-TBL-CORRECTED (WS-OVR-IDX)
                           MOVE 'Y' TO WS-OVR-FOUND-IND
                       END-IF
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-APPLY-OVERRIDE notes the rate let through for the audit
      *  log, prints the override under the detail line, and on a
      *  correction puts the keyed rate in the table -- which is what
      *  FXRATEPV, the history, and the rewritten drop all take.
      *----------------------------------------------------------------
       2500-APPLY-OVERRIDE.
           ADD 1 TO WS-OVERRIDE-COUNT
           IF WS-APL-COUNT < 50
               ADD 1 TO WS-APL-COUNT
               SET WS-APL-IDX TO WS-APL-COUNT
               MOVE WS-FX-TBL-CURRENCY (WS-FX-IDX)
                   TO WS-APL-CURRENCY (WS-APL-IDX)
               MOVE WS-OVR-TBL-ACTION (WS-OVR-IDX)
                   TO WS-APL-ACTION (WS-APL-IDX)
               MOVE WS-OVR-TBL-FLAGGED (WS-OVR-IDX)
                   TO WS-APL-VENDOR-RATE (WS-APL-IDX)
               MOVE WS-PRIOR-RATE TO WS-APL-PRIOR-RATE (WS-APL-IDX)
               MOVE WS-MOVE-PCT TO WS-APL-MOVE-PCT (WS-APL-IDX)
               MOVE WS-TOLERANCE-PCT
                   TO WS-APL-TOLERANCE-PCT (WS-APL-IDX)
               MOVE WS-OVR-TBL-REASON (WS-OVR-IDX)
                   TO WS-APL-REASON (WS-APL-IDX)
               MOVE WS-OVR-TBL-MAKER (WS-OVR-IDX)
                   TO WS-APL-MAKER (WS-APL-IDX)
               MOVE WS-OVR-TBL-CHECKER (WS-OVR-IDX)
                   TO WS-APL-CHECKER (WS-APL-IDX)
           END-IF
           MOVE WS-FX-TBL-CURRENCY (WS-FX-IDX) TO MSG-CURRENCY
           MOVE SPACES TO MSG-TEXT
           IF WS-OVR-TBL-CORRECT (WS-OVR-IDX)
               IF WS-FX-TBL-RATE (WS-FX-IDX)
                       NOT = WS-OVR-TBL-CORRECTED (WS-OVR-IDX)
                   MOVE 'Y' TO WS-DROP-CORRECTED-IND
               END-IF
               MOVE WS-OVR-TBL-CORRECTED (WS-OVR-IDX)
                   TO WS-FX-TBL-RATE (WS-FX-IDX)
               MOVE WS-OVR-TBL-CORRECTED (WS-OVR-IDX) TO WS-EDIT-RATE
               STRING 'OVERRIDE: CORRECTED TO ' WS-EDIT-RATE
                      ' BY ' WS-OVR-TBL-CHECKER (WS-OVR-IDX)
                   DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
               STRING 'OVERRIDE: ACCEPTED AS GENUINE BY '
                      WS-OVR-TBL-CHECKER (WS-OVR-IDX)
                   DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           MOVE WS-FX-TBL-RATE (WS-FX-IDX)
               TO WS-APL-RATE-USED (WS-APL-IDX)
           WRITE RPT-LINE FROM WS-MISSING-LINE
           .

      *--  One FXHELD record per rate still breaching, with the
      *--  figures the override screens show.
       2600-WRITE-HELD-RATE.
           MOVE WS-RUN-DATE TO FXB-BUSINESS-DATE
           MOVE WS-FX-TBL-CURRENCY (WS-FX-IDX) TO FXB-CURRENCY-CODE
           MOVE WS-FX-TBL-RATE (WS-FX-IDX) TO FXB-TODAY-RATE
           MOVE WS-PRIOR-RATE TO FXB-PRIOR-RATE
           MOVE WS-MOVE-PCT TO FXB-MOVE-PCT
           MOVE WS-TOLERANCE-PCT TO FXB-TOLERANCE-PCT
           WRITE FXB-REC
           .

      *----------------------------------------------------------------
      *  3000-CHECK-COVERAGE flags every currency in use tonight that
      *  today's drop does not carry -- by name, before the calc turns
      *  4000-SAVE-ACCEPTED-RATES rewrites the prior-rates file from
      *  today's drop -- only on a passing check, so a rejected drop
      *  never becomes tomorrow's baseline, and never on a dry run,
      *  the same convention the calc applies to POSINV.DAT.  The
      *  same drop is appended to the rate history; the first-ever
      *  run starts the file.
      *----------------------------------------------------------------
       4000-SAVE-ACCEPTED-RATES.
           IF WS-MOVE-BREACH-COUNT = ZERO
                   VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
               CLOSE PRIOR-RATE-FILE
               OPEN EXTEND RATE-HISTORY-FILE
               IF WS-FXH-FILE-MISSING
                   OPEN OUTPUT RATE-HISTORY-FILE
               END-IF
               PERFORM 4200-APPEND-ONE-RATE
                   VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
               CLOSE RATE-HISTORY-FILE
           END-IF
           .

           WRITE PRV-REC
           .

       4200-APPEND-ONE-RATE.
           MOVE WS-RUN-DATE TO FXH-RATE-DATE
           MOVE WS-FX-TBL-CURRENCY (WS-FX-IDX) TO FXH-CURRENCY-CODE
           MOVE WS-FX-TBL-RATE (WS-FX-IDX) TO FXH-RATE-TO-USD
           MOVE WS-RUN-TOKEN TO FXH-RUN-TOKEN
           WRITE FXH-REC
           .

      *----------------------------------------------------------------
      *  4500-RECORD-OVERRIDES runs only once the gate has passed.  A
      *  correction still missing from the drop as received is
      *  written onto FXRATE.DAT, so the calc values on the rate
      *  Market Risk approved -- dry run or not, since the calc reads
      *  the drop either way.  Each rate let through is then logged
      *  to FXOVRLOG for the morning digest, never on a dry run.  A
      *  drop too big for the table is never rewritten from it; the
      *  calc refuses such a drop on its own.
      *----------------------------------------------------------------
       4500-RECORD-OVERRIDES.
           IF WS-MOVE-BREACH-COUNT = ZERO
                   AND WS-MISSING-CCY-COUNT = ZERO
               IF WS-DROP-CORRECTED AND NOT WS-FX-OVERSIZE
                   OPEN OUTPUT FX-RATE-FILE
                   PERFORM 4600-REWRITE-ONE-RATE
                       VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-COUNT
                   CLOSE FX-RATE-FILE
               END-IF
               IF WS-APL-COUNT > ZERO AND NOT RUNP-DRY-RUN
                   OPEN EXTEND OVERRIDE-LOG-FILE
                   IF WS-FXL-FILE-MISSING
                       OPEN OUTPUT OVERRIDE-LOG-FILE
                   END-IF
                   PERFORM 4700-LOG-ONE-OVERRIDE
                       VARYING WS-APL-IDX FROM 1 BY 1
                       UNTIL WS-APL-IDX > WS-APL-COUNT
                   CLOSE OVERRIDE-LOG-FILE
               END-IF
           END-IF
           .

       4600-REWRITE-ONE-RATE.
           MOVE WS-FX-TBL-CURRENCY (WS-FX-IDX) TO FXR-CURRENCY-CODE
           MOVE WS-FX-TBL-RATE (WS-FX-IDX) TO FXR-RATE-TO-USD
           MOVE WS-FX-TBL-EFF-DATE (WS-FX-IDX) TO FXR-EFFECTIVE-DATE
           WRITE FXR-REC
           .

       4700-LOG-ONE-OVERRIDE.
           MOVE WS-RUN-DATE TO FXL-BUSINESS-DATE
           MOVE WS-APL-CURRENCY (WS-APL-IDX) TO FXL-CURRENCY-CODE
           MOVE WS-APL-ACTION (WS-APL-IDX) TO FXL-ACTION
           MOVE WS-APL-VENDOR-RATE (WS-APL-IDX) TO FXL-VENDOR-RATE
           MOVE WS-APL-RATE-USED (WS-APL-IDX) TO FXL-RATE-USED
           MOVE WS-APL-PRIOR-RATE (WS-APL-IDX) TO FXL-PRIOR-RATE
           MOVE WS-APL-MOVE-PCT (WS-APL-IDX) TO FXL-MOVE-PCT
           MOVE WS-APL-TOLERANCE-PCT (WS-APL-IDX)
               TO FXL-TOLERANCE-PCT
           MOVE WS-APL-REASON (WS-APL-IDX) TO FXL-REASON
           MOVE WS-APL-MAKER (WS-APL-IDX) TO FXL-MAKER-ID
           MOVE WS-APL-CHECKER (WS-APL-IDX) TO FXL-CHECKER-ID
           MOVE WS-RUN-TOKEN TO FXL-RUN-TOKEN
           WRITE FXL-REC
           .

       9999-TERMINATE.
           MOVE WS-CHECKED-COUNT TO SUM-CHECKED
           MOVE WS-MOVE-BREACH-COUNT TO SUM-BREACHES
           MOVE WS-MISSING-CCY-COUNT TO SUM-MISSING
           MOVE WS-OVERRIDE-COUNT TO SUM-OVERRIDDEN
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE GATE-REPORT
           CLOSE HELD-RATE-FILE
           DISPLAY 'UTLFXQ00 RATES CHECKED: ' WS-CHECKED-COUNT
           DISPLAY 'UTLFXQ00 MOVE BREACHES: ' WS-MOVE-BREACH-COUNT
           DISPLAY 'UTLFXQ00 MISSING CURRENCIES: '
               WS-MISSING-CCY-COUNT
           DISPLAY 'UTLFXQ00 RATES OVERRIDDEN: ' WS-OVERRIDE-COUNT
           .

      *----------------------------------------------------------------
      *  application error when any rate moved beyond tolerance or an
      *  in-use currency is absent from the drop (the chain must not
      *  value a record on these rates), a warning on the first run
      *  with no prior file to compare against or when a rate went
      *  through on an approved override, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'UTLFXQ00' TO RC-ERROR-PROGRAM-ID
                       SET RC-WARNING TO TRUE
                       DISPLAY RC-ERROR-MESSAGE
                   ELSE
                       IF WS-OVERRIDE-COUNT > ZERO
                           MOVE 'W002' TO RC-ERROR-CODE
                           MOVE 'RATES PASSED ON AN APPROVED OVERRIDE'
                               TO RC-ERROR-TEXT
                           SET RC-WARNING TO TRUE
                           DISPLAY RC-ERROR-MESSAGE
                       ELSE
                           SET RC-NORMAL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
