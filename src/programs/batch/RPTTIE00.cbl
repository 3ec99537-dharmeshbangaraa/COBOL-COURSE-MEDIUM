      *    LEG 1  received = loaded + duplicates rejected
      *                    + cancels applied + restatements
      *    LEG 2  loaded + cancel reversals + restatements
      *                  + held trades released - held trades parked
      *                  - parked trades dropped
      *                  = trades valued + calc exceptions
      *    LEG 3  PNLOUT P&L for the date = PORTVAL_TBL posted P&L
      *----------------------------------------------------------------
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'PNLEXC.DAT'
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT HELD-TRADE-FILE ASSIGN TO 'HELDTRN.DAT'
               FILE STATUS IS WS-HTR-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT TIEOUT-REPORT ASSIGN TO 'RPTTIE.PRT'.
           05  EXC-TRADE-DATE        PIC X(08).
           05  EXC-REASON            PIC X(30).

      *--  Trades PNLBLD00 parked, released or dropped for held
      *--  portfolios; see HLDTRN.cpy.
       FD  HELD-TRADE-FILE.
           COPY HLDTRN.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-HTR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HTR-FILE-OK        VALUE '00'.
           88  WS-HTR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-NETOUT-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-RESTATED-COUNT         PIC 9(09) COMP-3 VALUE ZERO.

      *--  Held portfolios (HELDTRN.DAT): records loaded or reversed
      *--  tonight but parked instead of valued, records parked on an
      *--  earlier night and valued tonight on their hold's release,
      *--  and parked originals dropped tonight with the cancel that
      *--  reversed them -- that cancel's reversal is never valued.
       01  WS-HELD-PARKED-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-HELD-RELEASED-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-HELD-DROPPED-COUNT     PIC 9(09) COMP-3 VALUE ZERO.

      *--  (C) the calc output: trailer totals, trades valued for the
      *--  date, P&L for the date, and exceptions for the date.
       01  WS-TRAILER-COUNT          PIC 9(08) COMP-3 VALUE ZERO.
           PERFORM 2300-TOTAL-DUPLICATES
           PERFORM 2400-TOTAL-PNL-OUTPUT
           PERFORM 2500-TOTAL-EXCEPTIONS
           PERFORM 2550-TOTAL-HELD-TRADES
           PERFORM 2600-TOTAL-PORTVAL
           PERFORM 3000-WRITE-REPORT
           PERFORM 9999-TERMINATE
           END-IF
           .

       2550-TOTAL-HELD-TRADES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HELD-TRADE-FILE
           IF WS-HTR-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ HELD-TRADE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF HTR-PARK-DATE = WS-RUN-DATE
                               ADD 1 TO WS-HELD-PARKED-COUNT
                           END-IF
                           IF HTR-RELEASED
                                   AND HTR-RELEASE-DATE = WS-RUN-DATE
                               ADD 1 TO WS-HELD-RELEASED-COUNT
                           END-IF
                           IF HTR-DROPPED
                                   AND HTR-RELEASE-DATE = WS-RUN-DATE
                               ADD 1 TO WS-HELD-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-TRADE-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  2600-TOTAL-PORTVAL sums the current (highest AS-OF-TIMESTAMP)
      *  PNL_AMT version per portfolio for the business date -- the
           MOVE WS-RESTATED-COUNT TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD PORTFOLIOS - PARKED TONIGHT' TO TOT-LABEL
           MOVE WS-HELD-PARKED-COUNT TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD PORTFOLIOS - RELEASED TONIGHT' TO TOT-LABEL
           MOVE WS-HELD-RELEASED-COUNT TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD PORTFOLIOS - DROPPED TONIGHT' TO TOT-LABEL
           MOVE WS-HELD-DROPPED-COUNT TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'PNLOUT TRAILER RECORDS / DATE PNL' TO TOT-LABEL
           MOVE WS-TRAILER-COUNT TO TOT-COUNT
           MOVE WS-PNLOUT-DATE-PNL TO TOT-AMOUNT
      *--  record dated tonight; each restatement is valued tonight
      *--  under an older loaded date; and a same-day net-out sits in
      *--  LOADED but was never valued -- all three adjust the loaded
      *--  side of leg 2.  So do held portfolios: what PNLBLD00
      *--  parked tonight was counted above but not valued, what it
      *--  released was valued with nothing loaded tonight, and a
      *--  dropped original takes its cancel's reversal out with it.
       3200-WRITE-LEG-2.
           MOVE 'LEG 2  LOAD+REV+RST+REL-NET-PRK-DRP=V+E'
               TO LEGC-LABEL
           COMPUTE WS-LEG-EXPECTED = WS-LOADED-COUNT
               + WS-REVERSAL-COUNT + WS-RESTATED-COUNT
               + WS-HELD-RELEASED-COUNT
               - WS-NETOUT-COUNT - WS-HELD-PARKED-COUNT
               - WS-HELD-DROPPED-COUNT
           COMPUTE WS-LEG-ACTUAL =
               WS-TRADES-VALUED + WS-EXC-DATE-COUNT
           PERFORM 3900-WRITE-LEG-LINE
