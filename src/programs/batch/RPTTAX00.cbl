      *  the same way PVEXTR00 takes one; unset, it defaults to the
      *  run date's calendar year to date.  Cancelled trades stay out
      *  of the pairing entirely.
      *
      *  A close in the range can relieve a lot opened any number of
      *  years earlier, and the pairing relies on the unload's
      *  portfolio/date order, so this report reads the whole
      *  TRNHIST.DAT rather than the monthly partitions.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
      *  2000-LOAD-OPEN-LOTS keys every open, uncancelled trade in
      *  the history -- in the unload's own portfolio/date order, so
      *  within a portfolio the table is already oldest-first.  An
      *  uncancelled position transfer ('TX') is no lot itself: it
      *  re-homes the lot it names to the receiving portfolio, keeping
      *  the lot's own trade date so the holding period runs on
      *  unbroken.  The transfer is held under the giving portfolio
      *  and dated after the lot, so the lot is already on the table.
      *----------------------------------------------------------------
       2000-LOAD-OPEN-LOTS.
           OPEN INPUT HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-RECORD-TYPE = 'TX'
                           IF HIST-CANCEL-IND NOT = 'Y'
                               PERFORM 2150-REHOME-TRANSFERRED-LOT
                           END-IF
                       ELSE
                       IF HIST-POSITION-STATUS = 'O'
                               AND HIST-CANCEL-IND NOT = 'Y'
                           PERFORM 2100-KEEP-OPEN-LOT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-FILE-OK
           END-IF
           .

       2150-REHOME-TRANSFERRED-LOT.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
               IF WS-LOT-TBL-PORTFOLIO (WS-LOT-SUB)
                       = HIST-PORTFOLIO-ID
                   AND WS-LOT-TBL-TRADE-DATE (WS-LOT-SUB)
                       = HIST-TRANSFER-LOT-DATE
                   AND WS-LOT-TBL-CURRENCY (WS-LOT-SUB)
                       = HIST-CURRENCY-CODE
                   MOVE HIST-TRANSFER-PORTFOLIO
                       TO WS-LOT-TBL-PORTFOLIO (WS-LOT-SUB)
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3000-PAIR-CLOSES runs the closing trades down against each
      *  portfolio's open lots oldest-first, in two passes: first the
                   NOT AT END
                       IF HIST-POSITION-STATUS = 'C'
                               AND HIST-CANCEL-IND NOT = 'Y'
                               AND HIST-RECORD-TYPE NOT = 'TX'
                           IF WS-REPLAY-ONLY
                               IF HIST-TRADE-DATE < WS-FROM-DATE
                                   PERFORM 3100-PAIR-ONE-CLOSE
