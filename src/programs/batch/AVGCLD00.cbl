      *  A roster portfolio with no history yet writes nothing; the
      *  calc's not-on-file rule (leave the input COST-AMT unchanged)
      *  already covers that case.
      *
      *  The average runs over every trade on file, so this step reads
      *  the whole TRNHIST.DAT unload, not the monthly partitions.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *  2000-PROCESS reads the whole history file and folds each
      *  trade's COST-AMT into its portfolio's accumulator when the
      *  portfolio is on the average-cost roster; everything else is
      *  passed over.  A position transfer ('TX') is not a trade and
      *  carries no cost of its own, so it is passed over too.
      *----------------------------------------------------------------
       2000-PROCESS.
           IF NOT WS-HIST-OPEN-OK
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF HIST-RECORD-TYPE NOT = 'TX'
                           PERFORM 2100-ACCUMULATE-COST
                       END-IF
               END-READ
           END-PERFORM
           .
