      *  one to copy it into the merge -- a feed is never half-merged.
      *  A feed not staged at all is simply skipped; at least one feed
      *  has to make it in.
      *
      *  Feed 4 (BCHTRN4.DAT/BCHCTL4.DAT, tagged 'S4') is not an
      *  upstream source: it is the dividend cash events DIVENT00
      *  staged on the previous night.  It is proved and merged like
      *  the others, but it does not count toward the one feed that
      *  has to make it in -- a night with no upstream feed still has
      *  nothing to run on.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONSOLIDATE-ONE-FEED
               VARYING WS-FEED-NUM FROM 1 BY 1
               UNTIL WS-FEED-NUM > 4
           PERFORM 3000-WRITE-COMBINED-CONTROL
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
               MOVE WS-FEED-TOTAL TO FDL-TOTAL
               IF WS-FEED-OK
                   PERFORM 2300-MERGE-FEED
                   IF WS-FEED-NUM < 4
                       ADD 1 TO WS-FEEDS-MERGED
                   END-IF
                   MOVE 'MERGED      ' TO FDL-STATUS
               ELSE
                   ADD 1 TO WS-FEEDS-QUARANTINED

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when no upstream feed made
      *  it into the merge at all, a warning when a feed was
      *  quarantined (the others carried on), normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'UTLMRG00' TO RC-ERROR-PROGRAM-ID
