           IF WS-RUNP-FILE-OK
               READ RUN-PARM-FILE
               MOVE RUNP-BUSINESS-DATE TO WS-RUN-DATE
               MOVE RUNP-RUN-TOKEN TO WS-RUN-TOKEN
               MOVE RUNP-PNL-THRESHOLD TO WS-PNL-THRESHOLD
               CLOSE RUN-PARM-FILE
           ELSE
