           MOVE SPACES TO TRN-CANCEL-IND
           MOVE SPACES TO TRN-CANCEL-DATE
           MOVE SPACES TO TRN-EVENT-CODE
           MOVE SPACES TO TRN-INSTRUMENT-ID
           MOVE SPACES TO TRN-COUNTERPARTY-CODE
           MOVE SPACES TO TRN-TRADER-ID
           MOVE SPACES TO TRN-TRANSFER-PORTFOLIO
           MOVE SPACES TO TRN-TRANSFER-LOT-DATE
           MOVE SPACES TO TRN-CPTY-ENTITY-CODE
           WRITE TRN-REC
           ADD 1 TO WS-CTRL-COUNT
           ADD WS-GEN-TRADE-AMT TO WS-CTRL-TOTAL
