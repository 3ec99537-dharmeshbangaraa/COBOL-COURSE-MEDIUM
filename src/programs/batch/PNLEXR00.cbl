           05  PNL-IN-ORIG-DATE      PIC X(08).
           05  PNL-IN-CASH-IND       PIC X(01).
           05  PNL-IN-EVENT-CODE     PIC X(04).
           05  PNL-IN-INSTRUMENT-ID  PIC X(12).
           05  PNL-IN-COUNTERPARTY   PIC X(08).
           05  PNL-IN-TRADER-ID      PIC X(08).
           05  PNL-IN-TRANSFER-PORTFOLIO PIC X(08).

       FD  PNL-OUTPUT.
           COPY PNLOUTRC.
               MOVE SPACE
                   TO PNL-CASH-EVENT-IND OF FIX-OUT-REC
           END-IF
           MOVE PNL-IN-INSTRUMENT-ID
               TO PNL-INSTRUMENT-ID OF FIX-OUT-REC
           WRITE FIX-OUT-REC
           ADD 1 TO WS-FIX-RECORD-COUNT
           ADD FIX-REALIZED-PNL-AMT TO WS-FIX-REALIZED-SUM
