           05  PNL-IN-ORIG-DATE      PIC X(08).
           05  PNL-IN-CASH-IND       PIC X(01).
           05  PNL-IN-EVENT-CODE     PIC X(04).
           05  PNL-IN-INSTRUMENT-ID  PIC X(12).
           05  PNL-IN-COUNTERPARTY   PIC X(08).
           05  PNL-IN-TRADER-ID      PIC X(08).
           05  PNL-IN-TRANSFER-PORTFOLIO PIC X(08).

      *--  PNLOUT.DAT, read back after the chain runs so the trailer's
      *--  control totals can be checked against this harness's own
           MOVE TEST-COMMISSION-AMT (WS-CASE-IDX) TO COMMISSION-AMT
           MOVE TEST-FEE-AMT (WS-CASE-IDX) TO FEE-AMT
           MOVE TEST-POSITION-STATUS (WS-CASE-IDX) TO POSITION-STATUS
      *--  The cases predate entities, quantities, instruments, and
      *--  the cancel and cash-event paths; plain trades leave all of
      *--  that empty.
           MOVE SPACES TO PNL-IN-ENTITY-CODE
           MOVE ZERO TO PNL-IN-QUANTITY
           MOVE SPACES TO PNL-IN-CANCEL-IND
           MOVE SPACES TO PNL-IN-ORIG-DATE
           MOVE SPACES TO PNL-IN-CASH-IND
           MOVE SPACES TO PNL-IN-EVENT-CODE
           MOVE SPACES TO PNL-IN-INSTRUMENT-ID
           MOVE SPACES TO PNL-IN-COUNTERPARTY
           MOVE SPACES TO PNL-IN-TRADER-ID
           MOVE SPACES TO PNL-IN-TRANSFER-PORTFOLIO
           WRITE PNL-IN-REC
           PERFORM 2120-ACCUMULATE-EXPECTED
           .
