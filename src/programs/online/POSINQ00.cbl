           05  INV-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  INV-QUANTITY          PIC S9(11)V9(04) COMP-3.
           05  INV-ACCRUED-CARRY     PIC S9(13)V99 COMP-3.
           05  INV-INSTRUMENT-ID     PIC X(12).
           05  INV-COUNTERPARTY-CODE PIC X(08).
           05  INV-TRADER-ID         PIC X(08).

      *--  Last night's output record, read by portfolio/trade-date
      *--  for the realized/unrealized columns.
