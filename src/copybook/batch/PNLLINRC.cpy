      *----------------------------------------------------------------
      *  PNLLINRC.CPY
      *  Calculation lineage record -- the layout of PNLLIN.DAT,
      *  written by PNL-CALC-PROG when it runs with PNL-LINEAGE=Y and
      *  read by RPTLIN00 (one portfolio drilled down), RPTTRD00
      *  (per-trader attribution) and RPTPLX00 (the nightly explain
      *  waterfall).  It was hand-laid in each of those programs
      *  until the explain report needed two more fields; shared now
      *  for the same reason POSINVRC.cpy is, so the writer and its
      *  readers cannot drift apart on it.
      *
      *  LIN-CASH-IND and LIN-CARRY-AMT are appended after every
      *  original field under the no-field-moves convention
      *  TRNREC.cpy follows.  LIN-CASH-IND is 'Y' when the record is
      *  a non-trade cash event (PNLOUT's PNL-CASH-EVENT-IND, record
      *  by record).  LIN-CARRY-AMT is the night's cost-of-carry
      *  accrual on a carried lot in the lot's own currency -- the
      *  same amount PNLOUT's PNL-CARRY-AMT carries -- and is not part
      *  of LIN-USD-PNL-AMT; zero on every record that is not a
      *  carried lot and on a carry-off run.
      *----------------------------------------------------------------
       01  LIN-REC.
           05  LIN-PORTFOLIO-ID      PIC X(08).
           05  LIN-TRADE-DATE        PIC X(08).
           05  LIN-CURRENCY-CODE     PIC X(03).
           05  LIN-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  LIN-COST-AMT          PIC S9(13)V99 COMP-3.
           05  LIN-COMMISSION-AMT    PIC S9(13)V99 COMP-3.
           05  LIN-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  LIN-FX-RATE           PIC 9(01)V9(06).
           05  LIN-NATIVE-PNL-AMT    PIC S9(13)V99 COMP-3.
           05  LIN-USD-PNL-AMT       PIC S9(13)V99 COMP-3.
      *--  'I' the input's own cost, 'A' overridden by the
      *--  average-cost table.
           05  LIN-COST-SOURCE       PIC X(01).
      *--  'Y' when the record is a carried-forward position rather
      *--  than today's input.
           05  LIN-CARRY-IND         PIC X(01).
           05  LIN-CANCEL-IND        PIC X(01).
           05  LIN-POSITION-STATUS   PIC X(01).
           05  LIN-AGGREGATE-IND     PIC X(01).
           05  LIN-VALUATION-BASIS   PIC X(01).
      *--  'M' the record was re-valued off tonight's price mark,
      *--  'T' trade-time economics.
           05  LIN-MARK-SOURCE       PIC X(01).
      *--  The trader who booked the trade (or opened the carried
      *--  lot), for RPTTRD00's per-trader attribution.
           05  LIN-TRADER-ID         PIC X(08).
      *--  A position transfer's two legs: 'O' the lot leaving this
      *--  portfolio, 'I' the lot arriving, with the portfolio on the
      *--  other side of the move.  SPACES on everything else.
           05  LIN-TRANSFER-IND      PIC X(01).
           05  LIN-TRANSFER-PORTFOLIO PIC X(08).
           05  LIN-CASH-IND          PIC X(01).
           05  LIN-CARRY-AMT         PIC S9(13)V99 COMP-3.
