      *----------------------------------------------------------------
      *  POSINVRC.CPY
      *  Open-position inventory record -- the layout of POSINV.DAT,
      *  rewritten each night by PNL-CALC-PROG and read by the
      *  position extracts, the aging and currency reports, and the
      *  FX-quality gate.  It was hand-laid in each of those programs
      *  until the lot key grew an instrument; shared now for the same
      *  reason AVCREC.cpy and PNLOUTRC.cpy are, so the writer and
      *  its readers cannot drift apart on it.
      *
      *  INV-INSTRUMENT-ID, appended after every original field under
      *  the no-field-moves convention TRNREC.cpy follows, is the
      *  security the lot holds (SECMST.cpy).  A lot carried from
      *  before the field existed, or booked by a feed that does not
      *  send it, holds SPACES and behaves as one unnamed instrument
      *  per portfolio/date/currency/entity, exactly as before.
      *
      *  INV-COUNTERPARTY-CODE, appended likewise, is the counterparty
      *  the lot was bought from or sold to, so open exposure can be
      *  summed per counterparty.  SPACES on lots that predate it.
      *
      *  INV-TRADER-ID, appended likewise, is the trader who opened
      *  the lot, so the lot's revaluation is attributed to them on
      *  the nights it is carried.
      *----------------------------------------------------------------
       01  INV-REC.
           05  INV-PORTFOLIO-ID      PIC X(08).
           05  INV-TRADE-DATE        PIC X(08).
           05  INV-CURRENCY-CODE     PIC X(03).
           05  INV-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  INV-COST-AMT          PIC S9(13)V99 COMP-3.
           05  INV-COMMISSION-AMT    PIC S9(13)V99 COMP-3.
           05  INV-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  INV-ENTITY-CODE       PIC X(04).
           05  INV-QUANTITY          PIC S9(11)V9(04) COMP-3.
           05  INV-ACCRUED-CARRY     PIC S9(13)V99 COMP-3.
           05  INV-INSTRUMENT-ID     PIC X(12).
           05  INV-COUNTERPARTY-CODE PIC X(08).
           05  INV-TRADER-ID         PIC X(08).
