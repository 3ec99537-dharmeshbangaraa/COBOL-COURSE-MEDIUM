      *  TRN-SOURCE-ID, appended under the same no-field-moves
      *  convention, is stamped by the multi-feed consolidation step
      *  (UTLMRG00): 'S1'/'S2'/'S3' say which upstream source sent the
      *  record, now that BCHTRAN.DAT is a merge of several feeds;
      *  'S4' is a dividend cash event DIVENT00 generated.
      *
      *  TRN-ENTITY-CODE, appended likewise, names the legal entity
      *  the trade was booked for.  It rides through the history load
      *  the booking and the cancellation both.  PNLBLD00 flows an
      *  offsetting reversal through the calc on the cancel date, so
      *  history, P&L, and PORTVAL move together.
      *
      *  TRN-INSTRUMENT-ID, appended likewise, names the security
      *  traded (SECMST.cpy).  It is part of the history key and the
      *  inventory lot key, so two securities bought in one portfolio
      *  on one day stay two lots.  A feed that does not send it
      *  leaves SPACES, which behaves as a single unnamed instrument.
      *
      *  TRN-COUNTERPARTY-CODE, appended likewise, is the broker or
      *  dealer the trade was done with (CPTYREF.cpy).  UTLVAL00
      *  checks it against the counterparty reference; it rides onto
      *  history and the open inventory so credit exposure can be
      *  summed per counterparty.  SPACES from a feed that does not
      *  send it.
      *
      *  TRN-TRADER-ID, appended likewise, is the person who executed
      *  the trade (TRDREF.cpy).  It rides through history, PNLIN,
      *  the open inventory, and the calc's lineage file so P&L can
      *  be attributed per trader.  SPACES from a feed that does not
      *  send it.
      *
      *  TRN-TRANSFER-PORTFOLIO/TRN-TRANSFER-LOT-DATE, appended
      *  likewise, are used only by a 'TX' position transfer: the
      *  record is booked under the giving portfolio and names the
      *  receiving portfolio and the original trade date of the lot
      *  being moved (the lot's currency, entity, instrument,
      *  counterparty, and trader are the record's own).  The whole
      *  lot moves at its original date, cost, quantity, and accrued
      *  carry; the amounts on a 'TX' record are not used and no P&L
      *  is realized.  SPACES on every other record type.
      *
      *  TRN-CPTY-ENTITY-CODE, appended likewise, marks an
      *  intercompany trade: it names the other legal entity of ours
      *  (ENTMST.cpy) the trade was done with, whose own booking is
      *  the mirror leg.  It rides onto history so RPTICO00 can pair
      *  the legs and eliminate them from the consolidated ledger.
      *  SPACES on every trade with an outside counterparty.
      *----------------------------------------------------------------
       01  TRN-REC.
           05  TRN-PORTFOLIO-ID      PIC X(08).
               88  TRN-TYPE-RICH         VALUE 'T2'.
               88  TRN-TYPE-CANCEL       VALUE 'TC'.
               88  TRN-TYPE-CASH         VALUE 'T3'.
               88  TRN-TYPE-TRANSFER     VALUE 'TX'.
           05  TRN-SETTLEMENT-DATE   PIC X(08).
           05  TRN-EXTERNAL-TRADE-ID PIC X(12).
           05  TRN-SOURCE-ID         PIC X(02).
               88  TRN-CANCELLED         VALUE 'Y'.
           05  TRN-CANCEL-DATE       PIC X(08).
           05  TRN-EVENT-CODE        PIC X(04).
           05  TRN-INSTRUMENT-ID     PIC X(12).
           05  TRN-COUNTERPARTY-CODE PIC X(08).
           05  TRN-TRADER-ID         PIC X(08).
           05  TRN-TRANSFER-PORTFOLIO PIC X(08).
           05  TRN-TRANSFER-LOT-DATE PIC X(08).
           05  TRN-CPTY-ENTITY-CODE  PIC X(04).
