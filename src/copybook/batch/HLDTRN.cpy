      *----------------------------------------------------------------
      *  HLDTRN.CPY
      *  Held-trade file -- the layout of HELDTRN.DAT, carried from
      *  night to night by PNLBLD00.  Each record is one PNLIN.DAT
      *  record PNLBLD00 built but parked because its portfolio (or,
      *  for a transfer, the receiving portfolio) was on hold in
      *  PRTHOLD.DAT, exactly as it would have gone to the calc.
      *
      *  HTR-STATUS:
      *    'P' still parked;
      *    'R' released tonight -- its hold was lifted, so it went to
      *        the calc on HTR-RELEASE-DATE, re-dated to that night;
      *    'X' dropped tonight -- the trade was cancelled while still
      *        parked, so it and its cancel net to nothing and neither
      *        ever reaches the calc.
      *  Released and dropped records stay on the file for the night
      *  they leave it (RPTHLD00 and RPTTIE00 read them after
      *  PNLBLD00) and are cleared by the next night's run.
      *
      *  HTR-HOLD-PORTFOLIO / HTR-HOLD-REASON / HTR-AUTHORIZED-BY:
      *  the hold that parked the record, as it stood that night.
      *  HTR-PNL-IN-IMAGE: the parked PNLIN.DAT record, field for
      *  field the PNL-IN-REC layout PNLBLD00 writes.
      *----------------------------------------------------------------
       01  HTR-REC.
           05  HTR-STATUS            PIC X(01).
               88  HTR-PARKED        VALUE 'P'.
               88  HTR-RELEASED      VALUE 'R'.
               88  HTR-DROPPED       VALUE 'X'.
           05  HTR-HOLD-PORTFOLIO    PIC X(08).
           05  HTR-PARK-DATE         PIC X(08).
           05  HTR-RELEASE-DATE      PIC X(08).
           05  HTR-HOLD-REASON       PIC X(40).
           05  HTR-AUTHORIZED-BY     PIC X(08).
           05  HTR-PNL-IN-IMAGE.
               10  HTR-IN-PORTFOLIO-ID   PIC X(08).
               10  HTR-IN-TRADE-DATE     PIC X(08).
               10  HTR-IN-CURRENCY-CODE  PIC X(03).
               10  HTR-IN-TRADE-AMT      PIC S9(13)V99 COMP-3.
               10  HTR-IN-COST-AMT       PIC S9(13)V99 COMP-3.
               10  HTR-IN-COMMISSION-AMT PIC S9(13)V99 COMP-3.
               10  HTR-IN-FEE-AMT        PIC S9(13)V99 COMP-3.
               10  HTR-IN-POSITION-STATUS PIC X(01).
               10  HTR-IN-ENTITY-CODE    PIC X(04).
               10  HTR-IN-QUANTITY       PIC S9(11)V9(04) COMP-3.
               10  HTR-IN-CANCEL-IND     PIC X(01).
               10  HTR-IN-ORIG-DATE      PIC X(08).
               10  HTR-IN-CASH-IND       PIC X(01).
               10  HTR-IN-EVENT-CODE     PIC X(04).
               10  HTR-IN-INSTRUMENT-ID  PIC X(12).
               10  HTR-IN-COUNTERPARTY   PIC X(08).
               10  HTR-IN-TRADER-ID      PIC X(08).
               10  HTR-IN-TRANSFER-PORTFOLIO PIC X(08).
