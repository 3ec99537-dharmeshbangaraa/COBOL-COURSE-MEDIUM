      *----------------------------------------------------------------
      *  FXOVRD.CPY
      *  Approved FX rate override -- the layout of FXOVRIDE, Market
      *  Risk's confirmation that a rate the quality gate held is
      *  genuine (a real devaluation, say), or the rate that should
      *  stand in its place.  Written only by the approval
      *  transaction FXOAPP00, under a different user ID from the
      *  maker who keyed it on FXOMNT00 (the FXOM/FXOA maker/checker
      *  pair); both are named on the record, the same way STDPARM
      *  carries its maker and checker.  Keyed business date then
      *  currency -- an override is good for that one business date
      *  only, and a second approval for the same pair replaces the
      *  first.
      *
      *  FXO-FLAGGED-RATE is the rate on the drop the gate held.  The
      *  override is honored only while the drop still carries that
      *  rate: a vendor resend with a different rate is checked from
      *  scratch.  FXO-ACCEPT lets the flagged rate through as it
      *  stands; FXO-CORRECT puts FXO-CORRECTED-RATE in its place,
      *  on FXRATE.DAT itself, before the calc reads it.
      *----------------------------------------------------------------
       01  FXO-REC.
           05  FXO-KEY.
               10  FXO-BUSINESS-DATE     PIC X(08).
               10  FXO-CURRENCY-CODE     PIC X(03).
           05  FXO-ACTION            PIC X(01).
               88  FXO-ACCEPT            VALUE 'A'.
               88  FXO-CORRECT           VALUE 'C'.
           05  FXO-FLAGGED-RATE      PIC 9(01)V9(06).
           05  FXO-CORRECTED-RATE    PIC 9(01)V9(06).
           05  FXO-REASON            PIC X(30).
           05  FXO-MAKER-ID          PIC X(08).
           05  FXO-CHECKER-ID        PIC X(08).
           05  FXO-APPROVED-DATE     PIC X(08).
