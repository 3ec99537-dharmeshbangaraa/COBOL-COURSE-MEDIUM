      *----------------------------------------------------------------
      *  FXHELD.CPY
      *  FX rate held by the quality gate -- the layout of FXHELD.DAT,
      *  one record for each rate on tonight's drop that UTLFXQ00
      *  found moved beyond its currency's tolerance and that no
      *  approved override let through.  Rewritten by every gate run
      *  (empty on a clean one), so it always lists what is holding
      *  the chain right now.  Keyed business date then currency:
      *  the FX override transaction (FXOMNT00) reads it by that key
      *  to show Market Risk exactly the rate and move they are
      *  being asked to accept or correct.
      *----------------------------------------------------------------
       01  FXB-REC.
           05  FXB-KEY.
               10  FXB-BUSINESS-DATE     PIC X(08).
               10  FXB-CURRENCY-CODE     PIC X(03).
           05  FXB-TODAY-RATE        PIC 9(01)V9(06).
           05  FXB-PRIOR-RATE        PIC 9(01)V9(06).
           05  FXB-MOVE-PCT          PIC 9(05)V99.
           05  FXB-TOLERANCE-PCT     PIC 9(03)V99.
