      *----------------------------------------------------------------
      *  PNDFXOVR.CPY
      *  Pending FX rate override -- the maker/checker queue between
      *  the FX override transaction (FXOMNT00) and its approval
      *  transaction (FXOAPP00), the same arrangement PNDLIMIT.cpy
      *  makes for limit changes.  FXOMNT00 writes one of these
      *  instead of touching FXOVRIDE; only FXOAPP00's approval,
      *  under a different user ID, writes the override the gate
      *  honors.  Keyed by PDF-CHANGE-ID, the timestamp built when
      *  the maker queued it, so the approval screen works the queue
      *  oldest first.
      *
      *  The prior rate, move, and tolerance are the gate's own
      *  figures off FXHELD, shown to the checker beside the action.
      *----------------------------------------------------------------
       01  PDF-REC.
           05  PDF-CHANGE-ID         PIC X(26).
           05  PDF-BUSINESS-DATE     PIC X(08).
           05  PDF-CURRENCY-CODE     PIC X(03).
           05  PDF-ACTION            PIC X(01).
               88  PDF-ACCEPT            VALUE 'A'.
               88  PDF-CORRECT           VALUE 'C'.
           05  PDF-FLAGGED-RATE      PIC 9(01)V9(06).
           05  PDF-PRIOR-RATE        PIC 9(01)V9(06).
           05  PDF-MOVE-PCT          PIC 9(05)V99.
           05  PDF-TOLERANCE-PCT     PIC 9(03)V99.
           05  PDF-CORRECTED-RATE    PIC 9(01)V9(06).
           05  PDF-REASON            PIC X(30).
           05  PDF-MAKER-ID          PIC X(08).
           05  PDF-STATUS            PIC X(01).
               88  PDF-PENDING           VALUE 'P'.
               88  PDF-APPROVED          VALUE 'A'.
               88  PDF-REJECTED          VALUE 'R'.
