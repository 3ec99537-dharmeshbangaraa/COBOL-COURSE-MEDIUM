      *----------------------------------------------------------------
      *  CORPACT.CPY
      *  Corporate-action record -- the layout of CORPACT.DAT, the
      *  announcements the corporate-actions desk keys for the
      *  securities the book holds.  PNLCAJ00 applies each action
      *  once, on the first night whose business date has reached
      *  CA-EFFECTIVE-DATE, to every open POSINV.DAT lot in the old
      *  instrument opened before that date:
      *    'S' split or reverse split -- quantity is multiplied by
      *        CA-RATIO-NEW / CA-RATIO-OLD (3-for-1 is 3 and 1, a
      *        1-for-10 reverse split is 1 and 10);
      *    'M' merger -- the lot moves to CA-NEW-INSTRUMENT-ID and
      *        its quantity is converted at the same ratio;
      *    'C' symbol change -- the lot moves to CA-NEW-INSTRUMENT-ID
      *        unchanged in quantity (the ratio is not used).
      *  The lot's cost amount is never touched, so the per-unit cost
      *  moves inversely to the quantity and no P&L is booked.
      *
      *  CA-ACTION-ID is the desk's own reference for the event; it
      *  is what PNLCAJ00's audit file records as applied, so a rerun
      *  never applies an action twice.
      *----------------------------------------------------------------
       01  CA-REC.
           05  CA-ACTION-ID          PIC X(12).
           05  CA-ACTION-TYPE        PIC X(01).
               88  CA-SPLIT          VALUE 'S'.
               88  CA-MERGER         VALUE 'M'.
               88  CA-SYMBOL-CHANGE  VALUE 'C'.
           05  CA-INSTRUMENT-ID      PIC X(12).
           05  CA-NEW-INSTRUMENT-ID  PIC X(12).
           05  CA-RATIO-NEW          PIC 9(07)V9(06) COMP-3.
           05  CA-RATIO-OLD          PIC 9(07)V9(06) COMP-3.
           05  CA-EFFECTIVE-DATE     PIC X(08).
           05  CA-DESCRIPTION        PIC X(30).
