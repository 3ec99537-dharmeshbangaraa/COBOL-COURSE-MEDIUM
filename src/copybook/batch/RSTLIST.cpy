      *----------------------------------------------------------------
      *  RSTLIST.CPY
      *  Restricted-list record -- the layout of RSTLIST.DAT,
      *  Compliance's list of portfolio and currency combinations that
      *  must not trade during a blackout window.  One record per
      *  restriction; RST-RESTRICTION-ID is Compliance's own reference
      *  and is what the breach report quotes back to them.
      *
      *  A restriction is in force from RST-EFFECTIVE-DATE through
      *  RST-EXPIRY-DATE (both YYYYMMDD, inclusive) and is tested
      *  against the trade date, not the run date -- a late-booked
      *  trade done inside the window is still a breach.  A blank
      *  RST-CURRENCY-CODE restricts every currency in the portfolio;
      *  a blank RST-INSTRUMENT-ID restricts every instrument, so the
      *  list can be narrowed to a single security without a layout
      *  change.  UTLVAL00 screens every incoming trade ('T1'/'T2')
      *  and position transfer ('TX') against it; cash events ('T3',
      *  dividends included) and cancels ('TC') are not screened.
      *----------------------------------------------------------------
       01  RST-REC.
           05  RST-RESTRICTION-ID    PIC X(08).
           05  RST-PORTFOLIO-ID      PIC X(08).
           05  RST-CURRENCY-CODE     PIC X(03).
           05  RST-INSTRUMENT-ID     PIC X(12).
           05  RST-EFFECTIVE-DATE    PIC X(08).
           05  RST-EXPIRY-DATE       PIC X(08).
           05  RST-REASON            PIC X(30).
