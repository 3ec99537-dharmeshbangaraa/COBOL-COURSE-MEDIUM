      *----------------------------------------------------------------
      *  TRDREF.CPY
      *  Trader reference record -- the layout of TRDREF.DAT, one
      *  entry per person allowed to book trades, naming the desk
      *  they sit on (the same desk IDs DESKBOOK.DAT maps portfolios
      *  to).  UTLVAL00 rejects a trade whose trader is not on file
      *  or has left, and RPTTRD00 attributes each night's P&L to the
      *  trader who booked it and flags bookings into a portfolio
      *  that belongs to some other desk.
      *
      *  TRD-STATUS: 'A' active; 'L' left the firm -- new trades are
      *  rejected but the entry stays so positions they booked still
      *  report under their name.
      *----------------------------------------------------------------
       01  TRD-REC.
           05  TRD-TRADER-ID         PIC X(08).
           05  TRD-NAME              PIC X(30).
           05  TRD-DESK-ID           PIC X(08).
           05  TRD-STATUS            PIC X(01).
               88  TRD-ACTIVE        VALUE 'A'.
               88  TRD-LEFT          VALUE 'L'.
