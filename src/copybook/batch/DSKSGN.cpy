      *----------------------------------------------------------------
      *  DSKSGN.CPY
      *  Daily desk P&L sign-off record -- one per desk per business
      *  date, written by the online DSKSGN00 transaction (DSGN) when
      *  the desk head or deputy attests the desk's P&L.  The DSKSGN
      *  dataset is keyed by business date then desk, so a desk can
      *  be signed only once a day and a whole day's sign-offs read
      *  back together.  RPTSGN00 lists the desks still unsigned each
      *  late morning; PRDCHK00 holds a month's close until every
      *  business day is signed by every desk.
      *----------------------------------------------------------------
       01  SGN-REC.
           05  SGN-KEY.
               10  SGN-BUSINESS-DATE PIC X(08).
               10  SGN-DESK-ID       PIC X(08).
           05  SGN-USER-ID           PIC X(08).
           05  SGN-TIMESTAMP         PIC X(26).
           05  SGN-STATUS            PIC X(01).
               88  SGN-SIGNED        VALUE 'S'.
