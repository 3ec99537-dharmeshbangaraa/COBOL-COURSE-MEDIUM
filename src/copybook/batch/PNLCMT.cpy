      *----------------------------------------------------------------
      *  PNLCMT.CPY
      *  Daily P&L commentary record -- the desk's free-text
      *  explanation of one portfolio's P&L for one business date,
      *  keyed through the online DSKSGN00 transaction (DSGN) ahead of
      *  the desk's sign-off and locked once the desk is signed.  The
      *  PNLCMT dataset is keyed by business date then portfolio; the
      *  desk is carried so RPTSGN00 can count a desk's commentary
      *  without re-resolving the DESKBOOK mapping.
      *----------------------------------------------------------------
       01  CMT-REC.
           05  CMT-KEY.
               10  CMT-BUSINESS-DATE PIC X(08).
               10  CMT-PORTFOLIO-ID  PIC X(08).
           05  CMT-DESK-ID           PIC X(08).
           05  CMT-TEXT.
               10  CMT-TEXT-LINE-1   PIC X(60).
               10  CMT-TEXT-LINE-2   PIC X(60).
           05  CMT-USER-ID           PIC X(08).
           05  CMT-TIMESTAMP         PIC X(26).
