      *----------------------------------------------------------------
      *  GLPXREF.CPY
      *  Account cross-reference over the GL posting inquiry store --
      *  the layout of GLPXREF.KSD.  The whole record is the key:
      *  GL account and business date first, then the GLPOST.KSD key
      *  of the line (GLPOST.cpy), so a generic browse on account and
      *  date finds every line posted to the account for the date,
      *  across portfolios, in posting order within each portfolio.
      *  Rebuilt by GLPBLD00 alongside the store.
      *----------------------------------------------------------------
       01  GPX-REC.
           05  GPX-KEY.
               10  GPX-ACCOUNT           PIC X(10).
               10  GPX-BUSINESS-DATE     PIC X(08).
               10  GPX-POST-KEY.
                   15  GPX-PORTFOLIO-ID      PIC X(08).
                   15  GPX-POST-DATE         PIC X(08).
                   15  GPX-LOG-SEQ           PIC 9(09).
