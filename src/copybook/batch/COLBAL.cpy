      *----------------------------------------------------------------
      *  COLBAL.CPY
      *  Posted-collateral balance -- the layout of COLBAL.DAT, the
      *  collateral management system's nightly statement of what
      *  each portfolio has posted, one record per portfolio per
      *  currency.  MRGCAL00 converts each balance to USD through the
      *  day's FXRATE.DAT and measures it against the portfolio's
      *  margin requirement.
      *
      *  COL-AS-OF-DATE is the date the balance was struck; one older
      *  than the business date is still used, but the portfolio is
      *  flagged so the call desk can confirm it before calling.
      *----------------------------------------------------------------
       01  COL-REC.
           05  COL-PORTFOLIO-ID      PIC X(08).
           05  COL-CURRENCY-CODE     PIC X(03).
           05  COL-AMOUNT            PIC S9(13)V99 COMP-3.
           05  COL-AS-OF-DATE        PIC X(08).
           05  FILLER                PIC X(13).
