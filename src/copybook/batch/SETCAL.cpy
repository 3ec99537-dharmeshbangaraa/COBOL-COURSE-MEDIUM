      *----------------------------------------------------------------
      *  SETCAL.CPY
      *  Settlement holiday calendar record -- the layout of
      *  SETCAL.DAT, one non-settlement date per currency per record,
      *  keyed by currency then date.  HOLCAL.DAT only says whether
      *  the chain runs; a trade settles on the business days of its
      *  own currency, so a EUR trade cannot settle on a TARGET
      *  holiday nor a GBP trade on a UK bank holiday however open
      *  the shop is.  Weekends are never carried -- every reader
      *  treats Saturday and Sunday as non-settlement days itself.
      *
      *  Seeded a year at a time by HOLGEN00 (HOLGEN-CCY) and
      *  maintained online through HOLMNT00 (HOLM) with a currency
      *  keyed.  UTLVAL00 rejects T2 settlement dates that fall on a
      *  non-settlement day of the trade currency, and RPTFLS00 ages
      *  fails in that currency's business days.
      *----------------------------------------------------------------
       01  SCL-REC.
           05  SCL-CURRENCY-CODE     PIC X(03).
           05  SCL-DATE              PIC X(08).
