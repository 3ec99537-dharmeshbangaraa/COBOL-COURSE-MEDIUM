      *----------------------------------------------------------------
      *  PNLHIST.CPY
      *  Daily P&L history record -- the layout of PNLHIST.DAT, the
      *  permanent store of every portfolio's P&L for every business
      *  date.  PNLPRIOR.DAT holds one day and the PNLOUT archive a
      *  handful of generations; this file is never rewritten, so a
      *  book's volatility or worst drawdown over a year can be read
      *  straight off it (RPTPLS00), or a month's daily returns
      *  chained (RPTPRF00).
      *
      *  Appended by PNLPRI00 each night from the same verified
      *  per-portfolio summary it writes PNLPRIOR.DAT from, so the
      *  file grows in business-date order.  A rerun of a night
      *  appends that night again; readers take the LAST record for a
      *  portfolio and date as the one that stands.
      *
      *  PNH-DAY-PNL is the USD total (realized plus unrealized) the
      *  night's PNLOUT.DAT carried for the portfolio -- the day's
      *  contribution, the same figure PNLACC00 adds into the period
      *  totals.  PNH-CURRENCY-CODE/PNH-NATIVE-PNL are the dominant
      *  trade currency and native total, as on PNLPRIOR.DAT.
      *----------------------------------------------------------------
       01  PNH-REC.
           05  PNH-PORTFOLIO-ID      PIC X(08).
           05  PNH-BUSINESS-DATE     PIC X(08).
           05  PNH-DAY-PNL           PIC S9(13)V99 COMP-3.
           05  PNH-CURRENCY-CODE     PIC X(03).
           05  PNH-NATIVE-PNL        PIC S9(13)V99 COMP-3.
      *--  RUNPARM.cpy's run-instance token the night ran under;
      *--  spaces on a stand-alone run.
           05  PNH-RUN-TOKEN         PIC X(16).
