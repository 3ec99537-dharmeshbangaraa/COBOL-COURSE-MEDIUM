      *----------------------------------------------------------------
      *  CAPFLOW.CPY
      *  Portfolio capital-flow record -- the layout of CAPFLOW.DAT,
      *  the dated record of the money clients put into and take out
      *  of each portfolio, kept by client service and read by the
      *  performance report RPTPRF00.  The capital a portfolio's
      *  return is measured on is the sum of its flows to date plus
      *  the P&L it has earned on them (PNLHIST.DAT), so a portfolio
      *  starts with one 'B' record carrying its opening capital base
      *  on its inception date, then one 'C' or 'W' record per
      *  contribution or withdrawal.
      *
      *  CFL-AMOUNT is USD, signed the way it moves the capital:
      *  positive for the base and a contribution, negative for a
      *  withdrawal.  A flow is in the portfolio from the start of
      *  CFL-FLOW-DATE, so that day's P&L is earned on it.  The file
      *  need not be in any order; a flow keyed wrongly is reversed
      *  by a second record of the opposite sign, never edited away.
      *----------------------------------------------------------------
       01  CFL-REC.
           05  CFL-PORTFOLIO-ID      PIC X(08).
           05  CFL-FLOW-DATE         PIC X(08).
           05  CFL-FLOW-TYPE         PIC X(01).
               88  CFL-OPENING-BASE  VALUE 'B'.
               88  CFL-CONTRIBUTION  VALUE 'C'.
               88  CFL-WITHDRAWAL    VALUE 'W'.
           05  CFL-AMOUNT            PIC S9(13)V99 COMP-3.
           05  CFL-REFERENCE         PIC X(16).
