      *----------------------------------------------------------------
      *  BMKRTN.CPY
      *  Daily benchmark return record -- the layout of BMKRTN.DAT,
      *  one record per benchmark per date as the index vendor
      *  publishes it, loaded by operations and read by the
      *  performance report RPTPRF00.  Portfolios are assigned a
      *  benchmark through PMR-BENCHMARK-ID on the portfolio master.
      *
      *  BMR-DAILY-RETURN is the day's total return as a decimal
      *  fraction -- 0.00125000 is one eighth of one percent.  A date
      *  the vendor restates is loaded again; the later record for a
      *  benchmark and date is the one that stands.
      *----------------------------------------------------------------
       01  BMR-REC.
           05  BMR-BENCHMARK-ID      PIC X(08).
           05  BMR-RETURN-DATE       PIC X(08).
           05  BMR-DAILY-RETURN      PIC S9(03)V9(08) COMP-3.
