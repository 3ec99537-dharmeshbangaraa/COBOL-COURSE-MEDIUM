               88  PMR-CLOSED        VALUE 'C'.
           05  PMR-INCEPTION-DATE    PIC X(08).
           05  PMR-BASE-CURRENCY     PIC X(03).
      *--  Management-fee terms, appended after every original field
      *--  so no existing field moves.  PMR-FEE-RATE-PCT is the annual
      *--  percentage of open-inventory value FEEACR00 accrues each
      *--  night at the rate then in force; PMR-FEE-FREQUENCY is how
      *--  often FEEBIL00 bills the accrual (SPACE bills quarterly);
      *--  PMR-FEE-MINIMUM is the least one billing period is
      *--  invoiced, in USD.  A zero rate and zero minimum is a
      *--  portfolio that is not billed.
           05  PMR-FEE-RATE-PCT      PIC 9(02)V9(04).
           05  PMR-FEE-FREQUENCY     PIC X(01).
               88  PMR-BILL-MONTHLY      VALUE 'M'.
               88  PMR-BILL-QUARTERLY    VALUE 'Q' ' '.
               88  PMR-BILL-ANNUALLY     VALUE 'A'.
           05  PMR-FEE-MINIMUM       PIC 9(09)V99.
      *--  Performance terms, appended likewise.  PMR-BENCHMARK-ID
      *--  names the series on BMKRTN.DAT the portfolio's monthly
      *--  return is measured against (RPTPRF00); SPACES is a
      *--  portfolio with no benchmark.
           05  PMR-BENCHMARK-ID      PIC X(08).
