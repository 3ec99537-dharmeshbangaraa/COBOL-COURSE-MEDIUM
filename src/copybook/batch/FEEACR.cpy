      *----------------------------------------------------------------
      *  FEEACR.CPY
      *  Management-fee accrual record -- the layout of FEEACR.DAT,
      *  one record per fee-paying portfolio carrying the fee accrued
      *  since its billing period began.  Rolled forward each night
      *  by FEEACR00 and billed and reset by FEEBIL00.
      *
      *  Each night accrues the open-inventory value times the
      *  portfolio's annual rate for the calendar days since the last
      *  accrual, at the rate on PORTMST.DAT that night -- so a rate
      *  change takes effect from the night it is keyed, with nothing
      *  to remember at billing time.  FAC-DAY-* hold that night's
      *  contribution so a rerun backs it out before re-accruing, the
      *  same way PNLPERD.cpy's day fields do.
      *
      *  FAC-LAST-BILLED-* record the last bill struck from the
      *  accrual, so a rerun of the billing run re-issues the same
      *  invoice instead of billing an already-reset period.
      *----------------------------------------------------------------
       01  FAC-REC.
           05  FAC-PORTFOLIO-ID      PIC X(08).
           05  FAC-ENTITY-CODE       PIC X(04).
           05  FAC-PERIOD-START      PIC X(08).
           05  FAC-LAST-ACCRUAL-DATE PIC X(08).
           05  FAC-ACCRUED-AMT       PIC S9(13)V99 COMP-3.
           05  FAC-DAY-ACCRUAL       PIC S9(13)V99 COMP-3.
           05  FAC-DAY-VALUE         PIC S9(13)V99 COMP-3.
           05  FAC-DAY-RATE-PCT      PIC 9(02)V9(04).
           05  FAC-DAY-DAYS          PIC 9(03).
           05  FAC-LAST-BILLED-DATE  PIC X(08).
           05  FAC-LAST-BILLED-START PIC X(08).
           05  FAC-LAST-BILLED-ACCR  PIC S9(13)V99 COMP-3.
           05  FILLER                PIC X(15).
