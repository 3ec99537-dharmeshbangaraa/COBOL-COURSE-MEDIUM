      *----------------------------------------------------------------
      *  CASHBAL.CPY
      *  Cash-ledger record -- the layout of CASHBAL.DAT, one balance
      *  per portfolio per currency, rewritten each night by CSHLED00
      *  from the history's settlements and the calc's carry accrual.
      *
      *  CB-OPENING-BALANCE and the CB-DAY- movement fields describe
      *  the posting night in CB-LAST-POSTED-DATE; CB-CLOSING-BALANCE
      *  is the opening plus those movements.  CB-PRIOR-POSTED-DATE
      *  is the night before that posting, so a rerun of the same
      *  business date restores the opening balance and re-posts the
      *  same window instead of posting it twice -- the same rule
      *  PNLACC00 follows for PNLPERD.DAT.  Every record is rewritten
      *  every night, so all records carry the same two dates.
      *
      *  Sign convention: positive is cash received, negative cash
      *  paid away.
      *----------------------------------------------------------------
       01  CB-REC.
           05  CB-PORTFOLIO-ID       PIC X(08).
           05  CB-CURRENCY-CODE      PIC X(03).
           05  CB-LAST-POSTED-DATE   PIC X(08).
           05  CB-PRIOR-POSTED-DATE  PIC X(08).
           05  CB-OPENING-BALANCE    PIC S9(13)V99 COMP-3.
           05  CB-DAY-TRADES         PIC S9(13)V99 COMP-3.
           05  CB-DAY-COMMISSION     PIC S9(13)V99 COMP-3.
           05  CB-DAY-FEES           PIC S9(13)V99 COMP-3.
           05  CB-DAY-EVENTS         PIC S9(13)V99 COMP-3.
           05  CB-DAY-CARRY          PIC S9(13)V99 COMP-3.
           05  CB-CLOSING-BALANCE    PIC S9(13)V99 COMP-3.
