      *----------------------------------------------------------------
      *  BNKOPN.CPY
      *  Bank-reconciliation open-item record -- the layout of
      *  BNKOPN.DAT, rewritten by BNKREC00 each night.
      *
      *  The first record is the control record: the statement date
      *  last reconciled and the one before it.  Every other record
      *  is one item left unmatched -- a statement line the history
      *  did not explain ('S') or an expected settlement the bank has
      *  not moved ('E') -- carried forward so it can still match a
      *  later statement and so its age can be reported.
      *
      *  BOI-OPENED-DATE is the statement date the item was first
      *  left open.  An item matched later keeps its record for one
      *  more night with BOI-CLOSED-DATE set, so a rerun of the same
      *  statement date reopens it, and drops items that statement
      *  opened, instead of losing or doubling them -- the same rule
      *  CASHBAL.DAT follows.
      *----------------------------------------------------------------
       01  BOI-REC.
           05  BOI-RECORD-TYPE       PIC X(01).
               88  BOI-CONTROL           VALUE 'H'.
               88  BOI-EXPECTED          VALUE 'E'.
               88  BOI-BANK-LINE         VALUE 'S'.
           05  BOI-ACCOUNT-ID        PIC X(12).
           05  BOI-CURRENCY-CODE     PIC X(03).
           05  BOI-VALUE-DATE        PIC X(08).
           05  BOI-AMOUNT            PIC S9(13)V99 COMP-3.
           05  BOI-REFERENCE         PIC X(16).
           05  BOI-PORTFOLIO-ID      PIC X(08).
           05  BOI-TRADE-DATE        PIC X(08).
           05  BOI-OPENED-DATE       PIC X(08).
           05  BOI-CLOSED-DATE       PIC X(08).
       01  BOI-CONTROL-REC REDEFINES BOI-REC.
           05  BOIC-RECORD-TYPE      PIC X(01).
           05  BOIC-LAST-STMT-DATE   PIC X(08).
           05  BOIC-PRIOR-STMT-DATE  PIC X(08).
           05  FILLER                PIC X(63).
