      *----------------------------------------------------------------
      *  BNKSTM.CPY
      *  Bank cash-statement record -- the layout of BNKSTM.DAT, the
      *  nostro banks' daily statement of cash moved, reduced from
      *  the MT940 to one line per entry and reconciled against the
      *  expected settlements in history by BNKREC00.
      *
      *  Same shape as the custodian files: a header carrying the
      *  statement date, one detail per statement line, and a
      *  trailer with the line count, in one record length with
      *  display numerics.  BST-AMOUNT follows CASHBAL.cpy's sign
      *  convention -- positive a credit (cash received), negative a
      *  debit (cash paid away).  BST-REFERENCE is the entry's
      *  reference for the account owner, which carries our external
      *  trade ID when the counterparty quoted it.
      *----------------------------------------------------------------
       01  BST-REC.
           05  BST-ACCOUNT-ID        PIC X(12).
           05  BST-CURRENCY-CODE     PIC X(03).
           05  BST-VALUE-DATE        PIC X(08).
           05  BST-AMOUNT            PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  BST-REFERENCE         PIC X(16).
           05  FILLER                PIC X(09).
       01  BST-HEADER REDEFINES BST-REC.
           05  BSTH-ID               PIC X(08).
           05  BSTH-STATEMENT-DATE   PIC X(08).
           05  FILLER                PIC X(48).
       01  BST-TRAILER REDEFINES BST-REC.
           05  BSTT-ID               PIC X(08).
           05  BSTT-RECORD-COUNT     PIC 9(09).
           05  FILLER                PIC X(47).
