      *----------------------------------------------------------------
      *  ALCINS.CPY
      *  Standing block-allocation instruction -- the layout of
      *  ALCINS.DAT, which tells UTLALC00 how a block booked to an
      *  allocation account is split across client portfolios.  One
      *  record per receiving portfolio; the records for one
      *  allocation account (and, optionally, one instrument) form
      *  that block's instruction set.
      *
      *  ALC-INSTRUMENT-ID SPACES is the account's standing split for
      *  any instrument; a set naming the block's instrument takes
      *  precedence over it.  Every line of a set uses the same
      *  method: 'P' shares the block by ALC-PERCENT (the set adding
      *  to 100), 'Q' gives each portfolio ALC-QUANTITY units (the
      *  set adding to the block's quantity).  The line flagged
      *  ALC-RESIDUE-IND 'Y' takes the rounding residue of every
      *  prorated amount; without a flag the set's first line does.
      *----------------------------------------------------------------
       01  ALC-REC.
           05  ALC-BLOCK-PORTFOLIO   PIC X(08).
           05  ALC-INSTRUMENT-ID     PIC X(12).
           05  ALC-TARGET-PORTFOLIO  PIC X(08).
           05  ALC-METHOD            PIC X(01).
               88  ALC-BY-PERCENT        VALUE 'P'.
               88  ALC-BY-QUANTITY       VALUE 'Q'.
           05  ALC-PERCENT           PIC 9(03)V9(04).
           05  ALC-QUANTITY          PIC 9(11)V9(04).
           05  ALC-RESIDUE-IND       PIC X(01).
               88  ALC-RESIDUE-PORTFOLIO VALUE 'Y'.
           05  FILLER                PIC X(28).
