      *----------------------------------------------------------------
      *  MRGRULE.CPY
      *  Margin haircut rule -- the layout of MRGRULE.DAT, the risk
      *  desk's schedule of how much of an open position's value must
      *  be covered by collateral.  MRGCAL00 applies one rule to each
      *  open lot in POSINV.DAT.
      *
      *  MRG-RULE-TYPE 'A' rules by the instrument's asset class
      *  (SEC-ASSET-CLASS on SECMST.cpy), 'C' by the lot's currency.
      *  An asset-class rule takes precedence over a currency rule;
      *  a currency rule keyed '*' is the house default for a lot no
      *  other rule reaches.  MRG-HAIRCUT-PCT is a percentage of the
      *  lot's USD cost, so 15.0000 holds fifteen percent against it.
      *----------------------------------------------------------------
       01  MRG-REC.
           05  MRG-RULE-TYPE         PIC X(01).
               88  MRG-BY-ASSET-CLASS    VALUE 'A'.
               88  MRG-BY-CURRENCY       VALUE 'C'.
           05  MRG-RULE-KEY          PIC X(04).
           05  MRG-HAIRCUT-PCT       PIC 9(03)V9(04).
           05  FILLER                PIC X(20).
