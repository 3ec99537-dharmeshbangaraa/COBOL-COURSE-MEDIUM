      *----------------------------------------------------------------
      *  MRGCALL.CPY
      *  Margin call notice -- the layout of MRGCALL.DAT, written by
      *  MRGCAL00 for every portfolio whose posted collateral does
      *  not cover its margin requirement.  The call desk issues the
      *  notices by MCN-DUE-TIME on the morning after MCN-BUSINESS-
      *  DATE.  All amounts are USD.
      *
      *  MCN-REQUIREMENT-AMT is the haircut requirement on the open
      *  inventory; MCN-UNREALIZED-AMT the night's unrealized P&L,
      *  a gain counting toward cover and a loss against it;
      *  MCN-CALL-AMT the shortfall: requirement less collateral
      *  less unrealized P&L.  MCN-STALE-IND 'Y' when a collateral
      *  balance behind the figure was struck before the business
      *  date.
      *----------------------------------------------------------------
       01  MCN-REC.
           05  MCN-PORTFOLIO-ID      PIC X(08).
           05  MCN-BUSINESS-DATE     PIC X(08).
           05  MCN-DUE-TIME          PIC X(04).
           05  MCN-REQUIREMENT-AMT   PIC S9(13)V99 COMP-3.
           05  MCN-UNREALIZED-AMT    PIC S9(13)V99 COMP-3.
           05  MCN-COLLATERAL-AMT    PIC S9(13)V99 COMP-3.
           05  MCN-CALL-AMT          PIC S9(13)V99 COMP-3.
           05  MCN-STALE-IND         PIC X(01).
           05  MCN-RUN-TOKEN         PIC X(16).
           05  FILLER                PIC X(11).
