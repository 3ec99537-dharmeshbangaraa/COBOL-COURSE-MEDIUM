      *----------------------------------------------------------------
      *  FXHIST.CPY
      *  FX rate history record -- the layout of FXRATEHS.DAT, the
      *  permanent dated record of every FX rate the chain accepted.
      *  FXRATE.DAT is overwritten by each drop and FXRATEPV.DAT
      *  keeps only the last accepted one; this file keeps them all,
      *  so the historical VaR (RPTVAR00) can replay real daily rate
      *  moves.
      *
      *  Appended by UTLFXQ00 only after today's drop passes the
      *  quality gate (never on a dry run), at the same point it
      *  rewrites FXRATEPV.DAT -- a rejected drop never enters the
      *  history.  A rerun appends the date again; readers take the
      *  LAST record for a date and currency as the one that stands.
      *----------------------------------------------------------------
       01  FXH-REC.
           05  FXH-RATE-DATE         PIC X(08).
           05  FXH-CURRENCY-CODE     PIC X(03).
           05  FXH-RATE-TO-USD       PIC 9(01)V9(06).
      *--  RUNPARM.cpy's run-instance token the gate ran under;
      *--  spaces on a stand-alone run.
           05  FXH-RUN-TOKEN         PIC X(16).
