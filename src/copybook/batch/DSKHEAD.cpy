      *----------------------------------------------------------------
      *  DSKHEAD.CPY
      *  Desk-head reference record -- the DSKHEAD dataset naming, per
      *  desk, the desk head who attests that desk's daily P&L through
      *  the online DSKSGN00 sign-off transaction (transaction DSGN)
      *  and the deputy who may sign in their absence.  Keyed by
      *  desk; read by DSKSGN00 to authorize a sign-off and by
      *  RPTSGN00 to name who is chasing an unsigned desk.
      *----------------------------------------------------------------
       01  DSH-REC.
           05  DSH-DESK-ID           PIC X(08).
           05  DSH-HEAD-USER-ID      PIC X(08).
           05  DSH-DEPUTY-USER-ID    PIC X(08).
