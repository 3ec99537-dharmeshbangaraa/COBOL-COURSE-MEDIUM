      *----------------------------------------------------------------
      *  PRTHOLD.CPY
      *  Portfolio processing hold -- the layout of PRTHOLD.DAT, one
      *  record per portfolio ever put on hold.  While a portfolio is
      *  under investigation its trades still load to history every
      *  night, but PNLBLD00 parks them on HELDTRN.DAT (HLDTRN.cpy)
      *  instead of passing them to the calc, so nothing of it reaches
      *  PNLOUT, PORTVAL_TBL or the GL; the first run after the hold
      *  is released flows everything parked.  Maintained only by
      *  HLDMNT00, which audits every hold and release on HOLDAUD.DAT.
      *
      *  HLD-STATUS: 'H' on hold, 'R' released -- a released record
      *  is kept so the last hold's reason and who lifted it stay on
      *  file; holding the portfolio again reuses it.
      *  HLD-HOLD-DATE / HLD-RELEASE-DATE: the date the action was
      *  keyed (YYYYMMDD).
      *----------------------------------------------------------------
       01  HLD-REC.
           05  HLD-PORTFOLIO-ID      PIC X(08).
           05  HLD-STATUS            PIC X(01).
               88  HLD-ON-HOLD       VALUE 'H'.
               88  HLD-RELEASED      VALUE 'R'.
           05  HLD-REASON            PIC X(40).
           05  HLD-AUTHORIZED-BY     PIC X(08).
           05  HLD-HOLD-DATE         PIC X(08).
           05  HLD-RELEASED-BY       PIC X(08).
           05  HLD-RELEASE-DATE      PIC X(08).
