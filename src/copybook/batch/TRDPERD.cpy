      *----------------------------------------------------------------
      *  TRDPERD.CPY
      *  Trader period-totals record -- the layout of TRDPERD.DAT, one
      *  record per trader carrying the month-to-date USD P&L booked
      *  to them.  Rewritten each night by RPTTRD00 from the calc's
      *  lineage file.
      *
      *  TPD-DAY-PNL holds the contribution of the day in
      *  TPD-LAST-POSTED-DATE: when a bad night is rerun, RPTTRD00
      *  backs that day out before applying the new one, the same
      *  rule PNLACC00 follows for PNLPERD.DAT, so a reprocessed day
      *  never double-counts.
      *----------------------------------------------------------------
       01  TPD-REC.
           05  TPD-TRADER-ID         PIC X(08).
           05  TPD-LAST-POSTED-DATE  PIC X(08).
           05  TPD-MTD-PNL           PIC S9(13)V99 COMP-3.
           05  TPD-DAY-PNL           PIC S9(13)V99 COMP-3.
