      *----------------------------------------------------------------
      *  REGSENT.CPY
      *  Regulatory-report sent log -- the layout of REGSENT.DAT,
      *  appended to by REGEXT00 and rewritten only by the UTLBKO00
      *  back-out (see RGS-BACKOUT-IND below).  One record per
      *  trade report placed on the night's repository extract
      *  (REGTRX.DAT): a new trade ('NEWT') the night it loaded, and a
      *  cancellation of the original ('CANC') the night a 'TC'
      *  cancel un-booked it.  RGS-BUSINESS-DATE is the date the
      *  extract was cut for, RGS-RUN-TOKEN the chain run that cut it
      *  -- a restart of the same run rebuilds the file without
      *  logging its reports twice, and a later run reprocessing the
      *  same date sends only what was not sent before.
      *
      *  The reported values are copied off history as they went out,
      *  so REGREJ00 can print what the repository actually received
      *  next to each rejection it returns.
      *
      *  RGS-BACKOUT-IND is 'B' once UTLBKO00 has backed the business
      *  date out: on every report the night sent, and on the
      *  withdrawal UTLBKO00 staged for each (a 'CANC' of a new trade,
      *  a fresh 'NEWT' of an original the night cancelled).  REGEXT00
      *  does not count a backed-out report as sent, so the rerun
      *  reports the corrected night in full.  Commission and fee are
      *  logged so a withdrawal can carry the report's own economics.
      *----------------------------------------------------------------
       01  RGS-REC.
           05  RGS-BUSINESS-DATE     PIC X(08).
           05  RGS-RUN-TOKEN         PIC X(16).
           05  RGS-ACTION            PIC X(04).
               88  RGS-NEW-TRADE     VALUE 'NEWT'.
               88  RGS-CANCELLATION  VALUE 'CANC'.
           05  RGS-TRADE-ID          PIC X(12).
           05  RGS-LEI               PIC X(20).
           05  RGS-ENTITY-CODE       PIC X(04).
           05  RGS-PORTFOLIO-ID      PIC X(08).
           05  RGS-INSTRUMENT-ID     PIC X(12).
           05  RGS-TRADE-DATE        PIC X(08).
           05  RGS-SETTLEMENT-DATE   PIC X(08).
           05  RGS-CURRENCY-CODE     PIC X(03).
           05  RGS-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  RGS-QUANTITY          PIC S9(11)V9(04) COMP-3.
           05  RGS-COMMISSION-AMT    PIC S9(13)V99 COMP-3.
           05  RGS-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  RGS-BACKOUT-IND       PIC X(01).
               88  RGS-BACKED-OUT    VALUE 'B'.
