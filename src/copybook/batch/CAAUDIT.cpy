      *----------------------------------------------------------------
      *  CAAUDIT.CPY
      *  Corporate-action audit record -- the layout of CAAUDIT.DAT,
      *  appended to by PNLCAJ00 and never rewritten.  One 'L' record
      *  per open lot an action adjusted, carrying the lot's key and
      *  its quantity and per-unit cost before and after, then one
      *  'C' record per action once it has been applied to the whole
      *  inventory (even when no lot held the instrument).  The 'C'
      *  records are how PNLCAJ00 knows an action is done.
      *----------------------------------------------------------------
       01  CAA-REC.
           05  CAA-ACTION-ID         PIC X(12).
           05  CAA-RECORD-TYPE       PIC X(01).
               88  CAA-LOT-ADJUSTED  VALUE 'L'.
               88  CAA-ACTION-DONE   VALUE 'C'.
           05  CAA-ACTION-TYPE       PIC X(01).
           05  CAA-RUN-DATE          PIC X(08).
           05  CAA-RUN-TOKEN         PIC X(16).
           05  CAA-PORTFOLIO-ID      PIC X(08).
           05  CAA-TRADE-DATE        PIC X(08).
           05  CAA-CURRENCY-CODE     PIC X(03).
           05  CAA-ENTITY-CODE       PIC X(04).
           05  CAA-OLD-INSTRUMENT-ID PIC X(12).
           05  CAA-NEW-INSTRUMENT-ID PIC X(12).
           05  CAA-OLD-QUANTITY      PIC S9(11)V9(04) COMP-3.
           05  CAA-NEW-QUANTITY      PIC S9(11)V9(04) COMP-3.
           05  CAA-COST-AMT          PIC S9(13)V99 COMP-3.
           05  CAA-OLD-UNIT-COST     PIC S9(09)V9(06) COMP-3.
           05  CAA-NEW-UNIT-COST     PIC S9(09)V9(06) COMP-3.
           05  CAA-LOT-COUNT         PIC 9(07) COMP-3.
