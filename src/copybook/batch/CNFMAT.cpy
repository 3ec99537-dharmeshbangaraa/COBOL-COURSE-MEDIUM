      *----------------------------------------------------------------
      *  CNFMAT.CPY
      *  Vendor confirm match results -- the layout of CNFMAT.KSD,
      *  keyed on the external trade ID.  RPTCNF00 rewrites it each
      *  run with one record per outcome it printed (MATCHED,
      *  MISMATCH, OURS ONLY, THEIRS, CLEARED), so the online trade
      *  inquiry (TRNINQ00) can say whether a quoted trade was on
      *  tonight's confirm and how it matched.
      *
      *  CNM-RUN-DATE: the business date of the match run.
      *  CNM-CONFIRMED-IND: 'Y' when the line came off the vendor's
      *  confirm -- the amount and settlement date are then the
      *  vendor's figures; otherwise (OURS ONLY, and CLEARED off our
      *  side) they are ours.
      *  An ID that appears twice in one run keeps its first result.
      *----------------------------------------------------------------
       01  CNM-REC.
           05  CNM-EXTERNAL-TRADE-ID PIC X(12).
           05  CNM-RUN-DATE          PIC X(08).
           05  CNM-RESULT            PIC X(10).
           05  CNM-CONFIRMED-IND     PIC X(01).
               88  CNM-VENDOR-CONFIRMED  VALUE 'Y'.
           05  CNM-PORTFOLIO-ID      PIC X(08).
           05  CNM-TRADE-DATE        PIC X(08).
           05  CNM-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  CNM-SETTLE-DATE       PIC X(08).
