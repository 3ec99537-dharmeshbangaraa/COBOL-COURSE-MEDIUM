      *----------------------------------------------------------------
      *  DIVAUD.CPY
      *  Dividend entitlement audit record -- the layout of DIVAUD.DAT,
      *  appended to by DIVENT00 and never rewritten.  One 'E' record
      *  per portfolio entitled under an announcement, carrying the
      *  lots and units held on the record date and the amount
      *  generated, then one 'C' record per announcement once its cash
      *  events have been staged (even when no portfolio held the
      *  instrument).  The 'C' records are how DIVENT00 knows an
      *  announcement is done; DAU-RUN-DATE on them is how a rerun of
      *  the same night knows to stage the events again.
      *----------------------------------------------------------------
       01  DAU-REC.
           05  DAU-ANNOUNCEMENT-ID   PIC X(12).
           05  DAU-RECORD-TYPE       PIC X(01).
               88  DAU-ENTITLEMENT   VALUE 'E'.
               88  DAU-ANNOUNCE-DONE VALUE 'C'.
           05  DAU-RUN-DATE          PIC X(08).
           05  DAU-RUN-TOKEN         PIC X(16).
           05  DAU-PORTFOLIO-ID      PIC X(08).
           05  DAU-ENTITY-CODE       PIC X(04).
           05  DAU-INSTRUMENT-ID     PIC X(12).
           05  DAU-CURRENCY-CODE     PIC X(03).
           05  DAU-RECORD-DATE       PIC X(08).
           05  DAU-PAY-DATE          PIC X(08).
           05  DAU-RATE-PER-UNIT     PIC 9(05)V9(06) COMP-3.
           05  DAU-LOT-COUNT         PIC 9(07) COMP-3.
           05  DAU-QUANTITY          PIC S9(11)V9(04) COMP-3.
           05  DAU-AMOUNT            PIC S9(13)V99 COMP-3.
