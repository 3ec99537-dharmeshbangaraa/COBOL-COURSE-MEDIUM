      *----------------------------------------------------------------
      *  CMPBRCH.CPY
      *  Compliance-breach record -- the layout of CMPBRCH.DAT, the
      *  permanent log of every incoming trade UTLVAL00 found inside
      *  an RSTLIST.DAT blackout window.  One record per trade per
      *  restriction hit, appended; CBR-BUSINESS-DATE is the date the
      *  validation pass ran, and RPTCBR00 prints each day's records
      *  for Compliance.  Only trades ('T1'/'T2') and position
      *  transfers ('TX') are screened; cash events ('T3', dividends
      *  included) and cancels ('TC') never appear here.
      *
      *  The trade has already happened, so a hit does not fail
      *  validation and the trade still loads: this record (and the
      *  UTLVALAL.DAT alert trigger) is how it reaches Compliance the
      *  same morning.  The trade details are copied off the feed
      *  record and the restriction's details off the list as they
      *  stood that night, so the log still reads correctly after the
      *  list has moved on.
      *----------------------------------------------------------------
       01  CBR-REC.
           05  CBR-BUSINESS-DATE     PIC X(08).
           05  CBR-PORTFOLIO-ID      PIC X(08).
           05  CBR-TRADE-DATE        PIC X(08).
           05  CBR-CHANNEL-CODE      PIC X(02).
           05  CBR-CURRENCY-CODE     PIC X(03).
           05  CBR-INSTRUMENT-ID     PIC X(12).
           05  CBR-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  CBR-QUANTITY          PIC S9(11)V9(04) COMP-3.
           05  CBR-TRADER-ID         PIC X(08).
           05  CBR-COUNTERPARTY-CODE PIC X(08).
           05  CBR-RESTRICTION-ID    PIC X(08).
           05  CBR-RST-CURRENCY-CODE PIC X(03).
           05  CBR-RST-INSTRUMENT-ID PIC X(12).
           05  CBR-EFFECTIVE-DATE    PIC X(08).
           05  CBR-EXPIRY-DATE       PIC X(08).
           05  CBR-RST-REASON        PIC X(30).
