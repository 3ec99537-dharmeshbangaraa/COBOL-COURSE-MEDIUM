      *----------------------------------------------------------------
      *  DIVANN.CPY
      *  Dividend announcement record -- the layout of DIVANN.DAT, the
      *  announcements the corporate-actions desk keys for the
      *  securities the book holds.  DIVENT00 works each announcement
      *  once, on the first night whose business date has reached
      *  DVA-RECORD-DATE: every open POSINV.DAT lot in the instrument
      *  opened on or before the record date is entitled to
      *  DVA-RATE-PER-UNIT for each unit it holds, paid in
      *  DVA-CURRENCY-CODE on DVA-PAY-DATE (both dates YYYYMMDD).
      *
      *  DVA-ANNOUNCEMENT-ID is the desk's own reference for the
      *  event; it is what DIVENT00's audit file records as done, so a
      *  rerun never generates an announcement twice, and it rides on
      *  every cash event generated as the external trade ID.  An
      *  announcement stays on the file until it has been paid.
      *----------------------------------------------------------------
       01  DVA-REC.
           05  DVA-ANNOUNCEMENT-ID   PIC X(12).
           05  DVA-INSTRUMENT-ID     PIC X(12).
           05  DVA-RECORD-DATE       PIC X(08).
           05  DVA-PAY-DATE          PIC X(08).
           05  DVA-CURRENCY-CODE     PIC X(03).
           05  DVA-RATE-PER-UNIT     PIC 9(05)V9(06) COMP-3.
           05  DVA-DESCRIPTION       PIC X(30).
