      *----------------------------------------------------------------
      *  PRTCAND.CPY
      *  Portfolio close-candidate record -- the layout of the keyed
      *  PRTCAND.KSD, one entry per active portfolio the monthly
      *  dormancy review (RPTDOR00) found idle past its threshold with
      *  no open lot on POSINV.DAT.  The desk works the list through
      *  the PRTM transaction (PRTMNT00): a blank PORTFOLIO-ID there
      *  brings up the next candidate, and the close itself is still
      *  refused if the book has picked up a position or a period
      *  balance since the review.  Rewritten whole by every review.
      *
      *  PCD-LAST-ACTIVITY-DATE is the latest trade, cancel or
      *  transfer date on the history unload; SPACES when the
      *  portfolio has nothing on history at all, in which case
      *  PCD-DAYS-IDLE counts from its inception.
      *  PCD-BALANCE-IND is 'Y' when every PNLPERD.DAT period total
      *  was zero at the review -- the candidate can be closed now --
      *  and 'N' when a residual MTD/YTD amount still has to roll
      *  off at the period end first.
      *----------------------------------------------------------------
       01  PCD-REC.
           05  PCD-PORTFOLIO-ID      PIC X(08).
           05  PCD-DESCRIPTION       PIC X(20).
           05  PCD-LAST-ACTIVITY-DATE
                                     PIC X(08).
           05  PCD-DAYS-IDLE         PIC 9(05).
           05  PCD-YTD-REALIZED      PIC S9(13)V99 COMP-3.
           05  PCD-YTD-UNREALIZED    PIC S9(13)V99 COMP-3.
           05  PCD-YTD-CARRY         PIC S9(13)V99 COMP-3.
           05  PCD-BALANCE-IND       PIC X(01).
               88  PCD-BALANCES-CLEAR    VALUE 'Y'.
               88  PCD-BALANCES-OPEN     VALUE 'N'.
           05  PCD-REVIEW-DATE       PIC X(08).
