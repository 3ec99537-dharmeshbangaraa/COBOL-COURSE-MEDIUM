      *----------------------------------------------------------------
      *  CSTBRK.CPY
      *  Open custody-break record -- the layout of CSTBRK.DAT, one
      *  record per holding CSTREC00 found out of line with the
      *  custodian, rewritten by it each night.  CBK-FIRST-SEEN-DATE
      *  is the statement night the break first appeared, carried
      *  forward while the break stays open so its age can be
      *  reported and escalated; a break that clears drops off the
      *  file.  A rerun of the same night finds the same breaks and
      *  keeps their first-seen dates.
      *----------------------------------------------------------------
       01  CBK-REC.
           05  CBK-PORTFOLIO-ID      PIC X(08).
           05  CBK-CURRENCY-CODE     PIC X(03).
           05  CBK-INSTRUMENT-ID     PIC X(12).
           05  CBK-BREAK-TYPE        PIC X(14).
           05  CBK-FIRST-SEEN-DATE   PIC X(08).
           05  CBK-LAST-SEEN-DATE    PIC X(08).
