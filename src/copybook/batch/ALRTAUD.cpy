      *----------------------------------------------------------------
      *  ALRTAUD.CPY
      *  Alert-handling audit record, written to ALRTAUD (a VSAM
      *  entry-sequenced dataset, same arrangement as DSKAUDIT) for
      *  every action taken on an open alert: an acknowledgment or
      *  an assignment keyed through the ALRK transaction
      *  (ALRACK00), and every escalation ALRESC00 makes.
      *  ALRESC00's report lists the business date's entries so the
      *  morning review can see who handled what.
      *
      *  ALA-ROUTE-CODE is the route the alert was on when the
      *  action was taken; ALA-NEW-VALUE is the user it was assigned
      *  to, or the route it was escalated to.
      *----------------------------------------------------------------
       01  ALA-REC.
           05  ALA-TIMESTAMP             PIC X(26).
           05  ALA-ALERT-ID              PIC X(12).
           05  ALA-ACTION                PIC X(01).
               88  ALA-ACKNOWLEDGED      VALUE 'A'.
               88  ALA-ASSIGNED          VALUE 'S'.
               88  ALA-ESCALATED         VALUE 'E'.
           05  ALA-SOURCE                PIC X(08).
           05  ALA-ROUTE-CODE            PIC X(08).
           05  ALA-NEW-VALUE             PIC X(08).
           05  ALA-TRANS-ID              PIC X(04).
           05  ALA-USER-ID               PIC X(08).
           05  ALA-NOTE                  PIC X(60).
