      *----------------------------------------------------------------
      *  ALRTOPN.CPY
      *  Open-alert record -- one per alert condition ALRTRT00 has
      *  raised, kept in the ALRTOPN dataset (keyed by AOP-KEY: the
      *  business date it was first raised and a sequence within the
      *  day) from the night it first fires until it has been
      *  acknowledged and stops firing.  ALRESC00 loads each night's
      *  ALRTFEED into it and escalates what nobody has picked up;
      *  the online ALRACK00 transaction (ALRK) browses it by route
      *  and records the acknowledgment or the assignment.
      *
      *  A condition that fires again on a later night is the same
      *  alert: AOP-LAST-RAISED-DATE and AOP-NIGHTS-RAISED move on
      *  and its owner and acknowledgment carry, so a known problem
      *  does not come back as a new one every night.
      *
      *  AOP-CLOCK-TIMESTAMP is when the escalation clock last
      *  started -- the load that raised it, or its last escalation.
      *  AOP-ROUTE-CODE is the route it sits on now; an escalation
      *  moves it up a tier and AOP-ORIGINAL-ROUTE keeps where
      *  ALRTRT00 first sent it.
      *----------------------------------------------------------------
       01  AOP-REC.
           05  AOP-KEY.
               10  AOP-ID-DATE           PIC X(08).
               10  AOP-ID-SEQ            PIC 9(04).
           05  AOP-SOURCE                PIC X(08).
           05  AOP-SEVERITY              PIC X(06).
               88  AOP-SEVERITY-HIGH     VALUE 'HIGH  '.
           05  AOP-ROUTE-CODE            PIC X(08).
           05  AOP-ORIGINAL-ROUTE        PIC X(08).
           05  AOP-TEXT                  PIC X(40).
           05  AOP-FIRST-RAISED-DATE     PIC X(08).
           05  AOP-LAST-RAISED-DATE      PIC X(08).
           05  AOP-NIGHTS-RAISED         PIC 9(03).
           05  AOP-REPEAT-COUNT          PIC 9(03).
           05  AOP-CLOCK-TIMESTAMP       PIC X(26).
           05  AOP-STATUS                PIC X(01).
               88  AOP-OPEN              VALUE 'O'.
               88  AOP-ASSIGNED          VALUE 'S'.
               88  AOP-ACKNOWLEDGED      VALUE 'A'.
           05  AOP-ASSIGNED-TO           PIC X(08).
           05  AOP-ESCALATION-COUNT      PIC 9(02).
           05  AOP-ACK-USER-ID           PIC X(08).
           05  AOP-ACK-TIMESTAMP         PIC X(26).
           05  AOP-ACK-NOTE              PIC X(60).
