      *----------------------------------------------------------------
      *  PNDAUTH.CPY
      *  Pending entitlement-change record -- the maker/checker queue
      *  between the CORRAUTH maintenance transaction (CAUMNT00) and
      *  its approval transaction (CAUAPP00), the same arrangement
      *  PNDLIMIT.cpy makes for limits.  CAUMNT00 writes one of these
      *  instead of touching CORRAUTH; only CAUAPP00's approval, under
      *  a different user ID, applies it and writes the CAUAUD record.
      *  Keyed by PDA-CHANGE-ID, the timestamp built when the maker
      *  queued it, so the approval screen works the queue oldest
      *  first.
      *
      *  PDA-ACTION: 'G' grants the entry, or re-grants it with a new
      *  expiry date and manager; 'R' revokes (deletes) it.
      *----------------------------------------------------------------
       01  PDA-REC.
           05  PDA-CHANGE-ID         PIC X(26).
           05  PDA-ACTION            PIC X(01).
               88  PDA-GRANT             VALUE 'G'.
               88  PDA-REVOKE            VALUE 'R'.
           05  PDA-USER-ID           PIC X(08).
           05  PDA-SCOPE-TYPE        PIC X(01).
               88  PDA-SCOPE-PORTFOLIO   VALUE 'P'.
               88  PDA-SCOPE-DESK        VALUE 'D'.
           05  PDA-SCOPE-ID          PIC X(08).
           05  PDA-OLD-EXPIRY-DATE   PIC X(08).
           05  PDA-NEW-EXPIRY-DATE   PIC X(08).
           05  PDA-OLD-MANAGER-ID    PIC X(08).
           05  PDA-NEW-MANAGER-ID    PIC X(08).
           05  PDA-EXISTS-IND        PIC X(01).
               88  PDA-ENTRY-EXISTS      VALUE 'Y'.
           05  PDA-MAKER-ID          PIC X(08).
           05  PDA-STATUS            PIC X(01).
               88  PDA-PENDING           VALUE 'P'.
               88  PDA-APPROVED          VALUE 'A'.
               88  PDA-REJECTED          VALUE 'R'.
