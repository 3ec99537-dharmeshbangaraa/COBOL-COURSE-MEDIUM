      *----------------------------------------------------------------
      *  PNDPARM.CPY
      *  Pending standing-parameter change -- the maker/checker queue
      *  between the STDPARM maintenance transaction (PRMMNT00) and
      *  its approval transaction (PRMAPP00), the same arrangement
      *  PNDAUTH.cpy makes for correction entitlements.  PRMMNT00
      *  writes one of these instead of touching STDPARM; only
      *  PRMAPP00's approval, under a different user ID, applies it
      *  and writes the PRMAUD record.  Keyed by PDP-CHANGE-ID, the
      *  timestamp built when the maker queued it, so the approval
      *  screen works the queue oldest first.
      *
      *  PDP-OLD-VALUE/PDP-OLD-EFF-DATE are the value in force when
      *  the change was keyed and the date it took effect, shown to
      *  the checker beside the new value.
      *----------------------------------------------------------------
       01  PDP-REC.
           05  PDP-CHANGE-ID         PIC X(26).
           05  PDP-PARM-NAME         PIC X(16).
           05  PDP-EFFECTIVE-DATE    PIC X(08).
           05  PDP-OLD-VALUE         PIC X(15).
           05  PDP-OLD-EFF-DATE      PIC X(08).
           05  PDP-NEW-VALUE         PIC X(15).
           05  PDP-MAKER-ID          PIC X(08).
           05  PDP-STATUS            PIC X(01).
               88  PDP-PENDING           VALUE 'P'.
               88  PDP-APPROVED          VALUE 'A'.
               88  PDP-REJECTED          VALUE 'R'.
