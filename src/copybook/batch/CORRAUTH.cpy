      *----------------------------------------------------------------
      *  CORRAUTH.CPY
      *  Correction entitlement record -- the layout of the CORRAUTH
      *  dataset, one entry per user per portfolio ('P') or desk
      *  ('D', resolved through DESKBOOK) the user may key P&L
      *  corrections against.  Keyed user first, so PVCORR00 browses
      *  one user's entries in a single pass.
      *
      *  Maintained only through the CAUM/CAUA maker/checker pair
      *  (CAUMNT00/CAUAPP00): CAU-MAKER-ID and CAU-CHECKER-ID name who
      *  granted the entry and who approved it, and every applied
      *  change is written to the CAUAUD log.  An entry covers its
      *  scope through CAU-EXPIRY-DATE (YYYYMMDD) inclusive; past
      *  that, or with no valid date at all, PVCORR00 treats it as if
      *  it were not there.  CAU-MANAGER-ID is the manager who attests
      *  the entry on the quarterly recertification (RPTCAR00).
      *----------------------------------------------------------------
       01  CAU-REC.
           05  CAU-KEY.
               10  CAU-USER-ID           PIC X(08).
               10  CAU-SCOPE-TYPE        PIC X(01).
                   88  CAU-SCOPE-PORTFOLIO  VALUE 'P'.
                   88  CAU-SCOPE-DESK       VALUE 'D'.
               10  CAU-SCOPE-ID          PIC X(08).
           05  CAU-EXPIRY-DATE       PIC X(08).
           05  CAU-MANAGER-ID        PIC X(08).
           05  CAU-MAKER-ID          PIC X(08).
           05  CAU-CHECKER-ID        PIC X(08).
           05  CAU-APPROVED-DATE     PIC X(08).
