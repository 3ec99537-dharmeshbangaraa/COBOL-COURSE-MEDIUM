      *----------------------------------------------------------------
      *  FXOVLOG.CPY
      *  FX override audit record -- the layout of FXOVRLOG.DAT, the
      *  permanent log of every rate UTLFXQ00 let through on an
      *  approved FXOVRIDE entry instead of holding the chain.  One
      *  record per currency per passing gate run (never on a dry
      *  run), appended; the morning digest (RPTDIG00) lists the
      *  night's records off the run token they carry.
      *
      *  FXL-VENDOR-RATE is the rate as it came in on the drop and
      *  FXL-RATE-USED the rate the calc valued on -- the same for an
      *  accept, the keyed correction for a correction.  The maker,
      *  checker, and reason are carried over from the override.
      *----------------------------------------------------------------
       01  FXL-REC.
           05  FXL-BUSINESS-DATE     PIC X(08).
           05  FXL-CURRENCY-CODE     PIC X(03).
           05  FXL-ACTION            PIC X(01).
               88  FXL-ACCEPTED          VALUE 'A'.
               88  FXL-CORRECTED         VALUE 'C'.
           05  FXL-VENDOR-RATE       PIC 9(01)V9(06).
           05  FXL-RATE-USED         PIC 9(01)V9(06).
           05  FXL-PRIOR-RATE        PIC 9(01)V9(06).
           05  FXL-MOVE-PCT          PIC 9(05)V99.
           05  FXL-TOLERANCE-PCT     PIC 9(03)V99.
           05  FXL-REASON            PIC X(30).
           05  FXL-MAKER-ID          PIC X(08).
           05  FXL-CHECKER-ID        PIC X(08).
           05  FXL-RUN-TOKEN         PIC X(16).
