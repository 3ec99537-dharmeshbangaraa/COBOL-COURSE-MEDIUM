      *----------------------------------------------------------------
      *  TRNINQM.CPY
      *  Symbolic map for the TRNINQM map (mapset TRNINQS) used by
      *  TRNINQ00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way BCHINQM.cpy is.  The ten
      *  LNnO fields are the pre-formatted lines of the history
      *  record and its confirm status; BOOKO says which booking of
      *  the ID is shown when it was booked more than once.
      *----------------------------------------------------------------
       01  TRNINQMI.
           05  EXTIDL                PIC S9(4) COMP.
           05  EXTIDF                PIC X.
           05  FILLER REDEFINES EXTIDF.
               10  EXTIDA            PIC X.
           05  EXTIDI                PIC X(12).
           05  ACTIONL               PIC S9(4) COMP.
           05  ACTIONF               PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA           PIC X.
           05  ACTIONI               PIC X(01).

       01  TRNINQMO.
           05  FILLER                PIC X(02).
           05  EXTIDO                PIC X(12).
           05  FILLER                PIC X(02).
           05  BOOKO                 PIC X(20).
           05  FILLER                PIC X(02).
           05  LN1O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN2O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN3O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN4O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN5O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN6O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN7O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN8O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN9O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN10O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  MSGO                  PIC X(60).
