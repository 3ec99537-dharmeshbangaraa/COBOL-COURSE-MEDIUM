      *----------------------------------------------------------------
      *  CAUMNTM.CPY
      *  Symbolic map for the CAUMNTM map (mapset CAUMNTS) used by
      *  CAUMNT00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way PVCORRM.cpy is.
      *----------------------------------------------------------------
       01  CAUMNTMI.
           05  AUSERL                PIC S9(4) COMP.
           05  AUSERF                PIC X.
           05  FILLER REDEFINES AUSERF.
               10  AUSERA            PIC X.
           05  AUSERI                PIC X(08).
           05  ASCOPEL               PIC S9(4) COMP.
           05  ASCOPEF               PIC X.
           05  FILLER REDEFINES ASCOPEF.
               10  ASCOPEA           PIC X.
           05  ASCOPEI               PIC X(01).
           05  ASCPIDL               PIC S9(4) COMP.
           05  ASCPIDF               PIC X.
           05  FILLER REDEFINES ASCPIDF.
               10  ASCPIDA           PIC X.
           05  ASCPIDI               PIC X(08).
           05  AACTL                 PIC S9(4) COMP.
           05  AACTF                 PIC X.
           05  FILLER REDEFINES AACTF.
               10  AACTA             PIC X.
           05  AACTI                 PIC X(01).
           05  NEXPL                 PIC S9(4) COMP.
           05  NEXPF                 PIC X.
           05  FILLER REDEFINES NEXPF.
               10  NEXPA             PIC X.
           05  NEXPI                 PIC X(08).
           05  NMGRL                 PIC S9(4) COMP.
           05  NMGRF                 PIC X.
           05  FILLER REDEFINES NMGRF.
               10  NMGRA             PIC X.
           05  NMGRI                 PIC X(08).

       01  CAUMNTMO.
           05  FILLER                PIC X(02).
           05  AUSERO                PIC X(08).
           05  FILLER                PIC X(02).
           05  ASCOPEO               PIC X(01).
           05  FILLER                PIC X(02).
           05  ASCPIDO               PIC X(08).
           05  FILLER                PIC X(02).
           05  CEXPO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  CMGRO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  AACTO                 PIC X(01).
           05  FILLER                PIC X(02).
           05  NEXPO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  NMGRO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  AMSGO                 PIC X(60).
