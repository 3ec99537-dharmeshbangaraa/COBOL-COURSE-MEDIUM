      *----------------------------------------------------------------
      *  CAUAPPM.CPY
      *  Symbolic map for the CAUAPPM map (mapset CAUAPPS) used by
      *  CAUAPP00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way PVAPPRM.cpy is.
      *----------------------------------------------------------------
       01  CAUAPPMI.
           05  KACTL                 PIC S9(4) COMP.
           05  KACTF                 PIC X.
           05  FILLER REDEFINES KACTF.
               10  KACTA             PIC X.
           05  KACTI                 PIC X(01).

       01  CAUAPPMO.
           05  FILLER                PIC X(02).
           05  KCHGIDO               PIC X(26).
           05  FILLER                PIC X(02).
           05  KACTNO                PIC X(01).
           05  FILLER                PIC X(02).
           05  KUSERO                PIC X(08).
           05  FILLER                PIC X(02).
           05  KSCOPEO               PIC X(01).
           05  FILLER                PIC X(02).
           05  KSCPIDO               PIC X(08).
           05  FILLER                PIC X(02).
           05  OEXPO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  NEXPO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  OMGRO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  NMGRO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  KMAKERO               PIC X(08).
           05  FILLER                PIC X(02).
           05  KMSGO                 PIC X(60).
