      *----------------------------------------------------------------
      *  PRMAPPM.CPY
      *  Symbolic map for the PRMAPPM map (mapset PRMAPPS) used by
      *  PRMAPP00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way CAUAPPM.cpy is.
      *----------------------------------------------------------------
       01  PRMAPPMI.
           05  KACTL                 PIC S9(4) COMP.
           05  KACTF                 PIC X.
           05  FILLER REDEFINES KACTF.
               10  KACTA             PIC X.
           05  KACTI                 PIC X(01).

       01  PRMAPPMO.
           05  FILLER                PIC X(02).
           05  KCHGIDO               PIC X(26).
           05  FILLER                PIC X(02).
           05  KNAMEO                PIC X(16).
           05  FILLER                PIC X(02).
           05  OVALO                 PIC X(15).
           05  FILLER                PIC X(02).
           05  OEFFO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  NVALO                 PIC X(15).
           05  FILLER                PIC X(02).
           05  NEFFO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  KMAKERO               PIC X(08).
           05  FILLER                PIC X(02).
           05  KMSGO                 PIC X(60).
