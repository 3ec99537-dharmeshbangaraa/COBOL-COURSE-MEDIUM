      *----------------------------------------------------------------
      *  PRMMNTM.CPY
      *  Symbolic map for the PRMMNTM map (mapset PRMMNTS) used by
      *  PRMMNT00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way CAUMNTM.cpy is.
      *----------------------------------------------------------------
       01  PRMMNTMI.
           05  PNAMEL                PIC S9(4) COMP.
           05  PNAMEF                PIC X.
           05  FILLER REDEFINES PNAMEF.
               10  PNAMEA            PIC X.
           05  PNAMEI                PIC X(16).
           05  NVALL                 PIC S9(4) COMP.
           05  NVALF                 PIC X.
           05  FILLER REDEFINES NVALF.
               10  NVALA             PIC X.
           05  NVALI                 PIC X(15).
           05  NEFFL                 PIC S9(4) COMP.
           05  NEFFF                 PIC X.
           05  FILLER REDEFINES NEFFF.
               10  NEFFA             PIC X.
           05  NEFFI                 PIC X(08).

       01  PRMMNTMO.
           05  FILLER                PIC X(02).
           05  PNAMEO                PIC X(16).
           05  FILLER                PIC X(02).
           05  CVALO                 PIC X(15).
           05  FILLER                PIC X(02).
           05  CEFFO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  SVALO                 PIC X(15).
           05  FILLER                PIC X(02).
           05  SEFFO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  NVALO                 PIC X(15).
           05  FILLER                PIC X(02).
           05  NEFFO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  PMSGO                 PIC X(60).
