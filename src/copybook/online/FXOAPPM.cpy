      *----------------------------------------------------------------
      *  FXOAPPM.CPY
      *  Symbolic map for the FXOAPPM map (mapset FXOAPPS) used by
      *  FXOAPP00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way LIMAPPM.cpy is.
      *----------------------------------------------------------------
       01  FXOAPPMI.
           05  FACTL                 PIC S9(4) COMP.
           05  FACTF                 PIC X.
           05  FILLER REDEFINES FACTF.
               10  FACTA             PIC X.
           05  FACTI                 PIC X(01).

       01  FXOAPPMO.
           05  FILLER                PIC X(02).
           05  FCHGIDO               PIC X(26).
           05  FILLER                PIC X(02).
           05  FDATEO                PIC X(08).
           05  FILLER                PIC X(02).
           05  FCCYO                 PIC X(03).
           05  FILLER                PIC X(02).
           05  TRATEO                PIC 9.9(06).
           05  FILLER                PIC X(02).
           05  PRATEO                PIC 9.9(06).
           05  FILLER                PIC X(02).
           05  FMOVEO                PIC ZZZZ9.99.
           05  FILLER                PIC X(02).
           05  FTOLO                 PIC ZZ9.99.
           05  FILLER                PIC X(02).
           05  FOVACTO               PIC X(01).
           05  FILLER                PIC X(02).
           05  FRATEO                PIC 9.9(06).
           05  FILLER                PIC X(02).
           05  FRSNO                 PIC X(30).
           05  FILLER                PIC X(02).
           05  FMAKERO               PIC X(08).
           05  FILLER                PIC X(02).
           05  FMSGO                 PIC X(60).
