      *----------------------------------------------------------------
      *  FXOMNTM.CPY
      *  Symbolic map for the FXOMNTM map (mapset FXOMNTS) used by
      *  FXOMNT00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way LIMMNTM.cpy is.
      *----------------------------------------------------------------
       01  FXOMNTMI.
           05  FDATEL                PIC S9(4) COMP.
           05  FDATEF                PIC X.
           05  FILLER REDEFINES FDATEF.
               10  FDATEA            PIC X.
           05  FDATEI                PIC X(08).
           05  FCCYL                 PIC S9(4) COMP.
           05  FCCYF                 PIC X.
           05  FILLER REDEFINES FCCYF.
               10  FCCYA             PIC X.
           05  FCCYI                 PIC X(03).
           05  FACTL                 PIC S9(4) COMP.
           05  FACTF                 PIC X.
           05  FILLER REDEFINES FACTF.
               10  FACTA             PIC X.
           05  FACTI                 PIC X(01).
           05  FRATEL                PIC S9(4) COMP.
           05  FRATEF                PIC X.
           05  FILLER REDEFINES FRATEF.
               10  FRATEA            PIC X.
           05  FRATEI                PIC X(10).
           05  FRSNL                 PIC S9(4) COMP.
           05  FRSNF                 PIC X.
           05  FILLER REDEFINES FRSNF.
               10  FRSNA             PIC X.
           05  FRSNI                 PIC X(30).

       01  FXOMNTMO.
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
           05  FACTO                 PIC X(01).
           05  FILLER                PIC X(02).
           05  FRATEO                PIC 9.9(06).
           05  FILLER                PIC X(02).
           05  FRSNO                 PIC X(30).
           05  FILLER                PIC X(02).
           05  FMSGO                 PIC X(60).
