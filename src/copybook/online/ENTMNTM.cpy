      *----------------------------------------------------------------
      *  ENTMNTM.CPY
      *  Symbolic map for the ENTMNTM map (mapset ENTMNTS) used by
      *  ENTMNT00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way PRTMNTM.cpy is.
      *----------------------------------------------------------------
       01  ENTMNTMI.
           05  EENTL                 PIC S9(4) COMP.
           05  EENTF                 PIC X.
           05  FILLER REDEFINES EENTF.
               10  EENTA             PIC X.
           05  EENTI                 PIC X(04).
           05  NNAMEL                PIC S9(4) COMP.
           05  NNAMEF                PIC X.
           05  FILLER REDEFINES NNAMEF.
               10  NNAMEA            PIC X.
           05  NNAMEI                PIC X(30).
           05  NFCCYL                PIC S9(4) COMP.
           05  NFCCYF                PIC X.
           05  FILLER REDEFINES NFCCYF.
               10  NFCCYA            PIC X.
           05  NFCCYI                PIC X(03).
           05  NSTATL                PIC S9(4) COMP.
           05  NSTATF                PIC X.
           05  FILLER REDEFINES NSTATF.
               10  NSTATA            PIC X.
           05  NSTATI                PIC X(01).
           05  NGLCOL                PIC S9(4) COMP.
           05  NGLCOF                PIC X.
           05  FILLER REDEFINES NGLCOF.
               10  NGLCOA            PIC X.
           05  NGLCOI                PIC X(04).
           05  NLEIL                 PIC S9(4) COMP.
           05  NLEIF                 PIC X.
           05  FILLER REDEFINES NLEIF.
               10  NLEIA             PIC X.
           05  NLEII                 PIC X(20).

       01  ENTMNTMO.
           05  FILLER                PIC X(02).
           05  EENTO                 PIC X(04).
           05  FILLER                PIC X(02).
           05  CNAMEO                PIC X(30).
           05  FILLER                PIC X(02).
           05  CFCCYO                PIC X(03).
           05  FILLER                PIC X(02).
           05  CSTATO                PIC X(01).
           05  FILLER                PIC X(02).
           05  CGLCOO                PIC X(04).
           05  FILLER                PIC X(02).
           05  NNAMEO                PIC X(30).
           05  FILLER                PIC X(02).
           05  NFCCYO                PIC X(03).
           05  FILLER                PIC X(02).
           05  NSTATO                PIC X(01).
           05  FILLER                PIC X(02).
           05  NGLCOO                PIC X(04).
           05  FILLER                PIC X(02).
           05  CLEIO                 PIC X(20).
           05  FILLER                PIC X(02).
           05  NLEIO                 PIC X(20).
           05  FILLER                PIC X(02).
           05  EMSGO                 PIC X(60).
