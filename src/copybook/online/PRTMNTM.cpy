           05  FILLER REDEFINES NBCCYF.
               10  NBCCYA            PIC X.
           05  NBCCYI                PIC X(03).
           05  NFRTEL                PIC S9(4) COMP.
           05  NFRTEF                PIC X.
           05  FILLER REDEFINES NFRTEF.
               10  NFRTEA            PIC X.
           05  NFRTEI                PIC X(07).
           05  NFFRQL                PIC S9(4) COMP.
           05  NFFRQF                PIC X.
           05  FILLER REDEFINES NFFRQF.
               10  NFFRQA            PIC X.
           05  NFFRQI                PIC X(01).
           05  NFMINL                PIC S9(4) COMP.
           05  NFMINF                PIC X.
           05  FILLER REDEFINES NFMINF.
               10  NFMINA            PIC X.
           05  NFMINI                PIC X(12).
           05  NBMKL                 PIC S9(4) COMP.
           05  NBMKF                 PIC X.
           05  FILLER REDEFINES NBMKF.
               10  NBMKA             PIC X.
           05  NBMKI                 PIC X(08).

       01  PRTMNTMO.
           05  FILLER                PIC X(02).
           05  FILLER                PIC X(02).
           05  NBCCYO                PIC X(03).
           05  FILLER                PIC X(02).
           05  CFRTEO                PIC 99.9999.
           05  FILLER                PIC X(02).
           05  CFFRQO                PIC X(01).
           05  FILLER                PIC X(02).
           05  CFMINO                PIC 9(09).99.
           05  FILLER                PIC X(02).
           05  NFRTEO                PIC 99.9999.
           05  FILLER                PIC X(02).
           05  NFFRQO                PIC X(01).
           05  FILLER                PIC X(02).
           05  NFMINO                PIC 9(09).99.
           05  FILLER                PIC X(02).
           05  CBMKO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  NBMKO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  PMSGO                 PIC X(60).
