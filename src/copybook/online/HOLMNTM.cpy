           05  FILLER REDEFINES HDATEF.
               10  HDATEA            PIC X.
           05  HDATEI                PIC X(08).
           05  HCCYL                 PIC S9(4) COMP.
           05  HCCYF                 PIC X.
           05  FILLER REDEFINES HCCYF.
               10  HCCYA             PIC X.
           05  HCCYI                 PIC X(03).
           05  HACTL                 PIC S9(4) COMP.
           05  HACTF                 PIC X.
           05  FILLER REDEFINES HACTF.
           05  FILLER                PIC X(02).
           05  HDATEO                PIC X(08).
           05  FILLER                PIC X(02).
           05  HCCYO                 PIC X(03).
           05  FILLER                PIC X(02).
           05  HSTATO                PIC X(12).
           05  FILLER                PIC X(02).
           05  HNEXTO                PIC X(08).
