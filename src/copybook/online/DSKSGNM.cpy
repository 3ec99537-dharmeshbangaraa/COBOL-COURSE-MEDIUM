      *----------------------------------------------------------------
      *  DSKSGNM.CPY
      *  Symbolic map for the DSKSGNM map (mapset DSKSGNS) used by
      *  DSKSGN00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way PVCORRM.cpy is.
      *----------------------------------------------------------------
       01  DSKSGNMI.
           05  SDESKL                PIC S9(4) COMP.
           05  SDESKF                PIC X.
           05  FILLER REDEFINES SDESKF.
               10  SDESKA            PIC X.
           05  SDESKI                PIC X(08).
           05  SDATEL                PIC S9(4) COMP.
           05  SDATEF                PIC X.
           05  FILLER REDEFINES SDATEF.
               10  SDATEA            PIC X.
           05  SDATEI                PIC X(08).
           05  SACTL                 PIC S9(4) COMP.
           05  SACTF                 PIC X.
           05  FILLER REDEFINES SACTF.
               10  SACTA             PIC X.
           05  SACTI                 PIC X(01).
           05  SPORTL                PIC S9(4) COMP.
           05  SPORTF                PIC X.
           05  FILLER REDEFINES SPORTF.
               10  SPORTA            PIC X.
           05  SPORTI                PIC X(08).
           05  SCMT1L                PIC S9(4) COMP.
           05  SCMT1F                PIC X.
           05  FILLER REDEFINES SCMT1F.
               10  SCMT1A            PIC X.
           05  SCMT1I                PIC X(60).
           05  SCMT2L                PIC S9(4) COMP.
           05  SCMT2F                PIC X.
           05  FILLER REDEFINES SCMT2F.
               10  SCMT2A            PIC X.
           05  SCMT2I                PIC X(60).

       01  DSKSGNMO.
           05  FILLER                PIC X(02).
           05  SDESKO                PIC X(08).
           05  FILLER                PIC X(02).
           05  SDATEO                PIC X(08).
           05  FILLER                PIC X(02).
           05  SSTATO                PIC X(08).
           05  FILLER                PIC X(02).
           05  SBYO                  PIC X(08).
           05  FILLER                PIC X(02).
           05  SATO                  PIC X(26).
           05  FILLER                PIC X(02).
           05  SHEADO                PIC X(08).
           05  FILLER                PIC X(02).
           05  SACTO                 PIC X(01).
           05  FILLER                PIC X(02).
           05  SPORTO                PIC X(08).
           05  FILLER                PIC X(02).
           05  SCMT1O                PIC X(60).
           05  FILLER                PIC X(02).
           05  SCMT2O                PIC X(60).
           05  FILLER                PIC X(02).
           05  SMSGO                 PIC X(60).
