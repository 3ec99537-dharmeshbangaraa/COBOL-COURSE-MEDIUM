      *----------------------------------------------------------------
      *  ALRACKM.CPY
      *  Symbolic map for the ALRACKM map (mapset ALRACKS) used by
      *  ALRACK00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way PVCORRM.cpy is.  The ten
      *  ALNnO fields are the pre-formatted open-alert lines.
      *----------------------------------------------------------------
       01  ALRACKMI.
           05  AROUTEL               PIC S9(4) COMP.
           05  AROUTEF               PIC X.
           05  FILLER REDEFINES AROUTEF.
               10  AROUTEA           PIC X.
           05  AROUTEI               PIC X(08).
           05  AACTL                 PIC S9(4) COMP.
           05  AACTF                 PIC X.
           05  FILLER REDEFINES AACTF.
               10  AACTA             PIC X.
           05  AACTI                 PIC X(01).
           05  AIDL                  PIC S9(4) COMP.
           05  AIDF                  PIC X.
           05  FILLER REDEFINES AIDF.
               10  AIDA              PIC X.
           05  AIDI                  PIC X(12).
           05  AASGNL                PIC S9(4) COMP.
           05  AASGNF                PIC X.
           05  FILLER REDEFINES AASGNF.
               10  AASGNA            PIC X.
           05  AASGNI                PIC X(08).
           05  ANOTEL                PIC S9(4) COMP.
           05  ANOTEF                PIC X.
           05  FILLER REDEFINES ANOTEF.
               10  ANOTEA            PIC X.
           05  ANOTEI                PIC X(60).

       01  ALRACKMO.
           05  FILLER                PIC X(02).
           05  AROUTEO               PIC X(08).
           05  FILLER                PIC X(02).
           05  ALN1O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN2O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN3O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN4O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN5O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN6O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN7O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN8O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN9O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  ALN10O                PIC X(70).
           05  FILLER                PIC X(02).
           05  AACTO                 PIC X(01).
           05  FILLER                PIC X(02).
           05  AIDO                  PIC X(12).
           05  FILLER                PIC X(02).
           05  AASGNO                PIC X(08).
           05  FILLER                PIC X(02).
           05  ANOTEO                PIC X(60).
           05  FILLER                PIC X(02).
           05  AMSGO                 PIC X(60).
