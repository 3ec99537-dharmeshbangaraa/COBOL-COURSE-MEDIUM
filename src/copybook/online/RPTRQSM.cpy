      *----------------------------------------------------------------
      *  RPTRQSM.CPY
      *  Symbolic map for the RPTRQSM map (mapset RPTRQSS) used by
      *  RPTRQS00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way ALRACKM.cpy is.  QLBLO
      *  shows the keyed report's parameters (or the reports on
      *  offer); the ten QLNnO fields are the requester's own
      *  requests, two lines each, five to a page.
      *----------------------------------------------------------------
       01  RPTRQSMI.
           05  QACTL                 PIC S9(4) COMP.
           05  QACTF                 PIC X.
           05  FILLER REDEFINES QACTF.
               10  QACTA             PIC X.
           05  QACTI                 PIC X(01).
           05  QRPTL                 PIC S9(4) COMP.
           05  QRPTF                 PIC X.
           05  FILLER REDEFINES QRPTF.
               10  QRPTA             PIC X.
           05  QRPTI                 PIC X(08).
           05  QP1L                  PIC S9(4) COMP.
           05  QP1F                  PIC X.
           05  FILLER REDEFINES QP1F.
               10  QP1A              PIC X.
           05  QP1I                  PIC X(08).
           05  QP2L                  PIC S9(4) COMP.
           05  QP2F                  PIC X.
           05  FILLER REDEFINES QP2F.
               10  QP2A              PIC X.
           05  QP2I                  PIC X(08).
           05  QP3L                  PIC S9(4) COMP.
           05  QP3F                  PIC X.
           05  FILLER REDEFINES QP3F.
               10  QP3A              PIC X.
           05  QP3I                  PIC X(08).
           05  QP4L                  PIC S9(4) COMP.
           05  QP4F                  PIC X.
           05  FILLER REDEFINES QP4F.
               10  QP4A              PIC X.
           05  QP4I                  PIC X(08).
           05  QSELL                 PIC S9(4) COMP.
           05  QSELF                 PIC X.
           05  FILLER REDEFINES QSELF.
               10  QSELA             PIC X.
           05  QSELI                 PIC X(01).

       01  RPTRQSMO.
           05  FILLER                PIC X(02).
           05  QACTO                 PIC X(01).
           05  FILLER                PIC X(02).
           05  QRPTO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  QP1O                  PIC X(08).
           05  FILLER                PIC X(02).
           05  QP2O                  PIC X(08).
           05  FILLER                PIC X(02).
           05  QP3O                  PIC X(08).
           05  FILLER                PIC X(02).
           05  QP4O                  PIC X(08).
           05  FILLER                PIC X(02).
           05  QSELO                 PIC X(01).
           05  FILLER                PIC X(02).
           05  QLBLO                 PIC X(60).
           05  FILLER                PIC X(02).
           05  QLN1O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN2O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN3O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN4O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN5O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN6O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN7O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN8O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN9O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  QLN10O                PIC X(70).
           05  FILLER                PIC X(02).
           05  QMSGO                 PIC X(60).
