      *----------------------------------------------------------------
      *  GLPINQM.CPY
      *  Symbolic map for the GLPINQM map (mapset GLPINQS) used by
      *  GLPINQ00 -- laid out by hand in the usual length/attribute/
      *  data triplet per field, the same way TRNINQM.cpy is.  The
      *  twelve LNnO fields are one page of pre-formatted journal
      *  lines and per-account nets; PAGEO says which page is shown.
      *----------------------------------------------------------------
       01  GLPINQMI.
           05  PORTL                 PIC S9(4) COMP.
           05  PORTF                 PIC X.
           05  FILLER REDEFINES PORTF.
               10  PORTA             PIC X.
           05  PORTI                 PIC X(08).
           05  ACCTL                 PIC S9(4) COMP.
           05  ACCTF                 PIC X.
           05  FILLER REDEFINES ACCTF.
               10  ACCTA             PIC X.
           05  ACCTI                 PIC X(10).
           05  BDATEL                PIC S9(4) COMP.
           05  BDATEF                PIC X.
           05  FILLER REDEFINES BDATEF.
               10  BDATEA            PIC X.
           05  BDATEI                PIC X(08).
           05  ACTIONL               PIC S9(4) COMP.
           05  ACTIONF               PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA           PIC X.
           05  ACTIONI               PIC X(01).

       01  GLPINQMO.
           05  FILLER                PIC X(02).
           05  PORTO                 PIC X(08).
           05  FILLER                PIC X(02).
           05  ACCTO                 PIC X(10).
           05  FILLER                PIC X(02).
           05  BDATEO                PIC X(08).
           05  FILLER                PIC X(02).
           05  PAGEO                 PIC X(20).
           05  FILLER                PIC X(02).
           05  LN1O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN2O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN3O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN4O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN5O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN6O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN7O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN8O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN9O                  PIC X(70).
           05  FILLER                PIC X(02).
           05  LN10O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  LN11O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  LN12O                 PIC X(70).
           05  FILLER                PIC X(02).
           05  MSGO                  PIC X(60).
