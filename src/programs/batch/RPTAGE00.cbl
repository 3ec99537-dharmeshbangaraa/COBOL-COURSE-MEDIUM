
       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
