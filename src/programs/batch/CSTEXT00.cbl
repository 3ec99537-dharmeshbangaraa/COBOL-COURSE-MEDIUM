
       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Documented fixed layout for the custodian: amounts in
      *--  display numerics so the receiving side parses them without
