      *----------------------------------------------------------------
      *  STDPDEF.CPY
      *  The standing run parameters BCHCTL00 publishes to RUNPARM.DAT
      *  -- name, value rule and built-in default for each -- shared
      *  by BCHCTL00, which resolves them, and PRMMNT00, which lets
      *  Production Control key new values onto STDPARM.DAT.  The
      *  built-in default is what a parameter runs at with no
      *  STDPARM entry in force, and is the value the chain used
      *  before the dataset existed.  BCHCTL00 reads the entries by
      *  position, so new parameters go on the end.
      *
      *  SPD-KIND: 'A' amount (whole currency units, digits only),
      *  'Y' switch Y/N, 'B' valuation basis T/S, 'L' lot method
      *  F/L/T, 'C' currency code (blank allowed -- USD only).
      *----------------------------------------------------------------
       01  STD-PARM-DEF-VALUES.
           05  FILLER                PIC X(16) VALUE 'PNL-THRESHOLD'.
           05  FILLER                PIC X(01) VALUE 'A'.
           05  FILLER                PIC X(15)
                   VALUE '000000000100000'.
           05  FILLER                PIC X(16) VALUE 'CCY-CONVERT'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(15) VALUE 'Y'.
           05  FILLER                PIC X(16) VALUE 'AVG-COST'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(15) VALUE 'N'.
           05  FILLER                PIC X(16) VALUE 'AGGREGATE'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(15) VALUE 'Y'.
           05  FILLER                PIC X(16) VALUE 'VALUATION-BASIS'.
           05  FILLER                PIC X(01) VALUE 'B'.
           05  FILLER                PIC X(15) VALUE 'T'.
           05  FILLER                PIC X(16) VALUE 'RPT2-CURRENCY'.
           05  FILLER                PIC X(01) VALUE 'C'.
           05  FILLER                PIC X(15) VALUE SPACES.
           05  FILLER                PIC X(16) VALUE 'LOT-METHOD'.
           05  FILLER                PIC X(01) VALUE 'L'.
           05  FILLER                PIC X(15) VALUE 'F'.
           05  FILLER                PIC X(16) VALUE 'CARRY'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(15) VALUE 'N'.
           05  FILLER                PIC X(16) VALUE 'MTM'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(15) VALUE 'N'.

       01  STD-PARM-DEF-TABLE REDEFINES STD-PARM-DEF-VALUES.
           05  STD-PARM-DEF-ENTRY OCCURS 9 TIMES
                   INDEXED BY SPD-IDX.
               10  SPD-PARM-NAME         PIC X(16).
               10  SPD-KIND              PIC X(01).
                   88  SPD-KIND-AMOUNT       VALUE 'A'.
                   88  SPD-KIND-SWITCH       VALUE 'Y'.
                   88  SPD-KIND-BASIS        VALUE 'B'.
                   88  SPD-KIND-LOT          VALUE 'L'.
                   88  SPD-KIND-CURRENCY     VALUE 'C'.
               10  SPD-DEFAULT-VALUE     PIC X(15).

       01  STD-PARM-DEF-COUNT        PIC 9(02) VALUE 9.
