      *----------------------------------------------------------------
      *  RPTQRPT.CPY
      *  The reports a user may request through the RPRQ transaction
      *  (RPTRQS00) and RPTQDS00 runs in the evening window -- the
      *  parameter-driven reports that used to need their JCL edited
      *  by operations for every ad hoc run.  For each: the program,
      *  a title for the screen, the DD name of its main output (the
      *  last qualifier of the dataset the requester is told about),
      *  and up to four parameters in the order they are keyed and
      *  stored on RPTQREQ.cpy.  A report added here needs its JCL
      *  skeleton on RPTQSKL.cpy too, and RQR-REPORT-COUNT with it.
      *
      *  RQR-PARM-KIND says how the value is checked: ' ' not used
      *  (must be blank), 'P' a portfolio ID, 'D' a date YYYYMMDD,
      *  'Y' a year YYYY, 'C' a two-character channel code, 'F' a
      *  Y/N flag, 'G' how many archive generations back (0-99) --
      *  the one choice the as-of regeneration used to leave to
      *  operations reading the catalog.  RQR-PARM-REQUIRED 'Y' means
      *  it may not be blank; a blank optional parameter means all.
      *  Two neighbouring D (or Y) parameters are a from/to range.
      *----------------------------------------------------------------
       01  RQR-REPORT-VALUES.
           05  FILLER                PIC X(08) VALUE 'RPTHIS00'.
           05  FILLER                PIC X(24)
                   VALUE 'TRANSACTION HISTORY'.
           05  FILLER                PIC X(08) VALUE 'RPTHIS'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(01) VALUE 'P'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE 'FROM DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE 'TO DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE 'CHANNEL'.
           05  FILLER                PIC X(01) VALUE 'C'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(08) VALUE 'RPTLIN00'.
           05  FILLER                PIC X(24)
                   VALUE 'P&L LINEAGE'.
           05  FILLER                PIC X(08) VALUE 'RPTLIN'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(01) VALUE 'P'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(10) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(08) VALUE 'AUDEXT00'.
           05  FILLER                PIC X(24)
                   VALUE 'AUDIT-HISTORY EXTRACT'.
           05  FILLER                PIC X(08) VALUE 'AUDEXTR'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(01) VALUE 'P'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(10) VALUE 'FROM YEAR'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(10) VALUE 'TO YEAR'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(08) VALUE 'UTLRST00'.
           05  FILLER                PIC X(24)
                   VALUE 'AS-OF REGENERATION'.
           05  FILLER                PIC X(08) VALUE 'RPTPOSAS'.
           05  FILLER                PIC X(10) VALUE 'AS-OF DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(10) VALUE 'GENS BACK'.
           05  FILLER                PIC X(01) VALUE 'G'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(08) VALUE 'RPTEXP00'.
           05  FILLER                PIC X(24)
                   VALUE 'EXPENSE REPORT'.
           05  FILLER                PIC X(08) VALUE 'RPTEXP'.
           05  FILLER                PIC X(10) VALUE 'FROM DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE 'TO DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE 'DETAIL Y/N'.
           05  FILLER                PIC X(01) VALUE 'F'.
           05  FILLER                PIC X(01) VALUE 'N'.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(01) VALUE ' '.
       01  RQR-REPORT-TABLE REDEFINES RQR-REPORT-VALUES.
           05  RQR-REPORT-ENTRY OCCURS 5 TIMES
                   INDEXED BY RQR-IDX.
               10  RQR-REPORT-CODE       PIC X(08).
               10  RQR-TITLE             PIC X(24).
               10  RQR-OUTPUT-DD         PIC X(08).
               10  RQR-PARM OCCURS 4 TIMES.
                   15  RQR-PARM-LABEL    PIC X(10).
                   15  RQR-PARM-KIND     PIC X(01).
                       88  RQR-KIND-UNUSED       VALUE ' '.
                       88  RQR-KIND-PORTFOLIO    VALUE 'P'.
                       88  RQR-KIND-DATE         VALUE 'D'.
                       88  RQR-KIND-YEAR         VALUE 'Y'.
                       88  RQR-KIND-CHANNEL      VALUE 'C'.
                       88  RQR-KIND-FLAG         VALUE 'F'.
                       88  RQR-KIND-GENERATION   VALUE 'G'.
                   15  RQR-PARM-REQUIRED PIC X(01).
                       88  RQR-REQUIRED          VALUE 'Y'.
       01  RQR-REPORT-COUNT          PIC 9(02) VALUE 5.
