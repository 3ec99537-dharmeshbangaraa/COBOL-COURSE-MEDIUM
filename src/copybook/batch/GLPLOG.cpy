      *----------------------------------------------------------------
      *  GLPLOG.CPY
      *  GL posting log -- the layout of GLPLOG.DAT, appended to and
      *  never rewritten.  Every program that writes journal lines
      *  for the ledger logs each line here as it writes it, with the
      *  portfolio's GLACCT mapping it resolved the line by:
      *    - 'X' GLEXTR00, the nightly extract (GLJRNL.DAT);
      *    - 'C' GLCORR00, correction reversals and rebookings
      *      (GLADJ.DAT);
      *    - 'B' UTLBKO00, back-out reversals (GLREV.DAT).
      *  GPL-BUSINESS-DATE is the date the lines post for -- the
      *  extract's business date, the date GLCORR00 corrected, the
      *  date UTLBKO00 backed out.  GPL-RUN-STAMP (the run's start,
      *  YYYYMMDDHHMMSS) tells one run's lines from another's.
      *  GPL-SUSPENSE-IND is 'Y' when the portfolio had no mapping
      *  and the line went to the suspense accounts; the map fields
      *  are then blank.
      *
      *  Each run closes its lines with one 'RUNEND  ' record
      *  carrying its line count and whether the file it wrote was
      *  fit to send ('S') or refused out of balance ('R').  A run
      *  with no RUNEND record ended abnormally and sent nothing.
      *  GLPBLD00 rebuilds the online posting inquiry's datasets
      *  (GLPOST.cpy) from this log every night.
      *----------------------------------------------------------------
       01  GPL-REC.
           05  GPL-BUSINESS-DATE     PIC X(08).
           05  GPL-RUN-TOKEN         PIC X(16).
           05  GPL-RUN-STAMP         PIC X(14).
           05  GPL-SOURCE            PIC X(01).
               88  GPL-EXTRACT       VALUE 'X'.
               88  GPL-CORRECTION    VALUE 'C'.
               88  GPL-BACKOUT       VALUE 'B'.
           05  GPL-RECORD-ID         PIC X(08).
               88  GPL-RUN-END       VALUE 'RUNEND  '.
           05  GPL-LINE-DATA.
               10  GPL-SUSPENSE-IND      PIC X(01).
                   88  GPL-SUSPENSE      VALUE 'Y'.
               10  GPL-ACCOUNT           PIC X(10).
               10  GPL-DR-CR-IND         PIC X(01).
                   88  GPL-DEBIT         VALUE 'D'.
                   88  GPL-CREDIT        VALUE 'C'.
               10  GPL-AMOUNT            PIC S9(13)V99 COMP-3.
               10  GPL-PORTFOLIO-ID      PIC X(08).
               10  GPL-TRADE-DATE        PIC X(08).
               10  GPL-DESCRIPTION       PIC X(20).
               10  GPL-ENTITY-CODE       PIC X(04).
               10  GPL-MAP-REALIZED      PIC X(10).
               10  GPL-MAP-UNREALIZED    PIC X(10).
               10  GPL-MAP-OFFSET        PIC X(10).
           05  GPL-RUN-END-DATA REDEFINES GPL-LINE-DATA.
               10  GPL-END-LINE-COUNT    PIC 9(08).
               10  GPL-END-OUTCOME       PIC X(01).
                   88  GPL-END-SENT      VALUE 'S'.
                   88  GPL-END-REFUSED   VALUE 'R'.
               10  FILLER                PIC X(81).
