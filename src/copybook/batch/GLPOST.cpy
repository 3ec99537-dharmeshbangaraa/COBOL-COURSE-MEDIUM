      *----------------------------------------------------------------
      *  GLPOST.CPY
      *  GL posting inquiry store -- the layout of GLPOST.KSD, keyed
      *  portfolio / business date / log sequence, one record per
      *  journal line the ledger was sent (or was about to be) for
      *  the portfolio and date.  GLPBLD00 rebuilds it every night
      *  from the posting log (GLPLOG.cpy); the GLPQ inquiry
      *  (GLPINQ00) reads it.  GLP-LOG-SEQ is the line's position on
      *  the log, so a generic browse on portfolio and date returns
      *  the lines in the order they were posted: the extract, then
      *  any corrections, then any back-out.
      *
      *  GLP-STATUS:
      *    'P' posted -- counts toward the account nets;
      *    'S' superseded -- an extract later rerun for the same date
      *        under a fresh set of lines, so the ledger holds the
      *        rerun's lines instead (the last set per date wins, as
      *        GLCORR00 reads the sent-history);
      *    'R' refused -- the run's file was out of balance or the
      *        run ended abnormally, so it was never sent.
      *  The map fields are the portfolio's GLACCT accounts as they
      *  stood when the line was written; blank with GLP-SUSPENSE-IND
      *  'Y' when it had none and the line went to suspense.  For a
      *  suspense line, GLP-SUSP-FIRST-DATE and GLP-SUSP-CUM-AMT are
      *  the portfolio's entry on tonight's suspense tracking
      *  (GLSUSP.DAT) -- blank and zero once it has been mapped and
      *  dropped off.
      *----------------------------------------------------------------
       01  GLP-REC.
           05  GLP-KEY.
               10  GLP-PORTFOLIO-ID      PIC X(08).
               10  GLP-BUSINESS-DATE     PIC X(08).
               10  GLP-LOG-SEQ           PIC 9(09).
           05  GLP-SOURCE            PIC X(01).
               88  GLP-EXTRACT       VALUE 'X'.
               88  GLP-CORRECTION    VALUE 'C'.
               88  GLP-BACKOUT       VALUE 'B'.
           05  GLP-STATUS            PIC X(01).
               88  GLP-POSTED        VALUE 'P'.
               88  GLP-SUPERSEDED    VALUE 'S'.
               88  GLP-REFUSED       VALUE 'R'.
           05  GLP-RUN-TOKEN         PIC X(16).
           05  GLP-RUN-STAMP         PIC X(14).
           05  GLP-SUSPENSE-IND      PIC X(01).
               88  GLP-SUSPENSE      VALUE 'Y'.
           05  GLP-ACCOUNT           PIC X(10).
           05  GLP-DR-CR-IND         PIC X(01).
               88  GLP-DEBIT         VALUE 'D'.
               88  GLP-CREDIT        VALUE 'C'.
           05  GLP-AMOUNT            PIC S9(13)V99 COMP-3.
           05  GLP-TRADE-DATE        PIC X(08).
           05  GLP-DESCRIPTION       PIC X(20).
           05  GLP-ENTITY-CODE       PIC X(04).
           05  GLP-MAP-REALIZED      PIC X(10).
           05  GLP-MAP-UNREALIZED    PIC X(10).
           05  GLP-MAP-OFFSET        PIC X(10).
           05  GLP-SUSP-FIRST-DATE   PIC X(08).
           05  GLP-SUSP-CUM-AMT      PIC S9(13)V99 COMP-3.
