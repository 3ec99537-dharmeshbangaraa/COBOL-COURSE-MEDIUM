      *----------------------------------------------------------------
      *  CPTYREF.CPY
      *  Counterparty reference record -- the layout of CPTYREF.DAT,
      *  credit risk's list of the brokers and dealers the desks may
      *  trade with.  UTLVAL00 rejects a trade naming a counterparty
      *  that is not on file or has been suspended, and RPTCPX00
      *  measures each counterparty's open exposure and unsettled
      *  trades against CPT-EXPOSURE-LIMIT.
      *
      *  CPT-STATUS: 'A' active; 'S' suspended by credit risk -- new
      *  trades are rejected but the entry stays so the exposure
      *  still left on the book reports under its name.
      *
      *  CPT-EXPOSURE-LIMIT is in USD.  Zero means no limit has been
      *  set and the counterparty is reported but never in breach.
      *----------------------------------------------------------------
       01  CPT-REC.
           05  CPT-COUNTERPARTY-CODE PIC X(08).
           05  CPT-NAME              PIC X(30).
           05  CPT-STATUS            PIC X(01).
               88  CPT-ACTIVE        VALUE 'A'.
               88  CPT-SUSPENDED     VALUE 'S'.
           05  CPT-EXPOSURE-LIMIT    PIC S9(13)V99 COMP-3.
