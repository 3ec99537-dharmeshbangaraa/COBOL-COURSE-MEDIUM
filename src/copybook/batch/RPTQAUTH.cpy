      *----------------------------------------------------------------
      *  RPTQAUTH.CPY
      *  Report-request entitlement record -- the layout of the
      *  RPTQAUTH dataset, one entry per user per report (a report
      *  code off RPTQRPT.cpy, or *ALL for every report on the
      *  queue) the user may request through the RPRQ transaction.
      *  Keyed user then report, so RPTRQS00 reads the exact entry
      *  and falls back to the user's *ALL entry.
      *
      *  Maintained by data security.  An entry covers its report
      *  through RQA-EXPIRY-DATE (YYYYMMDD) inclusive; past that, or
      *  with no valid date at all, RPTRQS00 treats it as if it were
      *  not there, the same as CORRAUTH.
      *----------------------------------------------------------------
       01  RQA-REC.
           05  RQA-KEY.
               10  RQA-USER-ID           PIC X(08).
               10  RQA-REPORT-CODE       PIC X(08).
           05  RQA-EXPIRY-DATE           PIC X(08).
           05  RQA-GRANTED-BY            PIC X(08).
           05  RQA-GRANTED-DATE          PIC X(08).
