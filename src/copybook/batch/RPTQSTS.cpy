      *----------------------------------------------------------------
      *  RPTQSTS.CPY
      *  Report-request result record -- appended to RPTQSTS.DAT by
      *  the last step of every job RPTQDS00 submits (RPTQDS00 in
      *  its POST mode), one per finished request: C when the report
      *  step ended RC 4 or less, F otherwise.  The next dispatcher
      *  run folds each result onto its RPTQREQ entry and empties
      *  the file, so the online queue never waits on a job.
      *----------------------------------------------------------------
       01  RQS-REC.
           05  RQS-REQUEST-ID            PIC X(26).
           05  RQS-RESULT                PIC X(01).
               88  RQS-COMPLETE          VALUE 'C'.
               88  RQS-FAILED            VALUE 'F'.
           05  RQS-JOB-NAME              PIC X(08).
           05  RQS-POSTED-DATE           PIC X(08).
           05  RQS-POSTED-TIME           PIC X(06).
