      *----------------------------------------------------------------
      *  RPTQREQ.CPY
      *  Report-request record -- one per ad hoc report a user has
      *  asked for through the RPRQ transaction (RPTRQS00), kept in
      *  the RPTQREQ dataset keyed by RQQ-REQUEST-ID, the timestamp
      *  the request was keyed (the same way PENDCORR is keyed), so
      *  the queue is worked oldest first.
      *
      *  RQQ-REPORT-CODE is the program the request runs, one of the
      *  entries on RPTQRPT.cpy, and RQQ-PARM-VALUE (1) to (4) are
      *  its parameters in that entry's order -- blank where the
      *  report takes fewer, or where a blank means "all".
      *
      *  RPTQDS00 moves each request through its life:
      *    Q  queued by the requester, waiting for the evening window
      *    X  cancelled by the requester before it was submitted
      *    S  submitted -- RQQ-JOB-NAME is the job it went out as
      *    C  complete -- the report is ready on RQQ-OUTPUT-DSN
      *    F  failed -- RQQ-STATUS-TEXT says why
      *  RQQ-STATUS-DATE/-TIME are when it last changed status.
      *----------------------------------------------------------------
       01  RQQ-REC.
           05  RQQ-REQUEST-ID            PIC X(26).
           05  RQQ-REQUESTED-BY          PIC X(08).
           05  RQQ-REPORT-CODE           PIC X(08).
           05  RQQ-PARM-VALUE            PIC X(08) OCCURS 4 TIMES.
           05  RQQ-STATUS                PIC X(01).
               88  RQQ-QUEUED            VALUE 'Q'.
               88  RQQ-CANCELLED         VALUE 'X'.
               88  RQQ-SUBMITTED         VALUE 'S'.
               88  RQQ-COMPLETE          VALUE 'C'.
               88  RQQ-FAILED            VALUE 'F'.
               88  RQQ-FINISHED          VALUE 'X' 'C' 'F'.
           05  RQQ-STATUS-DATE           PIC X(08).
           05  RQQ-STATUS-TIME           PIC X(06).
           05  RQQ-JOB-NAME              PIC X(08).
           05  RQQ-OUTPUT-DSN            PIC X(44).
           05  RQQ-STATUS-TEXT           PIC X(40).
