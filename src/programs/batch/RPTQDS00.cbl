       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTQDS00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  RPTQDS00 -- REPORT REQUEST DISPATCHER
      *  Works the ad hoc report queue users key through the RPRQ
      *  transaction (RPTRQS00) -- RPTQREQ.DAT, RPTQREQ.cpy -- so a
      *  run of RPTHIS00, RPTLIN00, AUDEXT00, UTLRST00 or RPTEXP00
      *  no longer needs operations to edit its STDENV by hand.
      *
      *  Each run:
      *    - folds the results the finished request jobs have posted
      *      to RPTQSTS.DAT (RPTQSTS.cpy) onto their requests --
      *      complete, with the report on its output dataset, or
      *      failed -- and empties the file;
      *    - inside the evening window (RPTQ-WINDOW-FROM/-TO, HHMM,
      *      default 1800 to 2300) submits every queued request, up
      *      to RPTQ-MAX-SUBMIT (default 20) a run, as its own job
      *      on the internal reader (RPTQJOB.DAT).  The job is built
      *      from the JCL skeleton cards on RPTQSKL.DAT -- the
      *      '*JOB' cards, the report's own cards, then the '*POST'
      *      cards -- with the request's parameters and names put in
      *      place of the <...> tokens:
      *        <JOB>   job name, RQ and the time the request was keyed
      *        <USER>  the requester, notified when the job ends
      *        <HLQ>   RPTQ-HLQ (default PROD.PNLBATCH)
      *        <ID>    Dyymmdd.Thhmmssh, the request's own qualifiers
      *        <RQID>  the request ID, for the post steps
      *        <P1>-<P4>  the parameters as keyed
      *        <GEN>   a generations-back parameter as a relative
      *                generation number, 0 or -n
      *      The request is marked submitted with its job name and
      *      the output dataset, &HLQ..RPTQ.<ID>.<output DD>;
      *    - purges cancelled, complete and failed requests whose
      *      status is more than RPTQ-KEEP-DAYS (default 30) old;
      *    - rewrites the queue and lists what it did on RPTQDS.PRT.
      *
      *  POST mode (RPTQ-MODE=POST) is the last step of every job
      *  submitted: it only appends the one result -- RPTQ-REQUEST,
      *  RPTQ-RESULT C or F, RPTQ-JOB -- to RPTQSTS.DAT, so a job
      *  finishing never waits on the queue the online region holds.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'RPTQREQ.DAT'
               FILE STATUS IS WS-RQQ-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO 'RPTQSTS.DAT'
               FILE STATUS IS WS-RQS-FILE-STATUS.
           SELECT SKELETON-FILE ASSIGN TO 'RPTQSKL.DAT'
               FILE STATUS IS WS-SKL-FILE-STATUS.
           SELECT JOB-FILE ASSIGN TO 'RPTQJOB.DAT'.
           SELECT DISPATCH-REPORT ASSIGN TO 'RPTQDS.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The request queue; the record itself is RPTQREQ.cpy, held
      *--  in working storage.
       FD  REQUEST-FILE.
       01  RQF-REC                   PIC X(181).

       FD  RESULT-FILE.
           COPY RPTQSTS.

      *--  JCL skeleton cards: columns 1-8 the report code (or *JOB
      *--  / *POST), 9-80 the card.
       FD  SKELETON-FILE.
       01  SKL-REC.
           05  SKL-REPORT-CODE       PIC X(08).
           05  SKL-CARD              PIC X(72).

      *--  The generated jobs, one 80-byte card per record, to the
      *--  internal reader.
       FD  JOB-FILE.
       01  JOB-REC.
           05  JOB-CARD              PIC X(72).
           05  FILLER                PIC X(08).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  DISPATCH-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-RQQ-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RQQ-FILE-OK        VALUE '00'.
       01  WS-RQS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RQS-FILE-OK        VALUE '00'.
           88  WS-RQS-FILE-MISSING   VALUE '35'.
       01  WS-SKL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SKL-FILE-OK        VALUE '00'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-QUEUE-FULL-IND         PIC X(01) VALUE 'N'.
           88  WS-QUEUE-FULL         VALUE 'Y'.
       01  WS-SKELETON-FULL-IND      PIC X(01) VALUE 'N'.
           88  WS-SKELETON-FULL      VALUE 'Y'.
       01  WS-IN-WINDOW-IND          PIC X(01) VALUE 'N'.
           88  WS-IN-WINDOW          VALUE 'Y'.
       01  WS-POST-INVALID-IND       PIC X(01) VALUE 'N'.
           88  WS-POST-INVALID       VALUE 'Y'.
       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-RUN-MODE               PIC X(04) VALUE SPACES.
           88  WS-POST-MODE          VALUE 'POST'.

      *--  Run parameters off STDENV, each with its default.
       01  WS-WINDOW-FROM            PIC 9(04) VALUE 1800.
       01  WS-WINDOW-TO              PIC 9(04) VALUE 2300.
       01  WS-MAX-SUBMIT             PIC 9(03) VALUE 20.
       01  WS-KEEP-DAYS              PIC 9(03) VALUE 30.
       01  WS-HLQ                    PIC X(20) VALUE 'PROD.PNLBATCH'.
       01  WS-ENV-VALUE              PIC X(20) VALUE SPACES.

      *--  POST mode's one result.
       01  WS-POST-REQUEST           PIC X(26) VALUE SPACES.
       01  WS-POST-RESULT            PIC X(01) VALUE SPACE.
       01  WS-POST-JOB               PIC X(08) VALUE SPACES.

       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
       01  WS-TIME-FIELDS REDEFINES WS-ACCEPT-TIME.
           05  WS-TIME-HHMM          PIC 9(04).
           05  WS-TIME-SS            PIC 9(02).
           05  WS-TIME-HS            PIC 9(02).
       01  WS-TODAY                  PIC X(08) VALUE SPACES.
       01  WS-NOW-HHMMSS             PIC X(06) VALUE SPACES.
       01  WS-PURGE-BEFORE-DATE      PIC 9(08) VALUE ZERO.

      *--  The whole queue, in key order, each entry one RPTQREQ.cpy
      *--  record image.
       01  WS-RQT-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-RQT-TABLE.
           05  WS-RQT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RQT-COUNT
                   INDEXED BY WS-RQT-IDX
                                     PIC X(181).
       01  WS-RQT-SUB                PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-KEEP-SUB               PIC 9(04) COMP-3 VALUE ZERO.

      *--  The JCL skeleton cards, in file order.
       01  WS-SKT-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SKT-TABLE.
           05  WS-SKT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKT-COUNT
                   INDEXED BY WS-SKT-IDX.
               10  WS-SKT-REPORT-CODE    PIC X(08).
               10  WS-SKT-CARD           PIC X(72).
       01  WS-SKT-SUB                PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-JOB-CARD-COUNT         PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-POST-CARD-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-REPORT-CARD-COUNT      PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-WANTED-CODE            PIC X(08) VALUE SPACES.

      *--  The request being submitted: its names for the tokens.
       01  WS-JOB-NAME               PIC X(08) VALUE SPACES.
       01  WS-ID-QUALIFIERS          PIC X(16) VALUE SPACES.
       01  WS-GENERATION             PIC X(04) VALUE SPACES.
       01  WS-PARM-SUB               PIC 9(01) COMP-3 VALUE ZERO.

      *--  One skeleton card under token substitution.
       01  WS-CARD                   PIC X(72) VALUE SPACES.
       01  WS-NEW-CARD               PIC X(72) VALUE SPACES.
       01  WS-CARD-PTR               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TOKEN-START            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TOKEN-LEN              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-REST-START             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TOKEN                  PIC X(08) VALUE SPACES.
       01  WS-TOKEN-VALUE            PIC X(44) VALUE SPACES.
       01  WS-VALUE-LEN              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TOKEN-PASSES           PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-MORE-TOKENS-IND        PIC X(01) VALUE 'N'.
           88  WS-MORE-TOKENS        VALUE 'Y'.

           COPY RPTQREQ.
           COPY RPTQRPT.

       01  WS-RESULTS-READ           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-RESULTS-APPLIED        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-RESULTS-UNMATCHED      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-COMPLETE-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-FAILED-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SUBMITTED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NOT-SUBMITTED-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-WAITING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PURGED-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SECTION-LINES          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(36)
                   VALUE 'REPORT REQUEST DISPATCH'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(10) VALUE '   AS AT: '.
           05  HDR-TODAY             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  HDR-NOW               PIC X(06).
           05  FILLER                PIC X(11) VALUE '   WINDOW: '.
           05  HDR-WINDOW-FROM       PIC 9(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  HDR-WINDOW-TO         PIC 9(04).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(60).

       01  WS-REQUEST-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(21) VALUE 'REQUESTED'.
           05  FILLER                PIC X(10) VALUE 'REPORT'.
           05  FILLER                PIC X(10) VALUE 'BY'.
           05  FILLER                PIC X(11) VALUE 'STATUS'.
           05  FILLER                PIC X(10) VALUE 'JOB'.
           05  FILLER                PIC X(44) VALUE 'OUTPUT / NOTE'.

       01  WS-REQUEST-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  RQL-REQUESTED         PIC X(19).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RQL-REPORT-CODE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RQL-REQUESTED-BY      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RQL-STATUS            PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RQL-JOB-NAME          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RQL-NOTE              PIC X(44).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NONE-TEXT             PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-DISPATCH.
           PERFORM 1000-INITIALIZE
           IF WS-POST-MODE
               PERFORM 1500-POST-RESULT
           ELSE
               PERFORM 2000-APPLY-RESULTS
               PERFORM 3000-SUBMIT-QUEUED
               PERFORM 4000-PURGE-FINISHED
               PERFORM 4500-REWRITE-QUEUE
               PERFORM 5100-WRITE-WAITING
               PERFORM 5900-WRITE-SUMMARY
               PERFORM 9999-TERMINATE
           END-IF
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT 'RPTQ-MODE'
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-TODAY
           MOVE WS-ACCEPT-TIME (1:6) TO WS-NOW-HHMMSS
           MOVE WS-TODAY TO WS-RUN-DATE
           IF NOT WS-POST-MODE
               PERFORM 1020-READ-RUN-PARAMETERS
               PERFORM 1050-READ-DISPATCH-PARAMETERS
               PERFORM 1100-LOAD-SKELETON
               PERFORM 1200-LOAD-QUEUE
               OPEN OUTPUT DISPATCH-REPORT
               MOVE WS-RUN-DATE TO HDR-RUN-DATE
               MOVE WS-TODAY TO HDR-TODAY
               MOVE WS-NOW-HHMMSS TO HDR-NOW
               MOVE WS-WINDOW-FROM TO HDR-WINDOW-FROM
               MOVE WS-WINDOW-TO TO HDR-WINDOW-TO
               WRITE RPT-LINE FROM WS-HEADER-LINE
           END-IF
           .

       1020-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNP-FILE-OK
               READ RUN-PARM-FILE
               MOVE RUNP-BUSINESS-DATE TO WS-RUN-DATE
               MOVE RUNP-RUN-TOKEN TO WS-RUN-TOKEN
               CLOSE RUN-PARM-FILE
           ELSE
               IF WS-RUNP-FILE-MISSING
                   CONTINUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1050-READ-DISPATCH-PARAMETERS takes the window, the per-run
      *  limit, the retention and the high-level qualifier off
      *  STDENV; anything not keyed, or not a number where a number
      *  is wanted, keeps its default.  The window runs on the wall
      *  clock, not the business date, and may run past midnight
      *  (FROM later than TO).
      *----------------------------------------------------------------
       1050-READ-DISPATCH-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTQ-WINDOW-FROM'
           IF WS-ENV-VALUE (1:4) IS NUMERIC
               MOVE WS-ENV-VALUE (1:4) TO WS-WINDOW-FROM
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTQ-WINDOW-TO'
           IF WS-ENV-VALUE (1:4) IS NUMERIC
               MOVE WS-ENV-VALUE (1:4) TO WS-WINDOW-TO
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTQ-MAX-SUBMIT'
           IF WS-ENV-VALUE (1:3) IS NUMERIC
               MOVE WS-ENV-VALUE (1:3) TO WS-MAX-SUBMIT
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTQ-KEEP-DAYS'
           IF WS-ENV-VALUE (1:3) IS NUMERIC
               MOVE WS-ENV-VALUE (1:3) TO WS-KEEP-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTQ-HLQ'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HLQ
           END-IF
           IF WS-WINDOW-FROM NOT > WS-WINDOW-TO
               IF WS-TIME-HHMM NOT < WS-WINDOW-FROM
                       AND WS-TIME-HHMM < WS-WINDOW-TO
                   MOVE 'Y' TO WS-IN-WINDOW-IND
               END-IF
           ELSE
               IF WS-TIME-HHMM NOT < WS-WINDOW-FROM
                       OR WS-TIME-HHMM < WS-WINDOW-TO
                   MOVE 'Y' TO WS-IN-WINDOW-IND
               END-IF
           END-IF
           COMPUTE WS-PURGE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE)
                - WS-KEEP-DAYS)
           .

      *----------------------------------------------------------------
      *  1100-LOAD-SKELETON loads the JCL skeleton cards.  Without a
      *  *JOB and a *POST card nothing can be submitted; queued
      *  requests then wait, and the step ends in error.
      *----------------------------------------------------------------
       1100-LOAD-SKELETON.
           MOVE ZERO TO WS-SKT-COUNT
           OPEN INPUT SKELETON-FILE
           IF WS-SKL-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SKELETON-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SKT-COUNT < 500
                               ADD 1 TO WS-SKT-COUNT
                               MOVE SKL-REPORT-CODE TO
                                   WS-SKT-REPORT-CODE (WS-SKT-COUNT)
                               MOVE SKL-CARD TO
                                   WS-SKT-CARD (WS-SKT-COUNT)
                               IF SKL-REPORT-CODE = '*JOB'
                                   ADD 1 TO WS-JOB-CARD-COUNT
                               END-IF
                               IF SKL-REPORT-CODE = '*POST'
                                   ADD 1 TO WS-POST-CARD-COUNT
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-SKELETON-FULL-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKELETON-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1200-LOAD-QUEUE reads the whole queue into the table.  No
      *  queue yet means nobody has asked for anything.  A queue too
      *  big for the table is never rewritten -- that would drop
      *  requests -- and the step ends in error for support to raise
      *  the limit.
      *----------------------------------------------------------------
       1200-LOAD-QUEUE.
           MOVE ZERO TO WS-RQT-COUNT
           OPEN INPUT REQUEST-FILE
           IF WS-RQQ-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-RQT-COUNT < 2000
                               ADD 1 TO WS-RQT-COUNT
                               MOVE RQF-REC
                                   TO WS-RQT-ENTRY (WS-RQT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-QUEUE-FULL-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1500-POST-RESULT is the whole of a POST-mode run: append the
      *  finished job's result for the next dispatcher run to fold
      *  in.  The first result ever posted starts the file.
      *----------------------------------------------------------------
       1500-POST-RESULT.
           ACCEPT WS-POST-REQUEST FROM ENVIRONMENT 'RPTQ-REQUEST'
           ACCEPT WS-POST-RESULT FROM ENVIRONMENT 'RPTQ-RESULT'
           ACCEPT WS-POST-JOB FROM ENVIRONMENT 'RPTQ-JOB'
           IF WS-POST-REQUEST = SPACES
                   OR (WS-POST-RESULT NOT = 'C'
                       AND WS-POST-RESULT NOT = 'F')
               MOVE 'Y' TO WS-POST-INVALID-IND
           ELSE
               OPEN EXTEND RESULT-FILE
               IF WS-RQS-FILE-MISSING
                   OPEN OUTPUT RESULT-FILE
               END-IF
               MOVE WS-POST-REQUEST TO RQS-REQUEST-ID
               MOVE WS-POST-RESULT TO RQS-RESULT
               MOVE WS-POST-JOB TO RQS-JOB-NAME
               MOVE WS-TODAY TO RQS-POSTED-DATE
               MOVE WS-NOW-HHMMSS TO RQS-POSTED-TIME
               WRITE RQS-REC
               CLOSE RESULT-FILE
               DISPLAY 'RPTQDS00 POSTED ' WS-POST-RESULT
                   ' FOR REQUEST ' WS-POST-REQUEST
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-APPLY-RESULTS folds each posted result onto its request.
      *  A result for a request no longer on the queue is counted and
      *  dropped.
      *----------------------------------------------------------------
       2000-APPLY-RESULTS.
           MOVE 'RESULTS POSTED SINCE THE LAST RUN' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-LINES
           OPEN INPUT RESULT-FILE
           IF WS-RQS-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ RESULT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RESULTS-READ
                           PERFORM 2100-APPLY-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-SECTION-LINES = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       2100-APPLY-ONE-RESULT.
           MOVE 'N' TO WS-FOUND-IND
           PERFORM VARYING WS-RQT-SUB FROM 1 BY 1
                   UNTIL WS-RQT-SUB > WS-RQT-COUNT OR WS-FOUND
               MOVE WS-RQT-ENTRY (WS-RQT-SUB) TO RQQ-REC
               IF RQQ-REQUEST-ID = RQS-REQUEST-ID
                   MOVE 'Y' TO WS-FOUND-IND
                   PERFORM 2110-MARK-FINISHED
                   MOVE RQQ-REC TO WS-RQT-ENTRY (WS-RQT-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               ADD 1 TO WS-RESULTS-UNMATCHED
           END-IF
           .

       2110-MARK-FINISHED.
           ADD 1 TO WS-RESULTS-APPLIED
           MOVE RQS-POSTED-DATE TO RQQ-STATUS-DATE
           MOVE RQS-POSTED-TIME TO RQQ-STATUS-TIME
           MOVE SPACES TO RQQ-STATUS-TEXT
           IF RQS-COMPLETE
               SET RQQ-COMPLETE TO TRUE
               MOVE 'REPORT READY' TO RQQ-STATUS-TEXT
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
               SET RQQ-FAILED TO TRUE
               STRING 'REPORT JOB FAILED - SEE JOB LOG ' RQQ-JOB-NAME
                   DELIMITED BY SIZE INTO RQQ-STATUS-TEXT
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           PERFORM 8200-WRITE-REQUEST-LINE
           .

      *----------------------------------------------------------------
      *  3000-SUBMIT-QUEUED sends each queued request out as its own
      *  job, oldest first, while the window is open.  Outside it the
      *  queue just waits for the evening.
      *----------------------------------------------------------------
       3000-SUBMIT-QUEUED.
           MOVE 'SUBMITTED THIS RUN' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-LINES
           EVALUATE TRUE
               WHEN NOT WS-IN-WINDOW
                   MOVE 'NONE - OUTSIDE THE EVENING WINDOW' TO NONE-TEXT
                   WRITE RPT-LINE FROM WS-NONE-LINE
               WHEN WS-QUEUE-FULL
                   MOVE 'NONE - QUEUE TOO LARGE TO UPDATE' TO NONE-TEXT
                   WRITE RPT-LINE FROM WS-NONE-LINE
               WHEN WS-JOB-CARD-COUNT = ZERO
                       OR WS-POST-CARD-COUNT = ZERO
                   MOVE 'NONE - JCL SKELETON MISSING' TO NONE-TEXT
                   WRITE RPT-LINE FROM WS-NONE-LINE
               WHEN OTHER
                   OPEN OUTPUT JOB-FILE
                   PERFORM VARYING WS-RQT-SUB FROM 1 BY 1
                           UNTIL WS-RQT-SUB > WS-RQT-COUNT
                           OR WS-SUBMITTED-COUNT NOT < WS-MAX-SUBMIT
                       MOVE WS-RQT-ENTRY (WS-RQT-SUB) TO RQQ-REC
                       IF RQQ-QUEUED
                           PERFORM 3100-SUBMIT-ONE-REQUEST
                           MOVE RQQ-REC TO WS-RQT-ENTRY (WS-RQT-SUB)
                       END-IF
                   END-PERFORM
                   CLOSE JOB-FILE
                   IF WS-SECTION-LINES = ZERO
                       MOVE 'NONE' TO NONE-TEXT
                       WRITE RPT-LINE FROM WS-NONE-LINE
                   END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  3100-SUBMIT-ONE-REQUEST writes the request's job.  A report
      *  no longer on RPTQRPT.cpy, or with no skeleton cards of its
      *  own, cannot be run: the request fails with the reason.
      *----------------------------------------------------------------
       3100-SUBMIT-ONE-REQUEST.
           MOVE 'N' TO WS-FOUND-IND
           SET RQR-IDX TO 1
           SEARCH RQR-REPORT-ENTRY
               AT END
                   CONTINUE
               WHEN RQR-REPORT-CODE (RQR-IDX) = RQQ-REPORT-CODE
                   MOVE 'Y' TO WS-FOUND-IND
           END-SEARCH
           MOVE ZERO TO WS-REPORT-CARD-COUNT
           IF WS-FOUND
               PERFORM VARYING WS-SKT-SUB FROM 1 BY 1
                       UNTIL WS-SKT-SUB > WS-SKT-COUNT
                   IF WS-SKT-REPORT-CODE (WS-SKT-SUB) = RQQ-REPORT-CODE
                       ADD 1 TO WS-REPORT-CARD-COUNT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-TODAY TO RQQ-STATUS-DATE
           MOVE WS-NOW-HHMMSS TO RQQ-STATUS-TIME
           MOVE SPACES TO RQQ-STATUS-TEXT
           IF NOT WS-FOUND OR WS-REPORT-CARD-COUNT = ZERO
               SET RQQ-FAILED TO TRUE
               MOVE 'NOT RUN - NO JCL SKELETON FOR THE REPORT'
                   TO RQQ-STATUS-TEXT
               ADD 1 TO WS-NOT-SUBMITTED-COUNT
           ELSE
               PERFORM 3200-BUILD-REQUEST-NAMES
               MOVE '*JOB' TO WS-WANTED-CODE
               PERFORM 3300-WRITE-SKELETON-CARDS
               MOVE RQQ-REPORT-CODE TO WS-WANTED-CODE
               PERFORM 3300-WRITE-SKELETON-CARDS
               MOVE '*POST' TO WS-WANTED-CODE
               PERFORM 3300-WRITE-SKELETON-CARDS
               SET RQQ-SUBMITTED TO TRUE
               MOVE WS-JOB-NAME TO RQQ-JOB-NAME
               MOVE SPACES TO RQQ-OUTPUT-DSN
               STRING WS-HLQ DELIMITED BY SPACE
                      '.RPTQ.' WS-ID-QUALIFIERS '.'
                      DELIMITED BY SIZE
                      RQR-OUTPUT-DD (RQR-IDX) DELIMITED BY SPACE
                   INTO RQQ-OUTPUT-DSN
               STRING 'SUBMITTED AS JOB ' WS-JOB-NAME
                   DELIMITED BY SIZE INTO RQQ-STATUS-TEXT
               ADD 1 TO WS-SUBMITTED-COUNT
           END-IF
           PERFORM 8200-WRITE-REQUEST-LINE
           .

      *----------------------------------------------------------------
      *  3200-BUILD-REQUEST-NAMES derives the job name and the
      *  dataset qualifiers from the request ID, the keyed timestamp
      *  'YYYY-MM-DD-HH.MM.SS.hh0000', and the relative generation
      *  from a generations-back parameter.
      *----------------------------------------------------------------
       3200-BUILD-REQUEST-NAMES.
           STRING 'RQ' RQQ-REQUEST-ID (12:2) RQQ-REQUEST-ID (15:2)
                  RQQ-REQUEST-ID (18:2)
               DELIMITED BY SIZE INTO WS-JOB-NAME
           STRING 'D' RQQ-REQUEST-ID (3:2) RQQ-REQUEST-ID (6:2)
                  RQQ-REQUEST-ID (9:2) '.T' RQQ-REQUEST-ID (12:2)
                  RQQ-REQUEST-ID (15:2) RQQ-REQUEST-ID (18:2)
                  RQQ-REQUEST-ID (21:1)
               DELIMITED BY SIZE INTO WS-ID-QUALIFIERS
           MOVE '0' TO WS-GENERATION
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 4
               IF RQR-KIND-GENERATION (RQR-IDX WS-PARM-SUB)
                   MOVE RQQ-PARM-VALUE (WS-PARM-SUB) TO WS-TOKEN-VALUE
                   IF WS-TOKEN-VALUE (1:1) = '0'
                           AND WS-TOKEN-VALUE (2:1) NOT = SPACE
                       MOVE WS-TOKEN-VALUE (2:1) TO WS-TOKEN-VALUE
                   END-IF
                   IF WS-TOKEN-VALUE (1:1) NOT = '0'
                       MOVE SPACES TO WS-GENERATION
                       STRING '-' WS-TOKEN-VALUE (1:2)
                           DELIMITED BY SIZE INTO WS-GENERATION
                   END-IF
               END-IF
           END-PERFORM
           .

       3300-WRITE-SKELETON-CARDS.
           PERFORM VARYING WS-SKT-SUB FROM 1 BY 1
                   UNTIL WS-SKT-SUB > WS-SKT-COUNT
               IF WS-SKT-REPORT-CODE (WS-SKT-SUB) = WS-WANTED-CODE
                   MOVE WS-SKT-CARD (WS-SKT-SUB) TO WS-CARD
                   PERFORM 8300-SUBSTITUTE-TOKENS
                   MOVE SPACES TO JOB-REC
                   MOVE WS-CARD TO JOB-CARD
                   WRITE JOB-REC
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  4000-PURGE-FINISHED drops requests that finished -- complete,
      *  failed or cancelled -- more than the retention ago.  The
      *  requester has had a month to collect the report; the output
      *  dataset itself is left to the storage class's own expiry.
      *----------------------------------------------------------------
       4000-PURGE-FINISHED.
           MOVE ZERO TO WS-KEEP-SUB
           PERFORM VARYING WS-RQT-SUB FROM 1 BY 1
                   UNTIL WS-RQT-SUB > WS-RQT-COUNT
               MOVE WS-RQT-ENTRY (WS-RQT-SUB) TO RQQ-REC
               IF RQQ-FINISHED
                       AND RQQ-STATUS-DATE < WS-PURGE-BEFORE-DATE
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   ADD 1 TO WS-KEEP-SUB
                   MOVE RQQ-REC TO WS-RQT-ENTRY (WS-KEEP-SUB)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-SUB TO WS-RQT-COUNT
           .

      *----------------------------------------------------------------
      *  4500-REWRITE-QUEUE writes the queue back in key order and
      *  empties the results just folded in -- unless the queue
      *  outgrew the table, when both are left as they are for the
      *  next run once the limit is raised.
      *----------------------------------------------------------------
       4500-REWRITE-QUEUE.
           IF NOT WS-QUEUE-FULL
               OPEN OUTPUT REQUEST-FILE
               PERFORM VARYING WS-RQT-SUB FROM 1 BY 1
                       UNTIL WS-RQT-SUB > WS-RQT-COUNT
                   MOVE WS-RQT-ENTRY (WS-RQT-SUB) TO RQF-REC
                   WRITE RQF-REC
               END-PERFORM
               CLOSE REQUEST-FILE
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
           END-IF
           .

       5100-WRITE-WAITING.
           MOVE 'STILL QUEUED OR RUNNING' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-RQT-SUB FROM 1 BY 1
                   UNTIL WS-RQT-SUB > WS-RQT-COUNT
               MOVE WS-RQT-ENTRY (WS-RQT-SUB) TO RQQ-REC
               IF RQQ-QUEUED OR RQQ-SUBMITTED
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM 8200-WRITE-REQUEST-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       5900-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE 'RESULTS POSTED' TO SUM-LABEL
           MOVE WS-RESULTS-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REPORTS COMPLETED' TO SUM-LABEL
           MOVE WS-COMPLETE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REPORT JOBS FAILED' TO SUM-LABEL
           MOVE WS-FAILED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RESULTS FOR REQUESTS NOT ON THE QUEUE' TO SUM-LABEL
           MOVE WS-RESULTS-UNMATCHED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS SUBMITTED' TO SUM-LABEL
           MOVE WS-SUBMITTED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS THAT COULD NOT BE RUN' TO SUM-LABEL
           MOVE WS-NOT-SUBMITTED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'STILL QUEUED OR RUNNING' TO SUM-LABEL
           MOVE WS-WAITING-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FINISHED REQUESTS PURGED' TO SUM-LABEL
           MOVE WS-PURGED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS ON THE QUEUE' TO SUM-LABEL
           MOVE WS-RQT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-QUEUE-FULL
               MOVE 'QUEUE FULL - RPTQREQ NOT REWRITTEN' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           IF WS-SKELETON-FULL
               MOVE 'SKELETON TOO LARGE - LATER CARDS IGNORED'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       8200-WRITE-REQUEST-LINE.
           IF WS-SECTION-LINES = ZERO
               WRITE RPT-LINE FROM WS-REQUEST-HEADER
           END-IF
           ADD 1 TO WS-SECTION-LINES
           MOVE RQQ-REQUEST-ID (1:19) TO RQL-REQUESTED
           MOVE RQQ-REPORT-CODE TO RQL-REPORT-CODE
           MOVE RQQ-REQUESTED-BY TO RQL-REQUESTED-BY
           EVALUATE TRUE
               WHEN RQQ-QUEUED
                   MOVE 'QUEUED' TO RQL-STATUS
               WHEN RQQ-SUBMITTED
                   MOVE 'SUBMITTED' TO RQL-STATUS
               WHEN RQQ-COMPLETE
                   MOVE 'READY' TO RQL-STATUS
               WHEN RQQ-FAILED
                   MOVE 'FAILED' TO RQL-STATUS
               WHEN RQQ-CANCELLED
                   MOVE 'CANCELLED' TO RQL-STATUS
               WHEN OTHER
                   MOVE RQQ-STATUS TO RQL-STATUS
           END-EVALUATE
           MOVE RQQ-JOB-NAME TO RQL-JOB-NAME
           IF RQQ-SUBMITTED OR RQQ-COMPLETE
               MOVE RQQ-OUTPUT-DSN TO RQL-NOTE
           ELSE
               MOVE RQQ-STATUS-TEXT TO RQL-NOTE
           END-IF
           WRITE RPT-LINE FROM WS-REQUEST-LINE
           .

      *----------------------------------------------------------------
      *  8300-SUBSTITUTE-TOKENS replaces each <...> token on WS-CARD
      *  with the request's value, left to right.  An unknown token
      *  is replaced by nothing; a '<' with no closing '>' is left
      *  as it is.
      *----------------------------------------------------------------
       8300-SUBSTITUTE-TOKENS.
           MOVE ZERO TO WS-TOKEN-PASSES
           MOVE 'Y' TO WS-MORE-TOKENS-IND
           PERFORM 8310-SUBSTITUTE-ONE-TOKEN
               UNTIL NOT WS-MORE-TOKENS OR WS-TOKEN-PASSES > 8
           .

       8310-SUBSTITUTE-ONE-TOKEN.
           ADD 1 TO WS-TOKEN-PASSES
           MOVE ZERO TO WS-TOKEN-START
           INSPECT WS-CARD TALLYING WS-TOKEN-START
               FOR CHARACTERS BEFORE INITIAL '<'
           ADD 1 TO WS-TOKEN-START
           IF WS-TOKEN-START > 71
               MOVE 'N' TO WS-MORE-TOKENS-IND
           ELSE
               MOVE ZERO TO WS-TOKEN-LEN
               INSPECT WS-CARD (WS-TOKEN-START + 1:)
                   TALLYING WS-TOKEN-LEN
                   FOR CHARACTERS BEFORE INITIAL '>'
               COMPUTE WS-REST-START =
                   WS-TOKEN-START + WS-TOKEN-LEN + 2
               IF WS-REST-START > 73 OR WS-TOKEN-LEN > 8
                       OR WS-TOKEN-LEN = ZERO
                   MOVE 'N' TO WS-MORE-TOKENS-IND
               ELSE
                   MOVE WS-CARD (WS-TOKEN-START + 1:WS-TOKEN-LEN)
                       TO WS-TOKEN
                   PERFORM 8320-FIND-TOKEN-VALUE
                   MOVE SPACES TO WS-NEW-CARD
                   MOVE 1 TO WS-CARD-PTR
                   IF WS-TOKEN-START > 1
                       STRING WS-CARD (1:WS-TOKEN-START - 1)
                           DELIMITED BY SIZE
                           INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
                   END-IF
                   IF WS-VALUE-LEN > ZERO
                       STRING WS-TOKEN-VALUE (1:WS-VALUE-LEN)
                           DELIMITED BY SIZE
                           INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
                   END-IF
                   IF WS-REST-START < 73
                       STRING WS-CARD (WS-REST-START:)
                           DELIMITED BY SIZE
                           INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
                   MOVE WS-NEW-CARD TO WS-CARD
               END-IF
           END-IF
           .

       8320-FIND-TOKEN-VALUE.
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE WS-TOKEN
               WHEN 'JOB'
                   MOVE WS-JOB-NAME TO WS-TOKEN-VALUE
               WHEN 'USER'
                   MOVE RQQ-REQUESTED-BY TO WS-TOKEN-VALUE
               WHEN 'HLQ'
                   MOVE WS-HLQ TO WS-TOKEN-VALUE
               WHEN 'ID'
                   MOVE WS-ID-QUALIFIERS TO WS-TOKEN-VALUE
               WHEN 'RQID'
                   MOVE RQQ-REQUEST-ID TO WS-TOKEN-VALUE
               WHEN 'P1'
                   MOVE RQQ-PARM-VALUE (1) TO WS-TOKEN-VALUE
               WHEN 'P2'
                   MOVE RQQ-PARM-VALUE (2) TO WS-TOKEN-VALUE
               WHEN 'P3'
                   MOVE RQQ-PARM-VALUE (3) TO WS-TOKEN-VALUE
               WHEN 'P4'
                   MOVE RQQ-PARM-VALUE (4) TO WS-TOKEN-VALUE
               WHEN 'GEN'
                   MOVE WS-GENERATION TO WS-TOKEN-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 44 TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN < 2
                   OR WS-TOKEN-VALUE (WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM
           IF WS-VALUE-LEN = 1 AND WS-TOKEN-VALUE (1:1) = SPACE
               MOVE ZERO TO WS-VALUE-LEN
           END-IF
           .

       9999-TERMINATE.
           CLOSE DISPATCH-REPORT
           DISPLAY 'RPTQDS00 RESULTS POSTED: ' WS-RESULTS-READ
               ' COMPLETE: ' WS-COMPLETE-COUNT
               ' FAILED: ' WS-FAILED-COUNT
           DISPLAY 'RPTQDS00 SUBMITTED: ' WS-SUBMITTED-COUNT
               ' NOT RUN: ' WS-NOT-SUBMITTED-COUNT
               ' WAITING: ' WS-WAITING-COUNT
               ' PURGED: ' WS-PURGED-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when the queue outgrew
      *  the table, or queued requests could not go out for want of
      *  the skeleton; a warning when a request failed; normal
      *  otherwise.  A POST-mode run is an error only when it was
      *  handed no request or no valid result.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTQDS00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-POST-MODE AND WS-POST-INVALID
                   MOVE 'A003' TO RC-ERROR-CODE
                   MOVE 'POST NEEDS RPTQ-REQUEST AND RPTQ-RESULT C/F'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-POST-MODE
                   SET RC-NORMAL TO TRUE
               WHEN WS-QUEUE-FULL
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'REQUEST QUEUE FULL - RPTQREQ NOT UPDATED'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-IN-WINDOW AND WS-WAITING-COUNT > ZERO
                       AND (WS-JOB-CARD-COUNT = ZERO
                           OR WS-POST-CARD-COUNT = ZERO)
                   MOVE 'A002' TO RC-ERROR-CODE
                   MOVE 'JCL SKELETON MISSING - NOTHING SUBMITTED'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-FAILED-COUNT > ZERO
                       OR WS-NOT-SUBMITTED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'REPORT REQUESTS FAILED - SEE RPTQDS'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
           IF NOT WS-POST-MODE
               PERFORM 9995-WRITE-RUN-LOG
           END-IF
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this step's final return code and
      *  message to the shared run log, so the end-of-chain summary
      *  writer can print the whole night on one page.  The first-ever
      *  run starts the file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'RPTQDS00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
