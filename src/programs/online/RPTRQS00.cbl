       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTRQS00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTRQS00 -- AD HOC REPORT REQUEST QUEUE (RPRQ)
      *  RPTHIS00, RPTLIN00, AUDEXT00, UTLRST00 and RPTEXP00 take
      *  their selections from STDENV variables, so every ad hoc run
      *  used to be a ticket for operations to edit and submit JCL.
      *  Here the user keys the report (RPTQRPT.cpy) and its
      *  parameters straight onto the request queue (RPTQREQ,
      *  RPTQREQ.cpy); RPTQDS00 submits what is queued in the
      *  evening window and records each request's status and the
      *  dataset its output lands on, which this screen shows.
      *
      *  The user keys:
      *    N  with a report code and its parameters -- queue a new
      *       request.  The parameters are checked against the
      *       report's entry on RPTQRPT.cpy before anything is
      *       written, and the user must hold an RPTQAUTH entry
      *       (RPTQAUTH.cpy) for that report or for *ALL that has not
      *       expired -- no entry, or no RPTQAUTH file in the region,
      *       refuses the request: fail closed.
      *    X  with a line number 1-5 -- cancel that request, if it is
      *       the user's own and is still waiting to be submitted
      *    blank -- page on through the user's own requests, back to
      *       the first page after the last.  A report code keyed on
      *       its own shows that report's parameters.
      *
      *  Pseudo-conversational: first entry (EIBCALEN = 0) sends the
      *  first page of the user's requests; each re-entry applies
      *  the keyed action and redisplays, or pages on.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in PVCORR00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-BROWSE      VALUE 'BRW'.
           05  WS-CA-PAGE-KEY        PIC X(26).
           05  WS-CA-NEXT-KEY        PIC X(26).
           05  WS-CA-MORE-IND        PIC X(01).
               88  WS-CA-MORE        VALUE 'Y'.
           05  WS-CA-LINE-KEY        PIC X(26) OCCURS 5 TIMES.

       01  WS-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-REPORT-CODE            PIC X(08) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-VALUE         PIC X(08) OCCURS 4 TIMES.
       01  WS-SELECT                 PIC X(01) VALUE SPACE.
       01  WS-SELECT-NUM REDEFINES WS-SELECT
                                     PIC 9(01).
       01  WS-BROWSE-KEY             PIC X(26) VALUE SPACES.

       01  WS-INPUT-VALID-SW         PIC X(01) VALUE 'N'.
           88  WS-INPUT-VALID        VALUE 'Y'.
           88  WS-INPUT-INVALID      VALUE 'N'.
       01  WS-REPORT-FOUND-IND       PIC X(01) VALUE 'N'.
           88  WS-REPORT-FOUND       VALUE 'Y'.
       01  WS-AUTHORIZED-IND         PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED         VALUE 'Y'.

       01  WS-USER-ID                PIC X(08) VALUE SPACES.
       01  WS-MSG-TEXT               PIC X(60) VALUE SPACES.
       01  WS-LABEL-TEXT             PIC X(60) VALUE SPACES.
       01  WS-LABEL-PTR              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RESP-CODE              PIC S9(08) COMP VALUE ZERO.

       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-DATE-FIELDS REDEFINES WS-ACCEPT-DATE.
           05  WS-DATE-YYYY          PIC 9(04).
           05  WS-DATE-MM            PIC 9(02).
           05  WS-DATE-DD            PIC 9(02).
       01  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
       01  WS-TIME-FIELDS REDEFINES WS-ACCEPT-TIME.
           05  WS-TIME-HH            PIC 9(02).
           05  WS-TIME-MM            PIC 9(02).
           05  WS-TIME-SS            PIC 9(02).
           05  WS-TIME-HS            PIC 9(02).
       01  WS-TODAY                  PIC X(08) VALUE SPACES.
       01  WS-NOW-HHMMSS             PIC X(06) VALUE SPACES.
       01  WS-ACTION-TIMESTAMP       PIC X(26) VALUE SPACES.

      *--  One parameter under the check in 3100.
       01  WS-PARM-SUB               PIC 9(01) COMP-3 VALUE ZERO.
       01  WS-CHECK-VALUE            PIC X(08) VALUE SPACES.
       01  WS-CHECK-DATE REDEFINES WS-CHECK-VALUE.
           05  WS-CHECK-YYYY         PIC X(04).
           05  WS-CHECK-MM           PIC X(02).
           05  WS-CHECK-MM-NUM REDEFINES WS-CHECK-MM
                                     PIC 9(02).
           05  WS-CHECK-DD           PIC X(02).
           05  WS-CHECK-DD-NUM REDEFINES WS-CHECK-DD
                                     PIC 9(02).

       01  WS-AUTH-KEY.
           05  WS-AUTH-KEY-USER      PIC X(08).
           05  WS-AUTH-KEY-REPORT    PIC X(08).

      *--  Each request takes two screen lines: what was asked for,
      *--  then where it stands.
       01  WS-REQUEST-LINE.
           05  RL-SELECT             PIC 9(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RL-REPORT-CODE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RL-REQUESTED          PIC X(11).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RL-STATUS             PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RL-PARM OCCURS 4 TIMES.
               10  RL-PARM-VALUE     PIC X(08).
               10  FILLER            PIC X(01).

       01  WS-STATUS-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  SL-TEXT               PIC X(66).

       01  WS-LINE-TABLE.
           05  WS-LINE-OUT           PIC X(70) OCCURS 10 TIMES.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-REQUEST-COUNT          PIC 9(01) COMP-3 VALUE ZERO.

       COPY RPTRQSM.
       COPY RPTQREQ.
       COPY RPTQAUTH.
       COPY RPTQRPT.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-PAGE-KEY        PIC X(26).
           05  LK-CA-NEXT-KEY        PIC X(26).
           05  LK-CA-MORE-IND        PIC X(01).
           05  LK-CA-LINE-KEY        PIC X(26) OCCURS 5 TIMES.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           IF EIBCALEN = ZERO
               PERFORM 1000-START-CONVERSATION
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-REQUEST
               IF WS-INPUT-VALID
                   EVALUATE WS-ACTION
                       WHEN SPACE
                           PERFORM 2050-POSITION-NEXT-PAGE
                       WHEN 'N'
                           PERFORM 3000-QUEUE-NEW-REQUEST
                       WHEN 'X'
                           PERFORM 4000-CANCEL-REQUEST
                           MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
                       WHEN OTHER
                           MOVE 'KEY N TO REQUEST, X TO CANCEL OR BLANK'
                               TO WS-MSG-TEXT
                           MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
                   END-EVALUATE
               ELSE
                   MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
               END-IF
           END-IF
           PERFORM 2100-BROWSE-REQUESTS
           PERFORM 2900-SEND-MAP
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('RPRQ')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-START-CONVERSATION.
           MOVE 'BRW' TO WS-CA-FUNCTION
           MOVE LOW-VALUES TO WS-CA-PAGE-KEY
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY
           MOVE 'N' TO WS-CA-MORE-IND
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           .

      *----------------------------------------------------------------
      *  2000-RECEIVE-REQUEST reads the keyed fields.  A report code
      *  on the queue's table shows its parameters whatever the
      *  action; an unknown one is refused here.
      *----------------------------------------------------------------
       2000-RECEIVE-REQUEST.
           EXEC CICS RECEIVE MAP('RPTRQSM')
               MAPSET('RPTRQSS')
               INTO(RPTRQSMI)
           END-EXEC
           MOVE QACTI TO WS-ACTION
           MOVE QRPTI TO WS-REPORT-CODE
           MOVE QP1I TO WS-PARM-VALUE (1)
           MOVE QP2I TO WS-PARM-VALUE (2)
           MOVE QP3I TO WS-PARM-VALUE (3)
           MOVE QP4I TO WS-PARM-VALUE (4)
           MOVE QSELI TO WS-SELECT
           SET WS-INPUT-VALID TO TRUE
           IF WS-REPORT-CODE NOT = SPACES
               PERFORM 2010-FIND-REPORT
               IF NOT WS-REPORT-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'REPORT CODE NOT ON THE REQUEST QUEUE'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

       2010-FIND-REPORT.
           MOVE 'N' TO WS-REPORT-FOUND-IND
           SET RQR-IDX TO 1
           SEARCH RQR-REPORT-ENTRY
               AT END
                   CONTINUE
               WHEN RQR-REPORT-CODE (RQR-IDX) = WS-REPORT-CODE
                   MOVE 'Y' TO WS-REPORT-FOUND-IND
           END-SEARCH
           .

       2050-POSITION-NEXT-PAGE.
           IF WS-CA-MORE
               MOVE WS-CA-NEXT-KEY TO WS-BROWSE-KEY
           ELSE
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-BROWSE-REQUESTS fills one page with the user's own
      *  requests from WS-BROWSE-KEY on, oldest first, and reads one
      *  past the page so it can say whether there are more.  The
      *  queue only holds a month or so -- RPTQDS00 purges finished
      *  requests -- so passing over other users' entries is cheap.
      *----------------------------------------------------------------
       2100-BROWSE-REQUESTS.
           MOVE SPACES TO WS-LINE-TABLE
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-CA-LINE-KEY (1) WS-CA-LINE-KEY (2)
               WS-CA-LINE-KEY (3) WS-CA-LINE-KEY (4)
               WS-CA-LINE-KEY (5)
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY
           MOVE 'N' TO WS-CA-MORE-IND
           EXEC CICS STARTBR FILE('RPTQREQ')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2110-READ-NEXT-REQUEST
                   UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
                      OR WS-CA-MORE
               EXEC CICS ENDBR FILE('RPTQREQ') END-EXEC
           END-IF
           IF WS-MSG-TEXT = SPACES
               EVALUATE TRUE
                   WHEN WS-REQUEST-COUNT = ZERO
                       MOVE 'NO REQUESTS -- KEY N, A REPORT AND PARMS'
                           TO WS-MSG-TEXT
                   WHEN WS-CA-MORE
                       MOVE 'MORE REQUESTS -- PRESS ENTER FOR NEXT PAGE'
                           TO WS-MSG-TEXT
                   WHEN OTHER
                       MOVE 'N = NEW REQUEST, X + LINE NO = CANCEL'
                           TO WS-MSG-TEXT
               END-EVALUATE
           END-IF
           .

       2110-READ-NEXT-REQUEST.
           EXEC CICS READNEXT FILE('RPTQREQ')
               INTO(RQQ-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF RQQ-REQUESTED-BY = WS-USER-ID
                   IF WS-REQUEST-COUNT < 5
                       PERFORM 2150-FORMAT-REQUEST-LINES
                   ELSE
                       MOVE 'Y' TO WS-CA-MORE-IND
                       MOVE RQQ-REQUEST-ID TO WS-CA-NEXT-KEY
                   END-IF
               END-IF
           END-IF
           .

       2150-FORMAT-REQUEST-LINES.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE RQQ-REQUEST-ID TO WS-CA-LINE-KEY (WS-REQUEST-COUNT)
           MOVE SPACES TO WS-REQUEST-LINE
           MOVE WS-REQUEST-COUNT TO RL-SELECT
           MOVE RQQ-REPORT-CODE TO RL-REPORT-CODE
           MOVE RQQ-REQUEST-ID (6:11) TO RL-REQUESTED
           EVALUATE TRUE
               WHEN RQQ-QUEUED
                   MOVE 'QUEUED' TO RL-STATUS
               WHEN RQQ-SUBMITTED
                   MOVE 'SUBMITTED' TO RL-STATUS
               WHEN RQQ-COMPLETE
                   MOVE 'READY' TO RL-STATUS
               WHEN RQQ-FAILED
                   MOVE 'FAILED' TO RL-STATUS
               WHEN RQQ-CANCELLED
                   MOVE 'CANCELLED' TO RL-STATUS
               WHEN OTHER
                   MOVE RQQ-STATUS TO RL-STATUS
           END-EVALUATE
           MOVE RQQ-PARM-VALUE (1) TO RL-PARM-VALUE (1)
           MOVE RQQ-PARM-VALUE (2) TO RL-PARM-VALUE (2)
           MOVE RQQ-PARM-VALUE (3) TO RL-PARM-VALUE (3)
           MOVE RQQ-PARM-VALUE (4) TO RL-PARM-VALUE (4)
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-REQUEST-LINE TO WS-LINE-OUT (WS-LINE-COUNT)
           MOVE SPACES TO SL-TEXT
           IF RQQ-COMPLETE
               STRING 'OUTPUT ON ' RQQ-OUTPUT-DSN
                   DELIMITED BY SIZE INTO SL-TEXT
           ELSE
               MOVE RQQ-STATUS-TEXT TO SL-TEXT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-STATUS-LINE TO WS-LINE-OUT (WS-LINE-COUNT)
           .

      *----------------------------------------------------------------
      *  3000-QUEUE-NEW-REQUEST checks the report and parameters,
      *  then the user's entitlement, and writes the request queued
      *  under the time it was keyed.  The new request heads the page
      *  redisplayed.
      *----------------------------------------------------------------
       3000-QUEUE-NEW-REQUEST.
           MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
           IF WS-REPORT-CODE = SPACES
               MOVE 'REPORT CODE IS REQUIRED FOR A NEW REQUEST'
                   TO WS-MSG-TEXT
           ELSE
               PERFORM 3100-CHECK-PARAMETERS
               IF WS-MSG-TEXT = SPACES
                   PERFORM 3200-CHECK-AUTHORIZATION
                   IF WS-AUTHORIZED
                       PERFORM 3300-WRITE-REQUEST
                   ELSE
                       MOVE 'NOT AUTHORIZED TO REQUEST THIS REPORT'
                           TO WS-MSG-TEXT
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-CHECK-PARAMETERS holds each keyed value to its kind on
      *  the report's RPTQRPT.cpy entry, and a from/to pair to its
      *  order.  The first fault found is the message.
      *----------------------------------------------------------------
       3100-CHECK-PARAMETERS.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 4 OR WS-MSG-TEXT NOT = SPACES
               MOVE WS-PARM-VALUE (WS-PARM-SUB) TO WS-CHECK-VALUE
               IF WS-CHECK-VALUE = SPACES
                   IF RQR-REQUIRED (RQR-IDX WS-PARM-SUB)
                       STRING RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB)
                              DELIMITED BY '  '
                              ' IS REQUIRED' DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                   END-IF
               ELSE
                   PERFORM 3110-CHECK-ONE-PARAMETER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 3 OR WS-MSG-TEXT NOT = SPACES
               IF (RQR-KIND-DATE (RQR-IDX WS-PARM-SUB)
                       OR RQR-KIND-YEAR (RQR-IDX WS-PARM-SUB))
                   AND RQR-PARM-KIND (RQR-IDX WS-PARM-SUB + 1)
                       = RQR-PARM-KIND (RQR-IDX WS-PARM-SUB)
                   AND WS-PARM-VALUE (WS-PARM-SUB) NOT = SPACES
                   AND WS-PARM-VALUE (WS-PARM-SUB + 1) NOT = SPACES
                   AND WS-PARM-VALUE (WS-PARM-SUB)
                       > WS-PARM-VALUE (WS-PARM-SUB + 1)
                   STRING RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB)
                          DELIMITED BY '  '
                          ' IS AFTER ' DELIMITED BY SIZE
                          RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB + 1)
                          DELIMITED BY '  '
                       INTO WS-MSG-TEXT
               END-IF
           END-PERFORM
           .

       3110-CHECK-ONE-PARAMETER.
           EVALUATE TRUE
               WHEN RQR-KIND-UNUSED (RQR-IDX WS-PARM-SUB)
                   MOVE 'THIS REPORT TAKES NO PARAMETER THERE'
                       TO WS-MSG-TEXT
               WHEN RQR-KIND-DATE (RQR-IDX WS-PARM-SUB)
                   IF WS-CHECK-VALUE IS NOT NUMERIC
                       OR WS-CHECK-MM-NUM < 1 OR WS-CHECK-MM-NUM > 12
                       OR WS-CHECK-DD-NUM < 1 OR WS-CHECK-DD-NUM > 31
                       STRING RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB)
                              DELIMITED BY '  '
                              ' MUST BE A DATE YYYYMMDD'
                              DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                   END-IF
               WHEN RQR-KIND-YEAR (RQR-IDX WS-PARM-SUB)
                   IF WS-CHECK-YYYY IS NOT NUMERIC
                       OR WS-CHECK-VALUE (5:4) NOT = SPACES
                       STRING RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB)
                              DELIMITED BY '  '
                              ' MUST BE A YEAR YYYY'
                              DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                   END-IF
               WHEN RQR-KIND-CHANNEL (RQR-IDX WS-PARM-SUB)
                   IF WS-CHECK-VALUE (3:6) NOT = SPACES
                       MOVE 'CHANNEL IS A TWO-CHARACTER CODE'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN RQR-KIND-FLAG (RQR-IDX WS-PARM-SUB)
                   IF WS-CHECK-VALUE NOT = 'Y'
                       AND WS-CHECK-VALUE NOT = 'N'
                       STRING RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB)
                              DELIMITED BY '  '
                              ' MUST BE Y OR N'
                              DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                   END-IF
               WHEN RQR-KIND-GENERATION (RQR-IDX WS-PARM-SUB)
                   IF WS-CHECK-VALUE (1:1) IS NOT NUMERIC
                       OR (WS-CHECK-VALUE (2:1) IS NOT NUMERIC
                           AND WS-CHECK-VALUE (2:1) NOT = SPACE)
                       OR WS-CHECK-VALUE (3:6) NOT = SPACES
                       MOVE 'GENERATIONS BACK MUST BE 0 TO 99'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  3200-CHECK-AUTHORIZATION reads the user's RPTQAUTH entry for
      *  the report, then for *ALL; either covers the request while
      *  its expiry date is today or later.  Anything else -- no
      *  entry, an expired one, one with no valid date, or the file
      *  not there -- refuses it.
      *----------------------------------------------------------------
       3200-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTHORIZED-IND
           PERFORM 3250-BUILD-TIMESTAMP
           MOVE WS-USER-ID TO WS-AUTH-KEY-USER
           MOVE WS-REPORT-CODE TO WS-AUTH-KEY-REPORT
           PERFORM 3210-READ-AUTH-ENTRY
           IF NOT WS-AUTHORIZED
               MOVE '*ALL' TO WS-AUTH-KEY-REPORT
               PERFORM 3210-READ-AUTH-ENTRY
           END-IF
           .

       3210-READ-AUTH-ENTRY.
           EXEC CICS READ FILE('RPTQAUTH')
               INTO(RQA-REC)
               RIDFLD(WS-AUTH-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF RQA-EXPIRY-DATE IS NUMERIC
                       AND RQA-EXPIRY-DATE NOT < WS-TODAY
                   MOVE 'Y' TO WS-AUTHORIZED-IND
               END-IF
           END-IF
           .

       3250-BUILD-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-TODAY
           MOVE WS-ACCEPT-TIME (1:6) TO WS-NOW-HHMMSS
           STRING WS-DATE-YYYY   '-'
                  WS-DATE-MM     '-'
                  WS-DATE-DD     '-'
                  WS-TIME-HH     '.'
                  WS-TIME-MM     '.'
                  WS-TIME-SS     '.'
                  WS-TIME-HS     '0000'
               DELIMITED BY SIZE INTO WS-ACTION-TIMESTAMP
           .

       3300-WRITE-REQUEST.
           INITIALIZE RQQ-REC
           MOVE WS-ACTION-TIMESTAMP TO RQQ-REQUEST-ID
           MOVE WS-USER-ID TO RQQ-REQUESTED-BY
           MOVE WS-REPORT-CODE TO RQQ-REPORT-CODE
           MOVE WS-PARM-VALUE (1) TO RQQ-PARM-VALUE (1)
           MOVE WS-PARM-VALUE (2) TO RQQ-PARM-VALUE (2)
           MOVE WS-PARM-VALUE (3) TO RQQ-PARM-VALUE (3)
           MOVE WS-PARM-VALUE (4) TO RQQ-PARM-VALUE (4)
           SET RQQ-QUEUED TO TRUE
           MOVE WS-TODAY TO RQQ-STATUS-DATE
           MOVE WS-NOW-HHMMSS TO RQQ-STATUS-TIME
           MOVE 'QUEUED - RUNS IN THE EVENING WINDOW' TO RQQ-STATUS-TEXT
           EXEC CICS WRITE FILE('RPTQREQ')
               FROM(RQQ-REC)
               RIDFLD(RQQ-REQUEST-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'REQUEST QUEUED - RUNS IN THE EVENING WINDOW'
                       TO WS-MSG-TEXT
                   MOVE RQQ-REQUEST-ID TO WS-BROWSE-KEY
                   MOVE SPACE TO WS-ACTION
                   MOVE SPACES TO WS-PARM-TABLE
               WHEN WS-RESP-CODE = DFHRESP(DUPREC)
                   MOVE 'QUEUE BUSY - PRESS ENTER AGAIN TO REQUEST'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'RPTQREQ WRITE ERROR -- NOTHING QUEUED'
                       TO WS-MSG-TEXT
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  4000-CANCEL-REQUEST cancels the request on the keyed line of
      *  the page last sent.  It must be the user's own and still
      *  queued -- once RPTQDS00 has submitted it, it runs.
      *----------------------------------------------------------------
       4000-CANCEL-REQUEST.
           IF WS-SELECT IS NOT NUMERIC
                   OR WS-SELECT-NUM < 1 OR WS-SELECT-NUM > 5
               MOVE 'KEY THE LINE NUMBER (1-5) OF THE REQUEST TO CANCEL'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-CA-LINE-KEY (WS-SELECT-NUM) = SPACES
                   MOVE 'NO REQUEST ON THAT LINE' TO WS-MSG-TEXT
               ELSE
                   PERFORM 4100-READ-REQUEST-FOR-UPDATE
               END-IF
           END-IF
           .

       4100-READ-REQUEST-FOR-UPDATE.
           EXEC CICS READ FILE('RPTQREQ')
               INTO(RQQ-REC)
               RIDFLD(WS-CA-LINE-KEY (WS-SELECT-NUM))
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'REQUEST NO LONGER ON THE QUEUE' TO WS-MSG-TEXT
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'RPTQREQ READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               WHEN RQQ-REQUESTED-BY NOT = WS-USER-ID
                   MOVE 'ONLY THE REQUESTER MAY CANCEL A REQUEST'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('RPTQREQ') END-EXEC
               WHEN NOT RQQ-QUEUED
                   MOVE 'ONLY A QUEUED REQUEST CAN BE CANCELLED'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('RPTQREQ') END-EXEC
               WHEN OTHER
                   PERFORM 4200-MARK-CANCELLED
           END-EVALUATE
           .

       4200-MARK-CANCELLED.
           PERFORM 3250-BUILD-TIMESTAMP
           SET RQQ-CANCELLED TO TRUE
           MOVE WS-TODAY TO RQQ-STATUS-DATE
           MOVE WS-NOW-HHMMSS TO RQQ-STATUS-TIME
           MOVE 'CANCELLED BY THE REQUESTER' TO RQQ-STATUS-TEXT
           EXEC CICS REWRITE FILE('RPTQREQ')
               FROM(RQQ-REC)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'REQUEST CANCELLED' TO WS-MSG-TEXT
               MOVE SPACE TO WS-ACTION
               MOVE SPACE TO WS-SELECT
           ELSE
               MOVE 'RPTQREQ UPDATE ERROR -- NOT CANCELLED'
                   TO WS-MSG-TEXT
           END-IF
           .

      *----------------------------------------------------------------
      *  2800-BUILD-LABEL-LINE says what the keyed report takes, in
      *  parameter order, or -- with no report keyed -- which reports
      *  can be requested.
      *----------------------------------------------------------------
       2800-BUILD-LABEL-LINE.
           MOVE SPACES TO WS-LABEL-TEXT
           MOVE 1 TO WS-LABEL-PTR
           IF WS-REPORT-CODE NOT = SPACES AND WS-REPORT-FOUND
               STRING RQR-TITLE (RQR-IDX) DELIMITED BY '  '
                      ':' DELIMITED BY SIZE
                   INTO WS-LABEL-TEXT
                   WITH POINTER WS-LABEL-PTR
               PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                       UNTIL WS-PARM-SUB > 4
                   IF NOT RQR-KIND-UNUSED (RQR-IDX WS-PARM-SUB)
                       STRING ' ' DELIMITED BY SIZE
                              RQR-PARM-LABEL (RQR-IDX WS-PARM-SUB)
                              DELIMITED BY '  '
                           INTO WS-LABEL-TEXT
                           WITH POINTER WS-LABEL-PTR
                   END-IF
               END-PERFORM
           ELSE
               STRING 'REPORTS:' DELIMITED BY SIZE
                   INTO WS-LABEL-TEXT
                   WITH POINTER WS-LABEL-PTR
               PERFORM VARYING RQR-IDX FROM 1 BY 1
                       UNTIL RQR-IDX > RQR-REPORT-COUNT
                   STRING ' ' RQR-REPORT-CODE (RQR-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LABEL-TEXT
                       WITH POINTER WS-LABEL-PTR
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-SEND-MAP sends the page with the result message.  A
      *  refused request is left on the screen to be corrected.
      *----------------------------------------------------------------
       2900-SEND-MAP.
           PERFORM 2800-BUILD-LABEL-LINE
           MOVE SPACES TO RPTRQSMO
           MOVE WS-ACTION TO QACTO
           MOVE WS-REPORT-CODE TO QRPTO
           MOVE WS-PARM-VALUE (1) TO QP1O
           MOVE WS-PARM-VALUE (2) TO QP2O
           MOVE WS-PARM-VALUE (3) TO QP3O
           MOVE WS-PARM-VALUE (4) TO QP4O
           MOVE WS-SELECT TO QSELO
           MOVE WS-LABEL-TEXT TO QLBLO
           MOVE WS-LINE-OUT (1) TO QLN1O
           MOVE WS-LINE-OUT (2) TO QLN2O
           MOVE WS-LINE-OUT (3) TO QLN3O
           MOVE WS-LINE-OUT (4) TO QLN4O
           MOVE WS-LINE-OUT (5) TO QLN5O
           MOVE WS-LINE-OUT (6) TO QLN6O
           MOVE WS-LINE-OUT (7) TO QLN7O
           MOVE WS-LINE-OUT (8) TO QLN8O
           MOVE WS-LINE-OUT (9) TO QLN9O
           MOVE WS-LINE-OUT (10) TO QLN10O
           MOVE WS-MSG-TEXT TO QMSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('RPTRQSM')
               MAPSET('RPTRQSS')
               FROM(RPTRQSMO)
               ERASE
           END-EXEC
           .
