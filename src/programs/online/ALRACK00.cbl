       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALRACK00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  ALRACK00 -- OPEN-ALERT ACKNOWLEDGMENT AND ASSIGNMENT (ALRK)
      *  The on-call teams' view of the open-alert store (ALRTOPN,
      *  ALRTOPN.cpy) ALRESC00 keeps from each night's ALRTFEED.  For
      *  a keyed route code it lists the alerts on that route nobody
      *  has acknowledged yet, ten to a page, with how many nights
      *  each has been raised and who, if anyone, it is assigned to.
      *
      *  Against an alert on the list the user keys:
      *    A  acknowledge it, with a note of what was done -- the
      *       note is required; an acknowledged alert stops
      *       escalating, leaves the list, and is retired by
      *       ALRESC00 the first night it does not fire again
      *    S  assign it to a named user -- it stays on the list and
      *       keeps escalating until somebody acknowledges it
      *  Every action is audited to ALRTAUD (ALRTAUD.cpy) with the
      *  user and time; ALRESC00's report lists them for the morning
      *  review.
      *
      *  Pseudo-conversational: first entry (EIBCALEN = 0) sends the
      *  blank map; each re-entry either applies the keyed action and
      *  redisplays the same page, or -- with no action -- pages on
      *  through the route, back to the first page after the last.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in PVCORR00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-BROWSE      VALUE 'BRW'.
           05  WS-CA-ROUTE-CODE      PIC X(08).
           05  WS-CA-PAGE-KEY        PIC X(12).
           05  WS-CA-NEXT-KEY        PIC X(12).
           05  WS-CA-MORE-IND        PIC X(01).
               88  WS-CA-MORE        VALUE 'Y'.

       01  WS-ROUTE-CODE             PIC X(08) VALUE SPACES.
       01  WS-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-ALERT-ID               PIC X(12) VALUE SPACES.
       01  WS-ASSIGN-TO              PIC X(08) VALUE SPACES.
       01  WS-NOTE                   PIC X(60) VALUE SPACES.
       01  WS-BROWSE-KEY             PIC X(12) VALUE SPACES.

       01  WS-INPUT-VALID-SW         PIC X(01) VALUE 'N'.
           88  WS-INPUT-VALID        VALUE 'Y'.
           88  WS-INPUT-INVALID      VALUE 'N'.

       01  WS-USER-ID                PIC X(08) VALUE SPACES.
       01  WS-MSG-TEXT               PIC X(60) VALUE SPACES.
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

       01  WS-ACTION-TIMESTAMP       PIC X(26) VALUE SPACES.

       01  WS-ALERT-LINE.
           05  AL-ALERT-ID           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AL-SEVERITY           PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AL-SOURCE             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AL-STATUS             PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AL-OWNER              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AL-NIGHTS             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  AL-TEXT               PIC X(23).

       01  WS-LINE-TABLE.
           05  WS-LINE-OUT           PIC X(70) OCCURS 10 TIMES.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.

       COPY ALRACKM.
       COPY ALRTOPN.
       COPY ALRTAUD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-ROUTE-CODE      PIC X(08).
           05  LK-CA-PAGE-KEY        PIC X(12).
           05  LK-CA-NEXT-KEY        PIC X(12).
           05  LK-CA-MORE-IND        PIC X(01).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-REQUEST
               IF WS-INPUT-VALID
                   IF WS-ACTION = SPACE
                       PERFORM 2050-POSITION-NEXT-PAGE
                   ELSE
                       PERFORM 3000-APPLY-ACTION
                       MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
                   END-IF
                   PERFORM 2100-BROWSE-ALERTS
               END-IF
               PERFORM 2900-SEND-LIST-MAP
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('ALRK')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO ALRACKMO
           MOVE 'ENTER ROUTE CODE TO LIST ITS OPEN ALERTS' TO AMSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-ROUTE-CODE
           MOVE LOW-VALUES TO WS-CA-PAGE-KEY
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY
           MOVE 'N' TO WS-CA-MORE-IND
           EXEC CICS SEND MAP('ALRACKM')
               MAPSET('ALRACKS')
               FROM(ALRACKMO)
               ERASE
           END-EXEC
           .

      *----------------------------------------------------------------
      *  2000-RECEIVE-REQUEST reads the route and any action.  A new
      *  route starts its list from the first page.
      *----------------------------------------------------------------
       2000-RECEIVE-REQUEST.
           EXEC CICS RECEIVE MAP('ALRACKM')
               MAPSET('ALRACKS')
               INTO(ALRACKMI)
           END-EXEC
           MOVE AROUTEI TO WS-ROUTE-CODE
           MOVE AACTI TO WS-ACTION
           MOVE AIDI TO WS-ALERT-ID
           MOVE AASGNI TO WS-ASSIGN-TO
           MOVE ANOTEI TO WS-NOTE
           SET WS-INPUT-VALID TO TRUE
           IF WS-ROUTE-CODE = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ROUTE CODE IS REQUIRED' TO WS-MSG-TEXT
           ELSE
               IF WS-ROUTE-CODE NOT = WS-CA-ROUTE-CODE
                   MOVE WS-ROUTE-CODE TO WS-CA-ROUTE-CODE
                   MOVE LOW-VALUES TO WS-CA-PAGE-KEY
                   MOVE LOW-VALUES TO WS-CA-NEXT-KEY
                   MOVE 'N' TO WS-CA-MORE-IND
               END-IF
           END-IF
           .

       2050-POSITION-NEXT-PAGE.
           IF WS-CA-MORE
               MOVE WS-CA-NEXT-KEY TO WS-BROWSE-KEY
           ELSE
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-BROWSE-ALERTS fills one page with the route's alerts not
      *  yet acknowledged, from WS-BROWSE-KEY on, and reads one past
      *  the page so it can say whether there are more.
      *----------------------------------------------------------------
       2100-BROWSE-ALERTS.
           MOVE SPACES TO WS-LINE-TABLE
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY
           MOVE 'N' TO WS-CA-MORE-IND
           EXEC CICS STARTBR FILE('ALRTOPN')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2110-READ-NEXT-ALERT
                   UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
                      OR WS-CA-MORE
               EXEC CICS ENDBR FILE('ALRTOPN') END-EXEC
           END-IF
           IF WS-MSG-TEXT = SPACES
               EVALUATE TRUE
                   WHEN WS-LINE-COUNT = ZERO
                       MOVE 'NO UNACKNOWLEDGED ALERTS ON THIS ROUTE'
                           TO WS-MSG-TEXT
                   WHEN WS-CA-MORE
                       MOVE 'MORE ALERTS -- PRESS ENTER FOR NEXT PAGE'
                           TO WS-MSG-TEXT
                   WHEN OTHER
                       MOVE 'A + NOTE = ACKNOWLEDGE, S + USER = ASSIGN'
                           TO WS-MSG-TEXT
               END-EVALUATE
           END-IF
           .

       2110-READ-NEXT-ALERT.
           EXEC CICS READNEXT FILE('ALRTOPN')
               INTO(AOP-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF AOP-ROUTE-CODE = WS-CA-ROUTE-CODE
                       AND NOT AOP-ACKNOWLEDGED
                   IF WS-LINE-COUNT < 10
                       PERFORM 2150-FORMAT-ALERT-LINE
                   ELSE
                       MOVE 'Y' TO WS-CA-MORE-IND
                       MOVE AOP-KEY TO WS-CA-NEXT-KEY
                   END-IF
               END-IF
           END-IF
           .

       2150-FORMAT-ALERT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE AOP-KEY TO AL-ALERT-ID
           MOVE AOP-SEVERITY TO AL-SEVERITY
           MOVE AOP-SOURCE TO AL-SOURCE
           IF AOP-ASSIGNED
               MOVE 'ASGN' TO AL-STATUS
           ELSE
               MOVE 'OPEN' TO AL-STATUS
           END-IF
           MOVE AOP-ASSIGNED-TO TO AL-OWNER
           MOVE AOP-NIGHTS-RAISED TO AL-NIGHTS
           MOVE AOP-TEXT TO AL-TEXT
           MOVE WS-ALERT-LINE TO WS-LINE-OUT (WS-LINE-COUNT)
           .

      *----------------------------------------------------------------
      *  3000-APPLY-ACTION validates the keyed action and applies it
      *  to the alert under update.  The alert must still be on the
      *  route being worked and not yet acknowledged -- an escalation
      *  or another terminal may have moved it on since the page was
      *  sent.
      *----------------------------------------------------------------
       3000-APPLY-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'S'
                   MOVE 'KEY A TO ACKNOWLEDGE, S TO ASSIGN, OR BLANK'
                       TO WS-MSG-TEXT
               WHEN WS-ALERT-ID = SPACES
                   MOVE 'ALERT ID IS REQUIRED' TO WS-MSG-TEXT
               WHEN WS-ACTION = 'A' AND WS-NOTE = SPACES
                   MOVE 'A NOTE OF WHAT WAS DONE IS REQUIRED'
                       TO WS-MSG-TEXT
               WHEN WS-ACTION = 'S' AND WS-ASSIGN-TO = SPACES
                   MOVE 'USER TO ASSIGN TO IS REQUIRED' TO WS-MSG-TEXT
               WHEN OTHER
                   PERFORM 3050-READ-ALERT-FOR-UPDATE
           END-EVALUATE
           .

       3050-READ-ALERT-FOR-UPDATE.
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           EXEC CICS READ FILE('ALRTOPN')
               INTO(AOP-REC)
               RIDFLD(WS-ALERT-ID)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'ALERT NOT ON FILE' TO WS-MSG-TEXT
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'ALRTOPN READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               WHEN AOP-ROUTE-CODE NOT = WS-CA-ROUTE-CODE
                   MOVE 'ALERT IS NOT ON THIS ROUTE -- ESCALATED?'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('ALRTOPN') END-EXEC
               WHEN AOP-ACKNOWLEDGED
                   STRING 'ALERT ALREADY ACKNOWLEDGED BY '
                          AOP-ACK-USER-ID
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('ALRTOPN') END-EXEC
               WHEN OTHER
                   PERFORM 3100-UPDATE-ALERT
           END-EVALUATE
           .

       3100-UPDATE-ALERT.
           PERFORM 3150-BUILD-TIMESTAMP
           IF WS-ACTION = 'A'
               SET AOP-ACKNOWLEDGED TO TRUE
               MOVE WS-USER-ID TO AOP-ACK-USER-ID
               MOVE WS-ACTION-TIMESTAMP TO AOP-ACK-TIMESTAMP
               MOVE WS-NOTE TO AOP-ACK-NOTE
           ELSE
               SET AOP-ASSIGNED TO TRUE
               MOVE WS-ASSIGN-TO TO AOP-ASSIGNED-TO
           END-IF
           EXEC CICS REWRITE FILE('ALRTOPN')
               FROM(AOP-REC)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 3200-WRITE-AUDIT-RECORD
               IF WS-ACTION = 'A'
                   MOVE 'ALERT ACKNOWLEDGED AND AUDITED' TO WS-MSG-TEXT
               ELSE
                   MOVE 'ALERT ASSIGNED AND AUDITED' TO WS-MSG-TEXT
               END-IF
               MOVE SPACE TO WS-ACTION
               MOVE SPACES TO WS-ALERT-ID
               MOVE SPACES TO WS-ASSIGN-TO
               MOVE SPACES TO WS-NOTE
           ELSE
               MOVE 'ALRTOPN UPDATE ERROR -- NOTHING RECORDED'
                   TO WS-MSG-TEXT
           END-IF
           .

       3150-BUILD-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-DATE-YYYY   '-'
                  WS-DATE-MM     '-'
                  WS-DATE-DD     '-'
                  WS-TIME-HH     '.'
                  WS-TIME-MM     '.'
                  WS-TIME-SS     '.'
                  WS-TIME-HS     '0000'
               DELIMITED BY SIZE INTO WS-ACTION-TIMESTAMP
           .

       3200-WRITE-AUDIT-RECORD.
           MOVE WS-ACTION-TIMESTAMP TO ALA-TIMESTAMP
           MOVE AOP-KEY TO ALA-ALERT-ID
           MOVE WS-ACTION TO ALA-ACTION
           MOVE AOP-SOURCE TO ALA-SOURCE
           MOVE AOP-ROUTE-CODE TO ALA-ROUTE-CODE
           IF WS-ACTION = 'S'
               MOVE WS-ASSIGN-TO TO ALA-NEW-VALUE
           ELSE
               MOVE SPACES TO ALA-NEW-VALUE
           END-IF
           MOVE EIBTRNID TO ALA-TRANS-ID
           MOVE WS-USER-ID TO ALA-USER-ID
           MOVE WS-NOTE TO ALA-NOTE
           EXEC CICS WRITE FILE('ALRTAUD')
               FROM(ALA-REC)
               RIDFLD(WS-ACTION-TIMESTAMP)
           END-EXEC
           .

      *----------------------------------------------------------------
      *  2900-SEND-LIST-MAP sends the page with the result message.
      *  A refused action is left on the screen to be corrected.
      *----------------------------------------------------------------
       2900-SEND-LIST-MAP.
           MOVE SPACES TO ALRACKMO
           MOVE WS-CA-ROUTE-CODE TO AROUTEO
           MOVE WS-LINE-OUT (1) TO ALN1O
           MOVE WS-LINE-OUT (2) TO ALN2O
           MOVE WS-LINE-OUT (3) TO ALN3O
           MOVE WS-LINE-OUT (4) TO ALN4O
           MOVE WS-LINE-OUT (5) TO ALN5O
           MOVE WS-LINE-OUT (6) TO ALN6O
           MOVE WS-LINE-OUT (7) TO ALN7O
           MOVE WS-LINE-OUT (8) TO ALN8O
           MOVE WS-LINE-OUT (9) TO ALN9O
           MOVE WS-LINE-OUT (10) TO ALN10O
           MOVE WS-ACTION TO AACTO
           MOVE WS-ALERT-ID TO AIDO
           MOVE WS-ASSIGN-TO TO AASGNO
           MOVE WS-NOTE TO ANOTEO
           MOVE WS-MSG-TEXT TO AMSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('ALRACKM')
               MAPSET('ALRACKS')
               FROM(ALRACKMO)
               ERASE
           END-EXEC
           .
