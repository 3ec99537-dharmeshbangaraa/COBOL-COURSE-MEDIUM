       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALRESC00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  ALRESC00 -- OPEN-ALERT KEEPER AND ESCALATION
      *  ALRTRT00 writes each night's alerts to ALRTFEED.DAT and
      *  nothing recorded whether anyone looked at them, so the same
      *  warning came back night after night with nobody owning it.
      *  This step keeps every alert in the open-alert store
      *  (ALRTOPN.DAT, ALRTOPN.cpy) until someone has acknowledged it
      *  through the ALRK transaction (ALRACK00) and it has stopped
      *  firing, and escalates what is being ignored.
      *
      *  Load: when a feed is present, each alert on it is matched to
      *  the store on source and text.  A condition already on the
      *  store is the same alert raised again -- its nights-raised
      *  count moves on and its owner and acknowledgment carry.  A
      *  new condition opens a new alert on the route ALRTRT00 gave
      *  it.  An acknowledged alert that did not fire on the night
      *  being loaded has cleared and leaves the store.
      *
      *  Escalate: a HIGH alert still unacknowledged ALRESC-MINUTES
      *  (default 30) after it was raised -- or after its last
      *  escalation -- moves to the next route tier off ALRTESC.DAT
      *  (route, next route).  A route with no entry, or no reference
      *  staged, goes to the duty manager (DUTYMGR), the top tier.
      *  Each escalation pages the new route through ALRTESCF.DAT,
      *  in the ALRTFEED layout the scheduler already watches, and
      *  is audited to ALRTAUD.DAT (ALRTAUD.cpy) beside the online
      *  acknowledgments.  Assigning an alert to someone does not
      *  stop the clock -- only an acknowledgment does.
      *
      *  The nightly chain runs it behind ALRTRT00 with tonight's
      *  feed; the sign-off chase job runs it behind its own router
      *  run; ALRESC.jcl runs it through the day with no feed, as
      *  the escalation sweep.  The report (ALRESC.PRT) is the
      *  morning review: what cleared, what escalated, what is still
      *  unacknowledged, and every acknowledgment, assignment and
      *  escalation since the business date.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FEED-FILE ASSIGN TO 'ALRTFEED.DAT'
               FILE STATUS IS WS-ALF-FILE-STATUS.
           SELECT OPEN-ALERT-FILE ASSIGN TO 'ALRTOPN.DAT'
               FILE STATUS IS WS-AOP-FILE-STATUS.
           SELECT ESCALATION-REF-FILE ASSIGN TO 'ALRTESC.DAT'
               FILE STATUS IS WS-ESC-FILE-STATUS.
           SELECT ESCALATION-FEED-FILE ASSIGN TO 'ALRTESCF.DAT'.
           SELECT ALERT-AUDIT-FILE ASSIGN TO 'ALRTAUD.DAT'
               FILE STATUS IS WS-ALA-FILE-STATUS.
           SELECT ESCALATION-REPORT ASSIGN TO 'ALRESC.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The normalized operator alert feed, as ALRTRT00 writes it.
       FD  ALERT-FEED-FILE.
       01  ALF-REC.
           05  ALF-RUN-DATE          PIC X(08).
           05  ALF-SOURCE            PIC X(08).
           05  ALF-SEVERITY          PIC X(06).
           05  ALF-ROUTE-CODE        PIC X(08).
           05  ALF-REPEAT-COUNT      PIC 9(03).
           05  ALF-TEXT              PIC X(40).

      *--  The open-alert store; the record itself is ALRTOPN.cpy,
      *--  held in working storage.
       FD  OPEN-ALERT-FILE.
       01  AOS-REC                   PIC X(235).

      *--  Route escalation tiers, maintained by operations.  A
      *--  blank next route marks a top tier.
       FD  ESCALATION-REF-FILE.
       01  ESC-REC.
           05  ESC-ROUTE-CODE        PIC X(08).
           05  ESC-NEXT-ROUTE        PIC X(08).

      *--  Escalation pages, in the ALRTFEED layout, routed to the
      *--  new tier.
       FD  ESCALATION-FEED-FILE.
       01  ESF-REC.
           05  ESF-RUN-DATE          PIC X(08).
           05  ESF-SOURCE            PIC X(08).
           05  ESF-SEVERITY          PIC X(06).
           05  ESF-ROUTE-CODE        PIC X(08).
           05  ESF-REPEAT-COUNT      PIC 9(03).
           05  ESF-TEXT              PIC X(40).

       FD  ALERT-AUDIT-FILE.
           COPY ALRTAUD.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  ESCALATION-REPORT.
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
       01  WS-ALF-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ALF-FILE-OK        VALUE '00'.
       01  WS-AOP-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-AOP-FILE-OK        VALUE '00'.
       01  WS-ESC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ESC-FILE-OK        VALUE '00'.
       01  WS-ALA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ALA-FILE-OK        VALUE '00'.
           88  WS-ALA-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-FEED-LOADED-IND        PIC X(01) VALUE 'N'.
           88  WS-FEED-LOADED        VALUE 'Y'.
       01  WS-STORE-FULL-IND         PIC X(01) VALUE 'N'.
           88  WS-STORE-FULL         VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ESC-MINUTES            PIC 9(04) VALUE 30.
       01  WS-ESC-MINUTES-ENV        PIC X(04) VALUE SPACES.
       01  WS-TOP-TIER-ROUTE         PIC X(08) VALUE 'DUTYMGR'.

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
       01  WS-NOW-TIMESTAMP          PIC X(26) VALUE SPACES.
       01  WS-NOW-MINUTES            PIC 9(09) COMP-3 VALUE ZERO.

      *--  A 'YYYY-MM-DD-HH.MM.SS.hh0000' timestamp taken apart for
      *--  the minutes arithmetic and the business-date comparison.
       01  WS-STAMP                  PIC X(26) VALUE SPACES.
       01  WS-STAMP-DATE             PIC X(08) VALUE SPACES.
       01  WS-STAMP-DATE-NUM REDEFINES WS-STAMP-DATE
                                     PIC 9(08).
       01  WS-STAMP-HH               PIC X(02) VALUE SPACES.
       01  WS-STAMP-HH-NUM REDEFINES WS-STAMP-HH
                                     PIC 9(02).
       01  WS-STAMP-MI               PIC X(02) VALUE SPACES.
       01  WS-STAMP-MI-NUM REDEFINES WS-STAMP-MI
                                     PIC 9(02).
       01  WS-STAMP-MINUTES          PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-ELAPSED-MINUTES        PIC S9(09) COMP-3 VALUE ZERO.

      *--  Escalation tiers, loaded from ALRTESC.DAT.
       01  WS-ESC-COUNT              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-ESC-COUNT
                   INDEXED BY WS-ESC-IDX.
               10  WS-ESC-TBL-ROUTE      PIC X(08).
               10  WS-ESC-TBL-NEXT       PIC X(08).
       01  WS-NEXT-ROUTE             PIC X(08) VALUE SPACES.

      *--  The whole open-alert store, in key order, each entry one
      *--  ALRTOPN.cpy record image.
       01  WS-AOT-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-AOT-TABLE.
           05  WS-AOT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-AOT-COUNT
                   INDEXED BY WS-AOT-IDX
                                     PIC X(235).
       01  WS-AOT-SUB                PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-KEEP-SUB               PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-INSERT-SUB             PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-NEXT-SEQ               PIC 9(04) VALUE ZERO.
       01  WS-NEW-KEY                PIC X(12) VALUE SPACES.

           COPY ALRTOPN.

       01  WS-FEED-READ              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NEW-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-RAISED-AGAIN-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ALREADY-LOADED-COUNT   PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CLEARED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ESCALATED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-TOP-TIER-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-UNACK-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-HANDLED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SECTION-LINES          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(36)
                   VALUE 'OPEN ALERTS AND ESCALATION'.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(10) VALUE '   AS AT: '.
           05  HDR-NOW               PIC X(19).
           05  FILLER                PIC X(19)
                   VALUE '   ESCALATE AFTER: '.
           05  HDR-MINUTES           PIC ZZZ9.
           05  FILLER                PIC X(05) VALUE ' MINS'.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(60).

       01  WS-ALERT-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(14) VALUE 'ALERT ID'.
           05  FILLER                PIC X(08) VALUE 'SEV'.
           05  FILLER                PIC X(10) VALUE 'SOURCE'.
           05  FILLER                PIC X(10) VALUE 'ROUTE'.
           05  FILLER                PIC X(10) VALUE 'OWNER'.
           05  FILLER                PIC X(07) VALUE 'NIGHTS'.
           05  FILLER                PIC X(05) VALUE 'ESC'.
           05  FILLER                PIC X(40) VALUE 'ALERT'.

       01  WS-ALERT-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ALN-ALERT-ID          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ALN-SEVERITY          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ALN-SOURCE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ALN-ROUTE             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ALN-OWNER             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ALN-NIGHTS            PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  ALN-ESCALATIONS       PIC Z9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ALN-TEXT              PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALN-FLAG              PIC X(08).

       01  WS-ESCALATION-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(14) VALUE 'ALERT ID'.
           05  FILLER                PIC X(10) VALUE 'SOURCE'.
           05  FILLER                PIC X(10) VALUE 'FROM'.
           05  FILLER                PIC X(10) VALUE 'TO'.
           05  FILLER                PIC X(10) VALUE 'UNACK MIN'.
           05  FILLER                PIC X(40) VALUE 'ALERT'.

       01  WS-ESCALATION-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ESL-ALERT-ID          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ESL-SOURCE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ESL-FROM-ROUTE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ESL-TO-ROUTE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ESL-MINUTES           PIC ZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  ESL-TEXT              PIC X(40).

       01  WS-HANDLING-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(21) VALUE 'WHEN'.
           05  FILLER                PIC X(14) VALUE 'ALERT ID'.
           05  FILLER                PIC X(14) VALUE 'ACTION'.
           05  FILLER                PIC X(10) VALUE 'BY'.
           05  FILLER                PIC X(10) VALUE 'ROUTE'.
           05  FILLER                PIC X(10) VALUE 'TO'.
           05  FILLER                PIC X(50) VALUE 'NOTE'.

       01  WS-HANDLING-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  HDL-WHEN              PIC X(19).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-ALERT-ID          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-ACTION            PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-USER              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-ROUTE             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-NEW-VALUE         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-NOTE              PIC X(50).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NONE-TEXT             PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-ESCALATE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED
           PERFORM 3000-ESCALATE-ALERTS
           PERFORM 4000-REWRITE-STORE
           PERFORM 5100-WRITE-UNACKNOWLEDGED
           PERFORM 5200-WRITE-HANDLING-LOG
           PERFORM 5900-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-ESC-MINUTES-ENV FROM ENVIRONMENT 'ALRESC-MINUTES'
           IF WS-ESC-MINUTES-ENV IS NUMERIC
               MOVE WS-ESC-MINUTES-ENV TO WS-ESC-MINUTES
           END-IF
           PERFORM 1050-BUILD-NOW-TIMESTAMP
           PERFORM 1100-LOAD-ESCALATION-REF
           PERFORM 1200-LOAD-OPEN-ALERTS
           OPEN OUTPUT ESCALATION-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-NOW-TIMESTAMP (1:19) TO HDR-NOW
           MOVE WS-ESC-MINUTES TO HDR-MINUTES
           WRITE RPT-LINE FROM WS-HEADER-LINE
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
      *  1050-BUILD-NOW-TIMESTAMP takes the wall clock -- escalation
      *  runs on real minutes, not the business date -- in the same
      *  timestamp form the online transactions write.
      *----------------------------------------------------------------
       1050-BUILD-NOW-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-DATE-YYYY   '-'
                  WS-DATE-MM     '-'
                  WS-DATE-DD     '-'
                  WS-TIME-HH     '.'
                  WS-TIME-MM     '.'
                  WS-TIME-SS     '.'
                  WS-TIME-HS     '0000'
               DELIMITED BY SIZE INTO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP TO WS-STAMP
           PERFORM 8100-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES
           .

      *----------------------------------------------------------------
      *  1100-LOAD-ESCALATION-REF loads the route tiers.  A missing
      *  reference is not an error: every route then escalates
      *  straight to the duty manager.
      *----------------------------------------------------------------
       1100-LOAD-ESCALATION-REF.
           MOVE ZERO TO WS-ESC-COUNT
           OPEN INPUT ESCALATION-REF-FILE
           IF WS-ESC-FILE-OK
               PERFORM UNTIL WS-EOF
                       OR WS-ESC-COUNT NOT < 50
                   READ ESCALATION-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ESC-COUNT
                           MOVE ESC-ROUTE-CODE TO
                               WS-ESC-TBL-ROUTE (WS-ESC-COUNT)
                           MOVE ESC-NEXT-ROUTE TO
                               WS-ESC-TBL-NEXT (WS-ESC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ESCALATION-REF-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1200-LOAD-OPEN-ALERTS reads the whole store into the table.
      *  No store yet is the first run.  A store too big for the
      *  table is never rewritten -- that would drop alerts -- and
      *  the step ends in error for support to raise the limit.
      *----------------------------------------------------------------
       1200-LOAD-OPEN-ALERTS.
           MOVE ZERO TO WS-AOT-COUNT
           OPEN INPUT OPEN-ALERT-FILE
           IF WS-AOP-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ OPEN-ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-AOT-COUNT < 2000
                               ADD 1 TO WS-AOT-COUNT
                               MOVE AOS-REC
                                   TO WS-AOT-ENTRY (WS-AOT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-STORE-FULL-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ALERT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2000-LOAD-FEED merges the feed into the store, when one is
      *  staged, and then retires the acknowledged alerts that did
      *  not fire again.  With no feed the store is left as it is.
      *----------------------------------------------------------------
       2000-LOAD-FEED.
           OPEN INPUT ALERT-FEED-FILE
           IF WS-ALF-FILE-OK
               MOVE 'Y' TO WS-FEED-LOADED-IND
               PERFORM UNTIL WS-EOF
                   READ ALERT-FEED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FEED-READ
                           PERFORM 2100-MERGE-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FEED-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2200-RETIRE-CLEARED-ALERTS
           END-IF
           .

       2100-MERGE-ONE-ALERT.
           MOVE 'N' TO WS-FOUND-IND
           PERFORM VARYING WS-AOT-SUB FROM 1 BY 1
                   UNTIL WS-AOT-SUB > WS-AOT-COUNT OR WS-FOUND
               MOVE WS-AOT-ENTRY (WS-AOT-SUB) TO AOP-REC
               IF AOP-SOURCE = ALF-SOURCE
                       AND AOP-TEXT = ALF-TEXT
                   MOVE 'Y' TO WS-FOUND-IND
                   PERFORM 2110-RAISE-AGAIN
                   MOVE AOP-REC TO WS-AOT-ENTRY (WS-AOT-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM 2150-OPEN-NEW-ALERT
           END-IF
           .

      *--  The same condition again.  A rerun of a night already
      *--  loaded finds it raised on this date and leaves it alone.
       2110-RAISE-AGAIN.
           IF AOP-LAST-RAISED-DATE < WS-RUN-DATE
               MOVE WS-RUN-DATE TO AOP-LAST-RAISED-DATE
               ADD 1 TO AOP-NIGHTS-RAISED
                   ON SIZE ERROR
                       MOVE 999 TO AOP-NIGHTS-RAISED
               END-ADD
               ADD ALF-REPEAT-COUNT TO AOP-REPEAT-COUNT
                   ON SIZE ERROR
                       MOVE 999 TO AOP-REPEAT-COUNT
               END-ADD
               ADD 1 TO WS-RAISED-AGAIN-COUNT
           ELSE
               ADD 1 TO WS-ALREADY-LOADED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2150-OPEN-NEW-ALERT numbers a new alert after the last one
      *  raised on the business date and slots it into key order, so
      *  the store is rewritten in the order the keyed dataset wants.
      *----------------------------------------------------------------
       2150-OPEN-NEW-ALERT.
           IF WS-AOT-COUNT NOT < 2000
               MOVE 'Y' TO WS-STORE-FULL-IND
           ELSE
               MOVE ZERO TO WS-NEXT-SEQ
               MOVE WS-AOT-COUNT TO WS-INSERT-SUB
               ADD 1 TO WS-INSERT-SUB
               PERFORM VARYING WS-AOT-SUB FROM 1 BY 1
                       UNTIL WS-AOT-SUB > WS-AOT-COUNT
                   MOVE WS-AOT-ENTRY (WS-AOT-SUB) TO AOP-REC
                   IF AOP-ID-DATE = WS-RUN-DATE
                           AND AOP-ID-SEQ > WS-NEXT-SEQ
                       MOVE AOP-ID-SEQ TO WS-NEXT-SEQ
                   END-IF
                   IF AOP-ID-DATE > WS-RUN-DATE
                           AND WS-AOT-SUB < WS-INSERT-SUB
                       MOVE WS-AOT-SUB TO WS-INSERT-SUB
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NEXT-SEQ
               INITIALIZE AOP-REC
               MOVE WS-RUN-DATE TO AOP-ID-DATE
               MOVE WS-NEXT-SEQ TO AOP-ID-SEQ
               MOVE ALF-SOURCE TO AOP-SOURCE
               MOVE ALF-SEVERITY TO AOP-SEVERITY
               MOVE ALF-ROUTE-CODE TO AOP-ROUTE-CODE
               MOVE ALF-ROUTE-CODE TO AOP-ORIGINAL-ROUTE
               MOVE ALF-TEXT TO AOP-TEXT
               MOVE WS-RUN-DATE TO AOP-FIRST-RAISED-DATE
               MOVE WS-RUN-DATE TO AOP-LAST-RAISED-DATE
               MOVE 1 TO AOP-NIGHTS-RAISED
               MOVE ALF-REPEAT-COUNT TO AOP-REPEAT-COUNT
               MOVE WS-NOW-TIMESTAMP TO AOP-CLOCK-TIMESTAMP
               SET AOP-OPEN TO TRUE
               MOVE ZERO TO AOP-ESCALATION-COUNT
               PERFORM VARYING WS-AOT-SUB FROM WS-AOT-COUNT BY -1
                       UNTIL WS-AOT-SUB < WS-INSERT-SUB
                   MOVE WS-AOT-ENTRY (WS-AOT-SUB)
                       TO WS-AOT-ENTRY (WS-AOT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-AOT-COUNT
               MOVE AOP-REC TO WS-AOT-ENTRY (WS-INSERT-SUB)
               ADD 1 TO WS-NEW-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-RETIRE-CLEARED-ALERTS drops every acknowledged alert
      *  the loaded night did not raise again -- it has been handled
      *  and has stopped.  An unacknowledged one stays, cleared or
      *  not, until somebody owns up to it.
      *----------------------------------------------------------------
       2200-RETIRE-CLEARED-ALERTS.
           MOVE 'ALERTS CLEARED - ACKNOWLEDGED AND NOT RAISED AGAIN'
               TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-KEEP-SUB
           PERFORM VARYING WS-AOT-SUB FROM 1 BY 1
                   UNTIL WS-AOT-SUB > WS-AOT-COUNT
               MOVE WS-AOT-ENTRY (WS-AOT-SUB) TO AOP-REC
               IF AOP-ACKNOWLEDGED
                       AND AOP-LAST-RAISED-DATE < WS-RUN-DATE
                   IF WS-CLEARED-COUNT = ZERO
                       WRITE RPT-LINE FROM WS-ALERT-HEADER
                   END-IF
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE AOP-ACK-USER-ID TO ALN-OWNER
                   MOVE SPACES TO ALN-FLAG
                   PERFORM 8200-FORMAT-ALERT-LINE
                   WRITE RPT-LINE FROM WS-ALERT-LINE
               ELSE
                   ADD 1 TO WS-KEEP-SUB
                   MOVE AOP-REC TO WS-AOT-ENTRY (WS-KEEP-SUB)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-SUB TO WS-AOT-COUNT
           IF WS-CLEARED-COUNT = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-ESCALATE-ALERTS moves each HIGH alert left unacknowledged
      *  past the limit up one route tier, pages the new route, and
      *  audits the escalation.  An alert already at the top tier
      *  stays there and is flagged on the unacknowledged list.
      *----------------------------------------------------------------
       3000-ESCALATE-ALERTS.
           OPEN OUTPUT ESCALATION-FEED-FILE
           OPEN EXTEND ALERT-AUDIT-FILE
           IF WS-ALA-FILE-MISSING
               OPEN OUTPUT ALERT-AUDIT-FILE
           END-IF
           MOVE 'ESCALATED THIS RUN' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-AOT-SUB FROM 1 BY 1
                   UNTIL WS-AOT-SUB > WS-AOT-COUNT
               MOVE WS-AOT-ENTRY (WS-AOT-SUB) TO AOP-REC
               IF AOP-SEVERITY-HIGH AND NOT AOP-ACKNOWLEDGED
                   PERFORM 3100-CHECK-ONE-ALERT
                   MOVE AOP-REC TO WS-AOT-ENTRY (WS-AOT-SUB)
               END-IF
           END-PERFORM
           IF WS-ESCALATED-COUNT = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           CLOSE ESCALATION-FEED-FILE
           CLOSE ALERT-AUDIT-FILE
           .

       3100-CHECK-ONE-ALERT.
           MOVE AOP-CLOCK-TIMESTAMP TO WS-STAMP
           PERFORM 8100-STAMP-TO-MINUTES
           COMPUTE WS-ELAPSED-MINUTES =
               WS-NOW-MINUTES - WS-STAMP-MINUTES
           IF WS-ELAPSED-MINUTES NOT < WS-ESC-MINUTES
               PERFORM 3200-FIND-NEXT-TIER
               IF WS-NEXT-ROUTE = SPACES
                   ADD 1 TO WS-TOP-TIER-COUNT
               ELSE
                   PERFORM 3300-ESCALATE-ONE-ALERT
               END-IF
           END-IF
           .

       3200-FIND-NEXT-TIER.
           MOVE 'N' TO WS-FOUND-IND
           MOVE SPACES TO WS-NEXT-ROUTE
           IF WS-ESC-COUNT > ZERO
               SET WS-ESC-IDX TO 1
               SEARCH WS-ESC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ESC-TBL-ROUTE (WS-ESC-IDX)
                           = AOP-ROUTE-CODE
                       MOVE 'Y' TO WS-FOUND-IND
                       MOVE WS-ESC-TBL-NEXT (WS-ESC-IDX)
                           TO WS-NEXT-ROUTE
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
                   AND AOP-ROUTE-CODE NOT = WS-TOP-TIER-ROUTE
               MOVE WS-TOP-TIER-ROUTE TO WS-NEXT-ROUTE
           END-IF
           .

       3300-ESCALATE-ONE-ALERT.
           IF WS-ESCALATED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-ESCALATION-HEADER
           END-IF
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE AOP-KEY TO ESL-ALERT-ID
           MOVE AOP-SOURCE TO ESL-SOURCE
           MOVE AOP-ROUTE-CODE TO ESL-FROM-ROUTE
           MOVE WS-NEXT-ROUTE TO ESL-TO-ROUTE
           MOVE WS-ELAPSED-MINUTES TO ESL-MINUTES
           MOVE AOP-TEXT TO ESL-TEXT
           WRITE RPT-LINE FROM WS-ESCALATION-LINE
           MOVE WS-NOW-TIMESTAMP TO ALA-TIMESTAMP
           MOVE AOP-KEY TO ALA-ALERT-ID
           SET ALA-ESCALATED TO TRUE
           MOVE AOP-SOURCE TO ALA-SOURCE
           MOVE AOP-ROUTE-CODE TO ALA-ROUTE-CODE
           MOVE WS-NEXT-ROUTE TO ALA-NEW-VALUE
           MOVE SPACES TO ALA-TRANS-ID
           MOVE 'ALRESC00' TO ALA-USER-ID
           MOVE 'NOT ACKNOWLEDGED IN TIME - ESCALATED' TO ALA-NOTE
           WRITE ALA-REC
           MOVE WS-RUN-DATE TO ESF-RUN-DATE
           MOVE AOP-SOURCE TO ESF-SOURCE
           MOVE AOP-SEVERITY TO ESF-SEVERITY
           MOVE WS-NEXT-ROUTE TO ESF-ROUTE-CODE
           MOVE AOP-REPEAT-COUNT TO ESF-REPEAT-COUNT
           MOVE AOP-TEXT TO ESF-TEXT
           WRITE ESF-REC
           MOVE WS-NEXT-ROUTE TO AOP-ROUTE-CODE
           ADD 1 TO AOP-ESCALATION-COUNT
               ON SIZE ERROR
                   MOVE 99 TO AOP-ESCALATION-COUNT
           END-ADD
           MOVE WS-NOW-TIMESTAMP TO AOP-CLOCK-TIMESTAMP
           .

      *----------------------------------------------------------------
      *  4000-REWRITE-STORE writes the store back in key order --
      *  unless it outgrew the table, when the one on file is left
      *  untouched.
      *----------------------------------------------------------------
       4000-REWRITE-STORE.
           IF NOT WS-STORE-FULL
               OPEN OUTPUT OPEN-ALERT-FILE
               PERFORM VARYING WS-AOT-SUB FROM 1 BY 1
                       UNTIL WS-AOT-SUB > WS-AOT-COUNT
                   MOVE WS-AOT-ENTRY (WS-AOT-SUB) TO AOS-REC
                   WRITE AOS-REC
               END-PERFORM
               CLOSE OPEN-ALERT-FILE
           END-IF
           .

       5100-WRITE-UNACKNOWLEDGED.
           MOVE 'OPEN ALERTS NOT YET ACKNOWLEDGED' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-AOT-SUB FROM 1 BY 1
                   UNTIL WS-AOT-SUB > WS-AOT-COUNT
               MOVE WS-AOT-ENTRY (WS-AOT-SUB) TO AOP-REC
               IF NOT AOP-ACKNOWLEDGED
                   IF WS-UNACK-COUNT = ZERO
                       WRITE RPT-LINE FROM WS-ALERT-HEADER
                   END-IF
                   ADD 1 TO WS-UNACK-COUNT
                   MOVE AOP-ASSIGNED-TO TO ALN-OWNER
                   IF AOP-SEVERITY-HIGH
                           AND AOP-ROUTE-CODE = WS-TOP-TIER-ROUTE
                       MOVE '*TOP*' TO ALN-FLAG
                   ELSE
                       MOVE SPACES TO ALN-FLAG
                   END-IF
                   PERFORM 8200-FORMAT-ALERT-LINE
                   WRITE RPT-LINE FROM WS-ALERT-LINE
               END-IF
           END-PERFORM
           IF WS-UNACK-COUNT = ZERO
               MOVE 'NONE - EVERY OPEN ALERT IS ACKNOWLEDGED'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  5200-WRITE-HANDLING-LOG lists every audited action since the
      *  start of the business date -- the online acknowledgments and
      *  assignments the next morning included, and this run's
      *  escalations.
      *----------------------------------------------------------------
       5200-WRITE-HANDLING-LOG.
           MOVE SPACES TO SEC-TITLE
           STRING 'ALERT HANDLING SINCE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           OPEN INPUT ALERT-AUDIT-FILE
           IF WS-ALA-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ ALERT-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ALA-TIMESTAMP TO WS-STAMP
                           PERFORM 8100-STAMP-TO-MINUTES
                           IF WS-STAMP-DATE NOT < WS-RUN-DATE
                               PERFORM 5210-WRITE-HANDLING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-HANDLED-COUNT = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       5210-WRITE-HANDLING-LINE.
           IF WS-HANDLED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-HANDLING-HEADER
           END-IF
           ADD 1 TO WS-HANDLED-COUNT
           MOVE ALA-TIMESTAMP (1:19) TO HDL-WHEN
           MOVE ALA-ALERT-ID TO HDL-ALERT-ID
           EVALUATE TRUE
               WHEN ALA-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED' TO HDL-ACTION
               WHEN ALA-ASSIGNED
                   MOVE 'ASSIGNED' TO HDL-ACTION
               WHEN ALA-ESCALATED
                   MOVE 'ESCALATED' TO HDL-ACTION
               WHEN OTHER
                   MOVE ALA-ACTION TO HDL-ACTION
           END-EVALUATE
           MOVE ALA-USER-ID TO HDL-USER
           MOVE ALA-ROUTE-CODE TO HDL-ROUTE
           MOVE ALA-NEW-VALUE TO HDL-NEW-VALUE
           MOVE ALA-NOTE TO HDL-NOTE
           WRITE RPT-LINE FROM WS-HANDLING-LINE
           .

       5900-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           IF WS-FEED-LOADED
               MOVE 'FEED ALERTS READ' TO SUM-LABEL
               MOVE WS-FEED-READ TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'NEW ALERTS OPENED' TO SUM-LABEL
               MOVE WS-NEW-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'OPEN ALERTS RAISED AGAIN' TO SUM-LABEL
               MOVE WS-RAISED-AGAIN-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'ALREADY LOADED FOR THIS DATE' TO SUM-LABEL
               MOVE WS-ALREADY-LOADED-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'CLEARED AND RETIRED' TO SUM-LABEL
               MOVE WS-CLEARED-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           ELSE
               MOVE 'NO FEED STAGED - ESCALATION SWEEP ONLY'
                   TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE 'ESCALATED THIS RUN' TO SUM-LABEL
           MOVE WS-ESCALATED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNACKNOWLEDGED AT THE TOP TIER' TO SUM-LABEL
           MOVE WS-TOP-TIER-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPEN ALERTS NOT YET ACKNOWLEDGED' TO SUM-LABEL
           MOVE WS-UNACK-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALERTS ON THE STORE' TO SUM-LABEL
           MOVE WS-AOT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-STORE-FULL
               MOVE 'STORE FULL - ALRTOPN NOT REWRITTEN' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  8100-STAMP-TO-MINUTES turns WS-STAMP into minutes since the
      *  start of the calendar, and leaves its date in WS-STAMP-DATE.
      *  A stamp that is not a timestamp reads as now, so it can
      *  never trigger an escalation by itself.
      *----------------------------------------------------------------
       8100-STAMP-TO-MINUTES.
           STRING WS-STAMP (1:4) WS-STAMP (6:2) WS-STAMP (9:2)
               DELIMITED BY SIZE INTO WS-STAMP-DATE
           MOVE WS-STAMP (12:2) TO WS-STAMP-HH
           MOVE WS-STAMP (15:2) TO WS-STAMP-MI
           IF WS-STAMP-DATE IS NUMERIC
                   AND WS-STAMP-HH IS NUMERIC
                   AND WS-STAMP-MI IS NUMERIC
                   AND WS-STAMP-DATE-NUM > 16010101
               COMPUTE WS-STAMP-MINUTES =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE-NUM) * 1440
                   + WS-STAMP-HH-NUM * 60 + WS-STAMP-MI-NUM
           ELSE
               MOVE WS-NOW-MINUTES TO WS-STAMP-MINUTES
           END-IF
           .

       8200-FORMAT-ALERT-LINE.
           MOVE AOP-KEY TO ALN-ALERT-ID
           MOVE AOP-SEVERITY TO ALN-SEVERITY
           MOVE AOP-SOURCE TO ALN-SOURCE
           MOVE AOP-ROUTE-CODE TO ALN-ROUTE
           MOVE AOP-NIGHTS-RAISED TO ALN-NIGHTS
           MOVE AOP-ESCALATION-COUNT TO ALN-ESCALATIONS
           MOVE AOP-TEXT TO ALN-TEXT
           .

       9999-TERMINATE.
           CLOSE ESCALATION-REPORT
           DISPLAY 'ALRESC00 NEW ALERTS: ' WS-NEW-COUNT
               ' RAISED AGAIN: ' WS-RAISED-AGAIN-COUNT
               ' CLEARED: ' WS-CLEARED-COUNT
           DISPLAY 'ALRESC00 ESCALATED: ' WS-ESCALATED-COUNT
               ' UNACKNOWLEDGED: ' WS-UNACK-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when the store outgrew the
      *  table and was left as it was, a warning when an alert was
      *  escalated (the escalation feed pages the new route), normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'ALRESC00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-STORE-FULL
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'OPEN-ALERT STORE FULL - ALRTOPN NOT UPDATED'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-ESCALATED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'HIGH ALERTS ESCALATED - SEE ALRTESCF'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
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
           MOVE 'ALRESC00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
