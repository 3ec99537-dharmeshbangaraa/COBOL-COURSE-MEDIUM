       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAUAPP00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  CAUAPP00 -- ENTITLEMENT-CHANGE APPROVAL TRANSACTION (CAUA)
      *  The checker half of the CORRAUTH maker/checker pair: browses
      *  the PENDAUTH queue CAUMNT00's makers feed, shows the oldest
      *  pending change, and takes A (approve) or R (reject).  Only
      *  an approval touches CORRAUTH -- and never under the maker's
      *  own user ID, nor by the user the change is for; either is
      *  refused with a message.  A grant writes or rewrites the
      *  entry with its expiry date, attesting manager, maker and
      *  checker; a revoke deletes it.
      *
      *  Every decision, approval or rejection, writes a CAUAUD
      *  record carrying the before/after expiry and manager, the
      *  maker, and this checker -- the same never-unaudited
      *  convention LIMAPP00 follows for limits, extended to
      *  rejections because a refused grant is itself worth keeping
      *  for the recertification.
      *
      *  Pseudo-conversational in the same shape as LIMAPP00: first
      *  entry (EIBCALEN = 0) finds and displays the oldest pending
      *  item; the user keys A or R and the transaction re-enters to
      *  act on it and show the next.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in PVCORR00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-REVIEW      VALUE 'RVW'.
           05  WS-CA-CHANGE-ID       PIC X(26).

       01  WS-USER-ID                PIC X(08) VALUE SPACES.
       01  WS-MSG-TEXT               PIC X(60) VALUE SPACES.
       01  WS-RESP-CODE              PIC S9(08) COMP VALUE ZERO.
       01  WS-ACTION                 PIC X(01) VALUE SPACE.

       01  WS-FOUND-PENDING-IND      PIC X(01) VALUE 'N'.
           88  WS-FOUND-PENDING      VALUE 'Y'.

       01  WS-BROWSE-KEY             PIC X(26) VALUE LOW-VALUES.

      *--  Entitlement audit record written to CAUAUD (a VSAM
      *--  entry-sequenced dataset, same arrangement as LIMAUDIT) --
      *--  one per decision, maker and checker both named.
       01  CAD-REC.
           05  CAD-OUTCOME           PIC X(01).
               88  CAD-APPROVED          VALUE 'A'.
               88  CAD-REJECTED          VALUE 'R'.
           05  CAD-ACTION            PIC X(01).
           05  CAD-USER-ID           PIC X(08).
           05  CAD-SCOPE-TYPE        PIC X(01).
           05  CAD-SCOPE-ID          PIC X(08).
           05  CAD-OLD-EXPIRY-DATE   PIC X(08).
           05  CAD-NEW-EXPIRY-DATE   PIC X(08).
           05  CAD-OLD-MANAGER-ID    PIC X(08).
           05  CAD-NEW-MANAGER-ID    PIC X(08).
           05  CAD-TIMESTAMP         PIC X(26).
           05  CAD-TRANS-ID          PIC X(04).
           05  CAD-MAKER-ID          PIC X(08).
           05  CAD-CHECKER-ID        PIC X(08).

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

       01  WS-AUDIT-TIMESTAMP        PIC X(26) VALUE SPACES.

       COPY CAUAPPM.
       COPY PNDAUTH.
       COPY CORRAUTH.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-CHANGE-ID       PIC X(26).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           IF EIBCALEN = ZERO
               PERFORM 2000-FIND-NEXT-PENDING
               PERFORM 2900-SEND-REVIEW-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN WS-CA-REVIEW
                       PERFORM 3000-RECEIVE-DECISION
                       PERFORM 2000-FIND-NEXT-PENDING
                       PERFORM 2900-SEND-REVIEW-MAP
                   WHEN OTHER
                       PERFORM 2000-FIND-NEXT-PENDING
                       PERFORM 2900-SEND-REVIEW-MAP
               END-EVALUATE
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('CAUA')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

      *----------------------------------------------------------------
      *  2000-FIND-NEXT-PENDING browses the queue from the top for the
      *  oldest item still pending; the queue key is the maker's
      *  timestamp, so browse order is age order.
      *----------------------------------------------------------------
       2000-FIND-NEXT-PENDING.
           MOVE 'N' TO WS-FOUND-PENDING-IND
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('PENDAUTH')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2100-READ-NEXT-PENDING
                   UNTIL WS-FOUND-PENDING
                   OR WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('PENDAUTH') END-EXEC
           END-IF
           IF WS-FOUND-PENDING
               MOVE PDA-CHANGE-ID TO WS-CA-CHANGE-ID
           ELSE
               MOVE SPACES TO WS-CA-CHANGE-ID
           END-IF
           MOVE 'RVW' TO WS-CA-FUNCTION
           .

       2100-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('PENDAUTH')
               INTO(PDA-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF PDA-PENDING
                   MOVE 'Y' TO WS-FOUND-PENDING-IND
               END-IF
           END-IF
           .

       3000-RECEIVE-DECISION.
           EXEC CICS RECEIVE MAP('CAUAPPM')
               MAPSET('CAUAPPS')
               INTO(CAUAPPMI)
           END-EXEC
           MOVE KACTI TO WS-ACTION
           IF WS-CA-CHANGE-ID = SPACES
               MOVE 'NOTHING PENDING TO ACT ON' TO WS-MSG-TEXT
           ELSE
               IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'R'
                   MOVE 'KEY A TO APPROVE OR R TO REJECT'
                       TO WS-MSG-TEXT
               ELSE
                   PERFORM 3100-ACT-ON-ITEM
               END-IF
           END-IF
           .

       3100-ACT-ON-ITEM.
           EXEC CICS READ FILE('PENDAUTH')
               INTO(PDA-REC)
               RIDFLD(WS-CA-CHANGE-ID)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PENDING ITEM READ ERROR -- NOT ACTIONED'
                   TO WS-MSG-TEXT
           ELSE
               IF NOT PDA-PENDING
                   MOVE 'ITEM ALREADY WORKED FROM ANOTHER TERMINAL'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('PENDAUTH') END-EXEC
               ELSE
                   IF WS-ACTION = 'A'
                       PERFORM 3200-APPROVE-ITEM
                   ELSE
                       PERFORM 3300-REJECT-ITEM
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3200-APPROVE-ITEM enforces the second pair of eyes -- the
      *  maker cannot approve their own change, and nobody approves a
      *  change to their own entitlements -- then applies it, writes
      *  the audit record, and marks the queue item approved.
      *----------------------------------------------------------------
       3200-APPROVE-ITEM.
           IF PDA-MAKER-ID = WS-USER-ID
               MOVE 'MAKER CANNOT APPROVE OWN CHANGE'
                   TO WS-MSG-TEXT
               EXEC CICS UNLOCK FILE('PENDAUTH') END-EXEC
           ELSE
               IF PDA-USER-ID = WS-USER-ID
                   MOVE 'YOU CANNOT APPROVE YOUR OWN ENTITLEMENTS'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('PENDAUTH') END-EXEC
               ELSE
                   IF PDA-GRANT
                       PERFORM 3210-APPLY-GRANT
                   ELSE
                       PERFORM 3220-APPLY-REVOKE
                   END-IF
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       PERFORM 3250-BUILD-TIMESTAMP
                       SET CAD-APPROVED TO TRUE
                       PERFORM 3260-WRITE-AUDIT-RECORD
                       SET PDA-APPROVED TO TRUE
                       EXEC CICS REWRITE FILE('PENDAUTH')
                           FROM(PDA-REC)
                       END-EXEC
                       MOVE 'CHANGE APPROVED, APPLIED AND AUDITED'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE 'CORRAUTH UPDATE ERROR -- NOT APPLIED'
                           TO WS-MSG-TEXT
                       EXEC CICS UNLOCK FILE('PENDAUTH') END-EXEC
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3210-APPLY-GRANT rewrites the entry when it is on file and
      *  writes it when it is new; either way it carries the new
      *  expiry, the attesting manager, and both pairs of hands.
      *----------------------------------------------------------------
       3210-APPLY-GRANT.
           PERFORM 3250-BUILD-TIMESTAMP
           MOVE PDA-USER-ID TO CAU-USER-ID
           MOVE PDA-SCOPE-TYPE TO CAU-SCOPE-TYPE
           MOVE PDA-SCOPE-ID TO CAU-SCOPE-ID
           IF PDA-ENTRY-EXISTS
               EXEC CICS READ FILE('CORRAUTH')
                   INTO(CAU-REC)
                   RIDFLD(CAU-KEY)
                   UPDATE
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 3215-FILL-ENTRY
                   EXEC CICS REWRITE FILE('CORRAUTH')
                       FROM(CAU-REC)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           ELSE
               PERFORM 3215-FILL-ENTRY
               EXEC CICS WRITE FILE('CORRAUTH')
                   FROM(CAU-REC)
                   RIDFLD(CAU-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF
           .

       3215-FILL-ENTRY.
           MOVE PDA-NEW-EXPIRY-DATE TO CAU-EXPIRY-DATE
           MOVE PDA-NEW-MANAGER-ID TO CAU-MANAGER-ID
           MOVE PDA-MAKER-ID TO CAU-MAKER-ID
           MOVE WS-USER-ID TO CAU-CHECKER-ID
           MOVE WS-ACCEPT-DATE TO CAU-APPROVED-DATE
           .

       3220-APPLY-REVOKE.
           MOVE PDA-USER-ID TO CAU-USER-ID
           MOVE PDA-SCOPE-TYPE TO CAU-SCOPE-TYPE
           MOVE PDA-SCOPE-ID TO CAU-SCOPE-ID
           EXEC CICS DELETE FILE('CORRAUTH')
               RIDFLD(CAU-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           .

       3250-BUILD-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-DATE-YYYY   '-'
                  WS-DATE-MM     '-'
                  WS-DATE-DD     '-'
                  WS-TIME-HH     '.'
                  WS-TIME-MM     '.'
                  WS-TIME-SS     '.'
                  WS-TIME-HS     '0000'
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           .

       3260-WRITE-AUDIT-RECORD.
           MOVE PDA-ACTION TO CAD-ACTION
           MOVE PDA-USER-ID TO CAD-USER-ID
           MOVE PDA-SCOPE-TYPE TO CAD-SCOPE-TYPE
           MOVE PDA-SCOPE-ID TO CAD-SCOPE-ID
           MOVE PDA-OLD-EXPIRY-DATE TO CAD-OLD-EXPIRY-DATE
           MOVE PDA-NEW-EXPIRY-DATE TO CAD-NEW-EXPIRY-DATE
           MOVE PDA-OLD-MANAGER-ID TO CAD-OLD-MANAGER-ID
           MOVE PDA-NEW-MANAGER-ID TO CAD-NEW-MANAGER-ID
           MOVE WS-AUDIT-TIMESTAMP TO CAD-TIMESTAMP
           MOVE EIBTRNID TO CAD-TRANS-ID
           MOVE PDA-MAKER-ID TO CAD-MAKER-ID
           MOVE WS-USER-ID TO CAD-CHECKER-ID
           EXEC CICS WRITE FILE('CAUAUD')
               FROM(CAD-REC)
               RIDFLD(WS-AUDIT-TIMESTAMP)
           END-EXEC
           .

       3300-REJECT-ITEM.
           PERFORM 3250-BUILD-TIMESTAMP
           SET CAD-REJECTED TO TRUE
           PERFORM 3260-WRITE-AUDIT-RECORD
           SET PDA-REJECTED TO TRUE
           EXEC CICS REWRITE FILE('PENDAUTH')
               FROM(PDA-REC)
           END-EXEC
           MOVE 'ENTITLEMENT CHANGE REJECTED - NOTHING APPLIED'
               TO WS-MSG-TEXT
           .

      *----------------------------------------------------------------
      *  2900-SEND-REVIEW-MAP shows the oldest pending item (or the
      *  empty-queue message) plus the outcome of whatever was just
      *  actioned.
      *----------------------------------------------------------------
       2900-SEND-REVIEW-MAP.
           MOVE SPACES TO CAUAPPMO
           IF WS-FOUND-PENDING
               MOVE PDA-CHANGE-ID TO KCHGIDO
               MOVE PDA-ACTION TO KACTNO
               MOVE PDA-USER-ID TO KUSERO
               MOVE PDA-SCOPE-TYPE TO KSCOPEO
               MOVE PDA-SCOPE-ID TO KSCPIDO
               MOVE PDA-OLD-EXPIRY-DATE TO OEXPO
               MOVE PDA-NEW-EXPIRY-DATE TO NEXPO
               MOVE PDA-OLD-MANAGER-ID TO OMGRO
               MOVE PDA-NEW-MANAGER-ID TO NMGRO
               MOVE PDA-MAKER-ID TO KMAKERO
               IF WS-MSG-TEXT = SPACES
                   MOVE 'KEY A TO APPROVE OR R TO REJECT'
                       TO WS-MSG-TEXT
               END-IF
           ELSE
               IF WS-MSG-TEXT = SPACES
                   MOVE 'PENDING QUEUE IS EMPTY' TO WS-MSG-TEXT
               END-IF
           END-IF
           MOVE WS-MSG-TEXT TO KMSGO
           EXEC CICS SEND MAP('CAUAPPM')
               MAPSET('CAUAPPS')
               FROM(CAUAPPMO)
               ERASE
           END-EXEC
           .
