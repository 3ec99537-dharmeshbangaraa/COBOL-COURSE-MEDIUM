       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMAPP00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  PRMAPP00 -- STANDING-PARAMETER CHANGE APPROVAL (PRMA)
      *  The checker half of the STDPARM maker/checker pair: browses
      *  the PENDPARM queue PRMMNT00's makers feed, shows the oldest
      *  pending change beside the value it replaces, and takes A
      *  (approve) or R (reject).  Only an approval touches STDPARM --
      *  and never under the maker's own user ID, which is refused
      *  with a message.  An approved change writes the parameter's
      *  entry for its effective date (or rewrites it, when one was
      *  already approved for that date) with maker and checker.
      *
      *  A change whose effective date is no longer after today is
      *  refused approval: tonight's standing settings are fixed once
      *  the day starts, and anything later is a one-night override.
      *  Reject it and have it re-keyed for a later date.
      *
      *  Every decision, approval or rejection, writes a PRMAUD
      *  record carrying the old and new values, the maker, and this
      *  checker -- the same never-unaudited convention CAUAPP00
      *  follows for correction entitlements.
      *
      *  Pseudo-conversational in the same shape as CAUAPP00: first
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
       01  WS-TODAY-CHAR             PIC X(08) VALUE SPACES.

      *--  Parameter audit record written to PRMAUD (a VSAM
      *--  entry-sequenced dataset, same arrangement as CAUAUD) --
      *--  one per decision, maker and checker both named.
       01  PAD-REC.
           05  PAD-OUTCOME           PIC X(01).
               88  PAD-APPROVED          VALUE 'A'.
               88  PAD-REJECTED          VALUE 'R'.
           05  PAD-PARM-NAME         PIC X(16).
           05  PAD-EFFECTIVE-DATE    PIC X(08).
           05  PAD-OLD-VALUE         PIC X(15).
           05  PAD-OLD-EFF-DATE      PIC X(08).
           05  PAD-NEW-VALUE         PIC X(15).
           05  PAD-TIMESTAMP         PIC X(26).
           05  PAD-TRANS-ID          PIC X(04).
           05  PAD-MAKER-ID          PIC X(08).
           05  PAD-CHECKER-ID        PIC X(08).

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

       COPY PRMAPPM.
       COPY PNDPARM.
       COPY STDPARM.

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
               TRANSID('PRMA')
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
           EXEC CICS STARTBR FILE('PENDPARM')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2100-READ-NEXT-PENDING
                   UNTIL WS-FOUND-PENDING
                   OR WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('PENDPARM') END-EXEC
           END-IF
           IF WS-FOUND-PENDING
               MOVE PDP-CHANGE-ID TO WS-CA-CHANGE-ID
           ELSE
               MOVE SPACES TO WS-CA-CHANGE-ID
           END-IF
           MOVE 'RVW' TO WS-CA-FUNCTION
           .

       2100-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('PENDPARM')
               INTO(PDP-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF PDP-PENDING
                   MOVE 'Y' TO WS-FOUND-PENDING-IND
               END-IF
           END-IF
           .

       3000-RECEIVE-DECISION.
           EXEC CICS RECEIVE MAP('PRMAPPM')
               MAPSET('PRMAPPS')
               INTO(PRMAPPMI)
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
           EXEC CICS READ FILE('PENDPARM')
               INTO(PDP-REC)
               RIDFLD(WS-CA-CHANGE-ID)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PENDING ITEM READ ERROR -- NOT ACTIONED'
                   TO WS-MSG-TEXT
           ELSE
               IF NOT PDP-PENDING
                   MOVE 'ITEM ALREADY WORKED FROM ANOTHER TERMINAL'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('PENDPARM') END-EXEC
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
      *  3200-APPROVE-ITEM enforces the second pair of eyes and the
      *  future effective date, then applies the change, writes the
      *  audit record, and marks the queue item approved.
      *----------------------------------------------------------------
       3200-APPROVE-ITEM.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-TODAY-CHAR
           IF PDP-MAKER-ID = WS-USER-ID
               MOVE 'MAKER CANNOT APPROVE OWN CHANGE'
                   TO WS-MSG-TEXT
               EXEC CICS UNLOCK FILE('PENDPARM') END-EXEC
           ELSE
               IF PDP-EFFECTIVE-DATE NOT > WS-TODAY-CHAR
                   MOVE 'EFFECTIVE DATE HAS PASSED -- REJECT AND RE-KEY'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('PENDPARM') END-EXEC
               ELSE
                   PERFORM 3210-APPLY-CHANGE
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       PERFORM 3250-BUILD-TIMESTAMP
                       SET PAD-APPROVED TO TRUE
                       PERFORM 3260-WRITE-AUDIT-RECORD
                       SET PDP-APPROVED TO TRUE
                       EXEC CICS REWRITE FILE('PENDPARM')
                           FROM(PDP-REC)
                       END-EXEC
                       MOVE 'CHANGE APPROVED, APPLIED AND AUDITED'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE 'STDPARM UPDATE ERROR -- NOT APPLIED'
                           TO WS-MSG-TEXT
                       EXEC CICS UNLOCK FILE('PENDPARM') END-EXEC
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3210-APPLY-CHANGE rewrites the parameter's entry when one is
      *  already on file for the effective date and writes it when it
      *  is new; either way it carries both pairs of hands.
      *----------------------------------------------------------------
       3210-APPLY-CHANGE.
           MOVE PDP-PARM-NAME TO SPM-PARM-NAME
           MOVE PDP-EFFECTIVE-DATE TO SPM-EFFECTIVE-DATE
           EXEC CICS READ FILE('STDPARM')
               INTO(SPM-REC)
               RIDFLD(SPM-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 3215-FILL-ENTRY
               EXEC CICS REWRITE FILE('STDPARM')
                   FROM(SPM-REC)
                   RESP(WS-RESP-CODE)
               END-EXEC
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   PERFORM 3215-FILL-ENTRY
                   EXEC CICS WRITE FILE('STDPARM')
                       FROM(SPM-REC)
                       RIDFLD(SPM-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           END-IF
           .

       3215-FILL-ENTRY.
           MOVE PDP-NEW-VALUE TO SPM-PARM-VALUE
           MOVE PDP-MAKER-ID TO SPM-MAKER-ID
           MOVE WS-USER-ID TO SPM-CHECKER-ID
           MOVE WS-TODAY-CHAR TO SPM-APPROVED-DATE
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
           MOVE PDP-PARM-NAME TO PAD-PARM-NAME
           MOVE PDP-EFFECTIVE-DATE TO PAD-EFFECTIVE-DATE
           MOVE PDP-OLD-VALUE TO PAD-OLD-VALUE
           MOVE PDP-OLD-EFF-DATE TO PAD-OLD-EFF-DATE
           MOVE PDP-NEW-VALUE TO PAD-NEW-VALUE
           MOVE WS-AUDIT-TIMESTAMP TO PAD-TIMESTAMP
           MOVE EIBTRNID TO PAD-TRANS-ID
           MOVE PDP-MAKER-ID TO PAD-MAKER-ID
           MOVE WS-USER-ID TO PAD-CHECKER-ID
           EXEC CICS WRITE FILE('PRMAUD')
               FROM(PAD-REC)
               RIDFLD(WS-AUDIT-TIMESTAMP)
           END-EXEC
           .

       3300-REJECT-ITEM.
           PERFORM 3250-BUILD-TIMESTAMP
           SET PAD-REJECTED TO TRUE
           PERFORM 3260-WRITE-AUDIT-RECORD
           SET PDP-REJECTED TO TRUE
           EXEC CICS REWRITE FILE('PENDPARM')
               FROM(PDP-REC)
           END-EXEC
           MOVE 'PARAMETER CHANGE REJECTED - NOTHING APPLIED'
               TO WS-MSG-TEXT
           .

      *----------------------------------------------------------------
      *  2900-SEND-REVIEW-MAP shows the oldest pending item (or the
      *  empty-queue message) plus the outcome of whatever was just
      *  actioned.
      *----------------------------------------------------------------
       2900-SEND-REVIEW-MAP.
           MOVE SPACES TO PRMAPPMO
           IF WS-FOUND-PENDING
               MOVE PDP-CHANGE-ID TO KCHGIDO
               MOVE PDP-PARM-NAME TO KNAMEO
               MOVE PDP-OLD-VALUE TO OVALO
               MOVE PDP-OLD-EFF-DATE TO OEFFO
               MOVE PDP-NEW-VALUE TO NVALO
               MOVE PDP-EFFECTIVE-DATE TO NEFFO
               MOVE PDP-MAKER-ID TO KMAKERO
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
           EXEC CICS SEND MAP('PRMAPPM')
               MAPSET('PRMAPPS')
               FROM(PRMAPPMO)
               ERASE
           END-EXEC
           .
