       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FXOAPP00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  FXOAPP00 -- FX RATE OVERRIDE APPROVAL TRANSACTION (FXOA)
      *  The checker half of the FX override maker/checker pair:
      *  browses the PENDFXO queue FXOMNT00's makers feed, shows the
      *  oldest pending override beside the gate's own figures, and
      *  takes A (approve) or R (reject).  Only an approval writes
      *  FXOVRIDE -- and never under the maker's own user ID; an item
      *  whose maker is the signed-on user is refused with a message.
      *  The approved entry names the maker, this checker, and the
      *  approval date, the same way STDPARM carries its maker and
      *  checker; the quality gate copies all three onto the
      *  FXOVRLOG audit record when it lets the rate through.
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

       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.

       COPY FXOAPPM.
       COPY PNDFXOVR.
       COPY FXOVRD.

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
               TRANSID('FXOA')
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
           EXEC CICS STARTBR FILE('PENDFXO')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2100-READ-NEXT-PENDING
                   UNTIL WS-FOUND-PENDING
                   OR WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('PENDFXO') END-EXEC
           END-IF
           IF WS-FOUND-PENDING
               MOVE PDF-CHANGE-ID TO WS-CA-CHANGE-ID
           ELSE
               MOVE SPACES TO WS-CA-CHANGE-ID
           END-IF
           MOVE 'RVW' TO WS-CA-FUNCTION
           .

       2100-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('PENDFXO')
               INTO(PDF-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF PDF-PENDING
                   MOVE 'Y' TO WS-FOUND-PENDING-IND
               END-IF
           END-IF
           .

       3000-RECEIVE-DECISION.
           EXEC CICS RECEIVE MAP('FXOAPPM')
               MAPSET('FXOAPPS')
               INTO(FXOAPPMI)
           END-EXEC
           MOVE FACTI TO WS-ACTION
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
           EXEC CICS READ FILE('PENDFXO')
               INTO(PDF-REC)
               RIDFLD(WS-CA-CHANGE-ID)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PENDING ITEM READ ERROR -- NOT ACTIONED'
                   TO WS-MSG-TEXT
           ELSE
               IF NOT PDF-PENDING
                   MOVE 'ITEM ALREADY WORKED FROM ANOTHER TERMINAL'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('PENDFXO') END-EXEC
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
      *  maker cannot approve their own override -- then writes the
      *  FXOVRIDE entry for the date and currency (a rewrite when one
      *  was already approved, which the new one replaces) and marks
      *  the queue item approved.
      *----------------------------------------------------------------
       3200-APPROVE-ITEM.
           IF PDF-MAKER-ID = WS-USER-ID
               MOVE 'MAKER CANNOT APPROVE OWN OVERRIDE'
                   TO WS-MSG-TEXT
               EXEC CICS UNLOCK FILE('PENDFXO') END-EXEC
           ELSE
               MOVE PDF-BUSINESS-DATE TO FXO-BUSINESS-DATE
               MOVE PDF-CURRENCY-CODE TO FXO-CURRENCY-CODE
               EXEC CICS READ FILE('FXOVRIDE')
                   INTO(FXO-REC)
                   RIDFLD(FXO-KEY)
                   UPDATE
                   RESP(WS-RESP-CODE)
               END-EXEC
               PERFORM 3210-BUILD-OVERRIDE
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE('FXOVRIDE')
                       FROM(FXO-REC)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               ELSE
                   IF WS-RESP-CODE = DFHRESP(NOTFND)
                       EXEC CICS WRITE FILE('FXOVRIDE')
                           FROM(FXO-REC)
                           RIDFLD(FXO-KEY)
                           RESP(WS-RESP-CODE)
                       END-EXEC
                   END-IF
               END-IF
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   SET PDF-APPROVED TO TRUE
                   EXEC CICS REWRITE FILE('PENDFXO')
                       FROM(PDF-REC)
                   END-EXEC
                   MOVE 'FX OVERRIDE APPROVED - GATE HONORS IT ON RERUN'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'FXOVRIDE UPDATE ERROR -- NOT APPLIED'
                       TO WS-MSG-TEXT
                   EXEC CICS UNLOCK FILE('PENDFXO') END-EXEC
               END-IF
           END-IF
           .

       3210-BUILD-OVERRIDE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE PDF-BUSINESS-DATE TO FXO-BUSINESS-DATE
           MOVE PDF-CURRENCY-CODE TO FXO-CURRENCY-CODE
           MOVE PDF-ACTION TO FXO-ACTION
           MOVE PDF-FLAGGED-RATE TO FXO-FLAGGED-RATE
           MOVE PDF-CORRECTED-RATE TO FXO-CORRECTED-RATE
           MOVE PDF-REASON TO FXO-REASON
           MOVE PDF-MAKER-ID TO FXO-MAKER-ID
           MOVE WS-USER-ID TO FXO-CHECKER-ID
           MOVE WS-ACCEPT-DATE TO FXO-APPROVED-DATE
           .

       3300-REJECT-ITEM.
           SET PDF-REJECTED TO TRUE
           EXEC CICS REWRITE FILE('PENDFXO')
               FROM(PDF-REC)
           END-EXEC
           MOVE 'FX OVERRIDE REJECTED - THE GATE STILL HOLDS'
               TO WS-MSG-TEXT
           .

      *----------------------------------------------------------------
      *  2900-SEND-REVIEW-MAP shows the oldest pending item (or the
      *  empty-queue message) plus the outcome of whatever was just
      *  actioned.  The corrected rate shows only on a correction.
      *----------------------------------------------------------------
       2900-SEND-REVIEW-MAP.
           MOVE SPACES TO FXOAPPMO
           IF WS-FOUND-PENDING
               MOVE PDF-CHANGE-ID TO FCHGIDO
               MOVE PDF-BUSINESS-DATE TO FDATEO
               MOVE PDF-CURRENCY-CODE TO FCCYO
               MOVE PDF-FLAGGED-RATE TO TRATEO
               MOVE PDF-PRIOR-RATE TO PRATEO
               MOVE PDF-MOVE-PCT TO FMOVEO
               MOVE PDF-TOLERANCE-PCT TO FTOLO
               MOVE PDF-ACTION TO FOVACTO
               IF PDF-CORRECT
                   MOVE PDF-CORRECTED-RATE TO FRATEO
               END-IF
               MOVE PDF-REASON TO FRSNO
               MOVE PDF-MAKER-ID TO FMAKERO
               IF WS-MSG-TEXT = SPACES
                   MOVE 'KEY A TO APPROVE OR R TO REJECT'
                       TO WS-MSG-TEXT
               END-IF
           ELSE
               IF WS-MSG-TEXT = SPACES
                   MOVE 'PENDING QUEUE IS EMPTY' TO WS-MSG-TEXT
               END-IF
           END-IF
           MOVE WS-MSG-TEXT TO FMSGO
           EXEC CICS SEND MAP('FXOAPPM')
               MAPSET('FXOAPPS')
               FROM(FXOAPPMO)
               ERASE
           END-EXEC
           .
