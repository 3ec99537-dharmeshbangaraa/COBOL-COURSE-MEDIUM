       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DSKSGN00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  DSKSGN00 -- DAILY DESK P&L SIGN-OFF AND COMMENTARY (DSGN)
      *  Lets a desk head -- or the deputy named beside them on the
      *  DSKHEAD reference (DSKHEAD.cpy) -- attest their desk's P&L
      *  for a business date, and key the free-text commentary that
      *  explains each portfolio's number before they do.  Until now
      *  the attestation was an e-mail nobody could find at month end
      *  and the commentary lived in the desk's own spreadsheets.
      *
      *  Commentary ('C') is one PNLCMT record (PNLCMT.cpy) per
      *  portfolio per date, two 60-byte lines, rewritten in place if
      *  keyed again; the portfolio must map to the desk on the
      *  DESKBOOK dataset.  Sign-off ('S') writes the DSKSGN record
      *  (DSKSGN.cpy) with the signer and a timestamp.  Once a desk is
      *  signed for a date its commentary is locked and it cannot be
      *  signed again -- a change after sign-off goes through the
      *  PVCORR00 correction route, not here.
      *
      *  RPTSGN00 lists the desks still unsigned each late morning and
      *  raises the alert; PRDCHK00 will not pass a month for close
      *  until every business day is signed by every desk.
      *
      *  Pseudo-conversational in the same shape as DSKMNT00: first
      *  entry (EIBCALEN = 0) sends the blank map; the user keys the
      *  desk and business date and the transaction re-enters to
      *  check their authority and show the sign-off status; the user
      *  then keys commentary or the sign-off, re-entering once per
      *  action until the desk is signed or the action is left blank.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in PVCORR00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-INQUIRE     VALUE 'INQ'.
               88  WS-CA-UPDATE      VALUE 'UPD'.
           05  WS-CA-DESK-ID         PIC X(08).
           05  WS-CA-BUSINESS-DATE   PIC X(08).
           05  WS-CA-HEAD-USER-ID    PIC X(08).
           05  WS-CA-SIGNED-IND      PIC X(01).
               88  WS-CA-SIGNED      VALUE 'Y'.
           05  WS-CA-SIGNED-BY       PIC X(08).
           05  WS-CA-SIGNED-AT       PIC X(26).

       01  WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                     PIC 9(08).
       01  WS-BUSINESS-DATE-FIELDS REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YYYY      PIC 9(04).
           05  WS-BUSINESS-MM        PIC 9(02).
           05  WS-BUSINESS-DD        PIC 9(02).

       01  WS-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-PORTFOLIO-ID           PIC X(08) VALUE SPACES.
       01  WS-COMMENT-LINE-1         PIC X(60) VALUE SPACES.
       01  WS-COMMENT-LINE-2         PIC X(60) VALUE SPACES.

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

       COPY DSKSGNM.
       COPY DSKHEAD.
       COPY DSKSGN.
       COPY PNLCMT.
       COPY DSKBKMAP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-DESK-ID         PIC X(08).
           05  LK-CA-BUSINESS-DATE   PIC X(08).
           05  LK-CA-HEAD-USER-ID    PIC X(08).
           05  LK-CA-SIGNED-IND      PIC X(01).
           05  LK-CA-SIGNED-BY       PIC X(08).
           05  LK-CA-SIGNED-AT       PIC X(26).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN WS-CA-INQUIRE
                       PERFORM 2000-RECEIVE-SELECTION
                       IF WS-INPUT-VALID
                           PERFORM 2050-CHECK-AUTHORITY
                       END-IF
                       IF WS-INPUT-VALID
                           PERFORM 2100-LOOKUP-SIGNOFF
                       END-IF
                       PERFORM 2900-SEND-DISPLAY-MAP
                   WHEN WS-CA-UPDATE
                       PERFORM 3000-RECEIVE-ACTION
                       IF WS-ACTION = SPACE
                           PERFORM 1000-SEND-INITIAL-MAP
                       ELSE
                           IF WS-INPUT-VALID
                               EVALUATE WS-ACTION
                                   WHEN 'C'
                                       PERFORM 3100-SAVE-COMMENTARY
                                   WHEN 'S'
                                       PERFORM 3200-SIGN-OFF-DESK
                               END-EVALUATE
                           END-IF
                           PERFORM 3900-SEND-CONFIRM-MAP
                       END-IF
                   WHEN OTHER
                       PERFORM 1000-SEND-INITIAL-MAP
               END-EVALUATE
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('DSGN')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO DSKSGNMO
           MOVE 'ENTER DESK AND BUSINESS DATE (YYYYMMDD) TO SIGN OFF'
               TO SMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('DSKSGNM')
               MAPSET('DSKSGNS')
               FROM(DSKSGNMO)
               ERASE
           END-EXEC
           .

      *----------------------------------------------------------------
      *  2000-RECEIVE-SELECTION validates the desk and business date.
      *  The date must be a real date no later than today -- a desk
      *  cannot attest a P&L that has not been produced yet.
      *----------------------------------------------------------------
       2000-RECEIVE-SELECTION.
           EXEC CICS RECEIVE MAP('DSKSGNM')
               MAPSET('DSKSGNS')
               INTO(DSKSGNMI)
           END-EXEC
           MOVE SDESKI TO WS-CA-DESK-ID
           MOVE SDATEI TO WS-CA-BUSINESS-DATE
           MOVE 'N' TO WS-CA-SIGNED-IND
           MOVE SPACES TO WS-CA-SIGNED-BY
           MOVE SPACES TO WS-CA-SIGNED-AT
           MOVE SPACES TO WS-CA-HEAD-USER-ID
           MOVE WS-CA-BUSINESS-DATE TO WS-BUSINESS-DATE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           SET WS-INPUT-VALID TO TRUE
           IF WS-CA-DESK-ID = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'DESK IS REQUIRED' TO WS-MSG-TEXT
           ELSE
               IF WS-BUSINESS-DATE NOT NUMERIC
                   SET WS-INPUT-INVALID TO TRUE
               ELSE
                   IF WS-BUSINESS-MM < 1 OR WS-BUSINESS-MM > 12
                           OR WS-BUSINESS-DD < 1
                           OR WS-BUSINESS-DD > 31
                           OR WS-BUSINESS-DATE-NUM > WS-ACCEPT-DATE
                       SET WS-INPUT-INVALID TO TRUE
                   END-IF
               END-IF
               IF WS-INPUT-INVALID
                   MOVE 'BUSINESS DATE MUST BE YYYYMMDD, NOT IN FUTURE'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2050-CHECK-AUTHORITY reads the desk's DSKHEAD entry: only the
      *  named head or deputy may comment on or sign the desk.  A desk
      *  with no entry cannot be signed at all until one is set up.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           EXEC CICS READ FILE('DSKHEAD')
               INTO(DSH-REC)
               RIDFLD(WS-CA-DESK-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE DSH-HEAD-USER-ID TO WS-CA-HEAD-USER-ID
               IF WS-USER-ID NOT = DSH-HEAD-USER-ID
                       AND WS-USER-ID NOT = DSH-DEPUTY-USER-ID
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ONLY THE DESK HEAD OR DEPUTY MAY SIGN OFF'
                       TO WS-MSG-TEXT
               END-IF
           ELSE
               SET WS-INPUT-INVALID TO TRUE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'NO DESK HEAD ON FILE FOR DESK -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'DSKHEAD READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-LOOKUP-SIGNOFF reads the desk's sign-off for the date.
      *  NOTFND is the normal not-yet-signed case.
      *----------------------------------------------------------------
       2100-LOOKUP-SIGNOFF.
           MOVE 'N' TO WS-CA-SIGNED-IND
           MOVE SPACES TO WS-CA-SIGNED-BY
           MOVE SPACES TO WS-CA-SIGNED-AT
           MOVE WS-CA-BUSINESS-DATE TO SGN-BUSINESS-DATE
           MOVE WS-CA-DESK-ID TO SGN-DESK-ID
           EXEC CICS READ FILE('DSKSGN')
               INTO(SGN-REC)
               RIDFLD(SGN-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CA-SIGNED-IND
               MOVE SGN-USER-ID TO WS-CA-SIGNED-BY
               MOVE SGN-TIMESTAMP TO WS-CA-SIGNED-AT
               MOVE 'DESK ALREADY SIGNED OFF -- COMMENTARY IS LOCKED'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'KEY C, PORTFOLIO AND COMMENT, OR S TO SIGN OFF'
                       TO WS-MSG-TEXT
               ELSE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'DSKSGN READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-SEND-DISPLAY-MAP shows the sign-off status and arms the
      *  action step -- unless the selection was refused or the desk
      *  is already signed, in which case the map stays on inquiry.
      *----------------------------------------------------------------
       2900-SEND-DISPLAY-MAP.
           PERFORM 2950-FILL-STATUS-FIELDS
           MOVE WS-MSG-TEXT TO SMSGO
           IF WS-INPUT-VALID AND NOT WS-CA-SIGNED
               MOVE 'UPD' TO WS-CA-FUNCTION
           ELSE
               MOVE 'INQ' TO WS-CA-FUNCTION
           END-IF
           EXEC CICS SEND MAP('DSKSGNM')
               MAPSET('DSKSGNS')
               FROM(DSKSGNMO)
           END-EXEC
           .

       2950-FILL-STATUS-FIELDS.
           MOVE SPACES TO DSKSGNMO
           MOVE WS-CA-DESK-ID TO SDESKO
           MOVE WS-CA-BUSINESS-DATE TO SDATEO
           MOVE WS-CA-HEAD-USER-ID TO SHEADO
           IF WS-CA-SIGNED
               MOVE 'SIGNED' TO SSTATO
               MOVE WS-CA-SIGNED-BY TO SBYO
               MOVE WS-CA-SIGNED-AT TO SATO
           ELSE
               MOVE 'UNSIGNED' TO SSTATO
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-RECEIVE-ACTION validates the keyed action.  Authority
      *  and the sign-off status are re-checked first: the deputy may
      *  have signed the desk while the head was still keying
      *  commentary, and nothing may change once it is signed.
      *----------------------------------------------------------------
       3000-RECEIVE-ACTION.
           EXEC CICS RECEIVE MAP('DSKSGNM')
               MAPSET('DSKSGNS')
               INTO(DSKSGNMI)
           END-EXEC
           MOVE SACTI TO WS-ACTION
           MOVE SPORTI TO WS-PORTFOLIO-ID
           MOVE SCMT1I TO WS-COMMENT-LINE-1
           MOVE SCMT2I TO WS-COMMENT-LINE-2
           SET WS-INPUT-VALID TO TRUE
           IF WS-ACTION NOT = SPACE
               PERFORM 2050-CHECK-AUTHORITY
               IF WS-INPUT-VALID
                   PERFORM 2100-LOOKUP-SIGNOFF
               END-IF
               IF WS-INPUT-VALID AND NOT WS-CA-SIGNED
                   EVALUATE WS-ACTION
                       WHEN 'C'
                           PERFORM 3010-CHECK-COMMENTARY
                       WHEN 'S'
                           CONTINUE
                       WHEN OTHER
                           SET WS-INPUT-INVALID TO TRUE
                           MOVE 'KEY C TO COMMENT OR S TO SIGN OFF'
                               TO WS-MSG-TEXT
                   END-EVALUATE
               ELSE
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3010-CHECK-COMMENTARY requires some text and a portfolio the
      *  DESKBOOK dataset maps to this desk -- a desk head cannot
      *  explain another desk's numbers.
      *----------------------------------------------------------------
       3010-CHECK-COMMENTARY.
           IF WS-PORTFOLIO-ID = SPACES
                   OR (WS-COMMENT-LINE-1 = SPACES
                       AND WS-COMMENT-LINE-2 = SPACES)
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'PORTFOLIO AND COMMENTARY ARE BOTH REQUIRED'
                   TO WS-MSG-TEXT
           ELSE
               EXEC CICS READ FILE('DESKBOOK')
                   INTO(DBM-REC)
                   RIDFLD(WS-PORTFOLIO-ID)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       OR DBM-DESK-ID NOT = WS-CA-DESK-ID
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'PORTFOLIO IS NOT MAPPED TO THIS DESK'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-SAVE-COMMENTARY rewrites the portfolio's commentary for
      *  the date when some is already on file, or writes a new one.
      *----------------------------------------------------------------
       3100-SAVE-COMMENTARY.
           PERFORM 3150-BUILD-TIMESTAMP
           MOVE WS-CA-BUSINESS-DATE TO CMT-BUSINESS-DATE
           MOVE WS-PORTFOLIO-ID TO CMT-PORTFOLIO-ID
           EXEC CICS READ FILE('PNLCMT')
               INTO(CMT-REC)
               RIDFLD(CMT-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 3160-FILL-COMMENTARY
               EXEC CICS REWRITE FILE('PNLCMT')
                   FROM(CMT-REC)
                   RESP(WS-RESP-CODE)
               END-EXEC
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE WS-CA-BUSINESS-DATE TO CMT-BUSINESS-DATE
                   MOVE WS-PORTFOLIO-ID TO CMT-PORTFOLIO-ID
                   PERFORM 3160-FILL-COMMENTARY
                   EXEC CICS WRITE FILE('PNLCMT')
                       FROM(CMT-REC)
                       RIDFLD(CMT-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           END-IF
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'COMMENTARY SAVED -- KEY MORE, S TO SIGN, OR BLANK'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'PNLCMT UPDATE ERROR -- COMMENTARY NOT SAVED'
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

       3160-FILL-COMMENTARY.
           MOVE WS-CA-DESK-ID TO CMT-DESK-ID
           MOVE WS-COMMENT-LINE-1 TO CMT-TEXT-LINE-1
           MOVE WS-COMMENT-LINE-2 TO CMT-TEXT-LINE-2
           MOVE WS-USER-ID TO CMT-USER-ID
           MOVE WS-ACTION-TIMESTAMP TO CMT-TIMESTAMP
           .

      *----------------------------------------------------------------
      *  3200-SIGN-OFF-DESK writes the sign-off.  DUPREC means another
      *  authorized signer got there first -- the desk is signed
      *  either way, so the map just shows who it was.
      *----------------------------------------------------------------
       3200-SIGN-OFF-DESK.
           PERFORM 3150-BUILD-TIMESTAMP
           MOVE WS-CA-BUSINESS-DATE TO SGN-BUSINESS-DATE
           MOVE WS-CA-DESK-ID TO SGN-DESK-ID
           MOVE WS-USER-ID TO SGN-USER-ID
           MOVE WS-ACTION-TIMESTAMP TO SGN-TIMESTAMP
           SET SGN-SIGNED TO TRUE
           EXEC CICS WRITE FILE('DSKSGN')
               FROM(SGN-REC)
               RIDFLD(SGN-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CA-SIGNED-IND
                   MOVE WS-USER-ID TO WS-CA-SIGNED-BY
                   MOVE WS-ACTION-TIMESTAMP TO WS-CA-SIGNED-AT
                   MOVE 'DESK P&L SIGNED OFF -- COMMENTARY NOW LOCKED'
                       TO WS-MSG-TEXT
               WHEN WS-RESP-CODE = DFHRESP(DUPREC)
                   PERFORM 2100-LOOKUP-SIGNOFF
               WHEN OTHER
                   MOVE 'DSKSGN WRITE ERROR -- DESK NOT SIGNED OFF'
                       TO WS-MSG-TEXT
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  3900-SEND-CONFIRM-MAP shows the result.  The desk stays open
      *  for the next action until it is signed off.
      *----------------------------------------------------------------
       3900-SEND-CONFIRM-MAP.
           PERFORM 2950-FILL-STATUS-FIELDS
           MOVE WS-ACTION TO SACTO
           MOVE WS-PORTFOLIO-ID TO SPORTO
           MOVE WS-COMMENT-LINE-1 TO SCMT1O
           MOVE WS-COMMENT-LINE-2 TO SCMT2O
           MOVE WS-MSG-TEXT TO SMSGO
           IF WS-CA-SIGNED
               MOVE 'INQ' TO WS-CA-FUNCTION
           ELSE
               MOVE 'UPD' TO WS-CA-FUNCTION
           END-IF
           EXEC CICS SEND MAP('DSKSGNM')
               MAPSET('DSKSGNS')
               FROM(DSKSGNMO)
           END-EXEC
           .
