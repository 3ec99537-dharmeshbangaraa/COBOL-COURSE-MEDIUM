       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAUMNT00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  CAUMNT00 -- CORRECTION ENTITLEMENT MAINTENANCE, MAKER (CAUM)
      *  Lets Security look up a user's CORRAUTH entry for a portfolio
      *  ('P') or desk ('D'), see its expiry date and attesting
      *  manager, and key a grant ('G', with a new expiry and
      *  manager) or a revoke ('R') -- instead of editing the dataset
      *  PVCORR00 authorizes corrections against by hand, with no
      *  record of who granted what and nothing ever expiring.
      *
      *  The keyed change does NOT apply here: it lands on the
      *  PENDAUTH pending queue (PNDAUTH.cpy), and only the approval
      *  transaction CAUAPP00 -- under a different user ID -- applies
      *  it to CORRAUTH and writes the CAUAUD record.  The same
      *  maker/checker split LIMMNT00/LIMAPP00 enforce for limits.
      *  Nobody may queue a change to their own entitlements.
      *
      *  An expiry date must be a valid date after today and no more
      *  than a year out, so every entry comes up for renewal at
      *  least once a year on top of the quarterly recertification.
      *
      *  Pseudo-conversational in the same shape as LIMMNT00: first
      *  entry (EIBCALEN = 0) sends the blank map; the user keys the
      *  user/scope/ID and the transaction re-enters to look up and
      *  display the current entry; the user keys the action and the
      *  transaction re-enters a final time to queue it.
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
           05  WS-CA-USER-ID         PIC X(08).
           05  WS-CA-SCOPE-TYPE      PIC X(01).
           05  WS-CA-SCOPE-ID        PIC X(08).
           05  WS-CA-EXPIRY-DATE     PIC X(08).
           05  WS-CA-MANAGER-ID      PIC X(08).
           05  WS-CA-EXISTS-IND      PIC X(01).
               88  WS-CA-ENTRY-EXISTS VALUE 'Y'.

       01  WS-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-NEW-EXPIRY-DATE        PIC X(08) VALUE SPACES.
       01  WS-NEW-EXPIRY-NUM REDEFINES WS-NEW-EXPIRY-DATE
                                     PIC 9(08).
       01  WS-NEW-EXPIRY-FIELDS REDEFINES WS-NEW-EXPIRY-DATE.
           05  WS-NEW-EXPIRY-YYYY    PIC 9(04).
           05  WS-NEW-EXPIRY-MM      PIC 9(02).
           05  WS-NEW-EXPIRY-DD      PIC 9(02).
       01  WS-NEW-MANAGER-ID         PIC X(08) VALUE SPACES.
       01  WS-LATEST-EXPIRY          PIC 9(08) VALUE ZERO.

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

      *--  Timestamp built when the change is queued; it becomes the
      *--  pending item's queue key (PDA-CHANGE-ID).
       01  WS-QUEUE-TIMESTAMP        PIC X(26) VALUE SPACES.

       COPY CAUMNTM.
       COPY PNDAUTH.
       COPY CORRAUTH.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-USER-ID         PIC X(08).
           05  LK-CA-SCOPE-TYPE      PIC X(01).
           05  LK-CA-SCOPE-ID        PIC X(08).
           05  LK-CA-EXPIRY-DATE     PIC X(08).
           05  LK-CA-MANAGER-ID      PIC X(08).
           05  LK-CA-EXISTS-IND      PIC X(01).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN WS-CA-INQUIRE
                       PERFORM 2000-RECEIVE-INQUIRY
                       IF WS-INPUT-VALID
                           PERFORM 2100-LOOKUP-ENTRY
                       END-IF
                       PERFORM 2900-SEND-DISPLAY-MAP
                   WHEN WS-CA-UPDATE
                       PERFORM 3000-RECEIVE-CHANGE
                       IF WS-INPUT-VALID
                           PERFORM 3100-QUEUE-CHANGE
                       END-IF
                       PERFORM 3900-SEND-CONFIRM-MAP
                   WHEN OTHER
                       PERFORM 1000-SEND-INITIAL-MAP
               END-EVALUATE
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('CAUM')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO CAUMNTMO
           MOVE 'ENTER USER, SCOPE (P/D), AND PORTFOLIO OR DESK ID'
               TO AMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('CAUMNTM')
               MAPSET('CAUMNTS')
               FROM(CAUMNTMO)
               ERASE
           END-EXEC
           .

       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('CAUMNTM')
               MAPSET('CAUMNTS')
               INTO(CAUMNTMI)
           END-EXEC
           MOVE AUSERI TO WS-CA-USER-ID
           MOVE ASCOPEI TO WS-CA-SCOPE-TYPE
           MOVE ASCPIDI TO WS-CA-SCOPE-ID
           SET WS-INPUT-VALID TO TRUE
           IF WS-CA-USER-ID = SPACES OR WS-CA-SCOPE-ID = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'USER AND PORTFOLIO OR DESK ID ARE REQUIRED'
                   TO WS-MSG-TEXT
           END-IF
           IF WS-CA-SCOPE-TYPE NOT = 'P' AND WS-CA-SCOPE-TYPE NOT = 'D'
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'SCOPE MUST BE P (PORTFOLIO) OR D (DESK)'
                   TO WS-MSG-TEXT
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-LOOKUP-ENTRY reads the user's entry for the scope off
      *  CORRAUTH.  NOTFND is the normal new-grant case, not an
      *  error.
      *----------------------------------------------------------------
       2100-LOOKUP-ENTRY.
           MOVE 'N' TO WS-CA-EXISTS-IND
           MOVE SPACES TO WS-CA-EXPIRY-DATE
           MOVE SPACES TO WS-CA-MANAGER-ID
           MOVE WS-CA-USER-ID TO CAU-USER-ID
           MOVE WS-CA-SCOPE-TYPE TO CAU-SCOPE-TYPE
           MOVE WS-CA-SCOPE-ID TO CAU-SCOPE-ID
           EXEC CICS READ FILE('CORRAUTH')
               INTO(CAU-REC)
               RIDFLD(CAU-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CA-EXISTS-IND
               MOVE CAU-EXPIRY-DATE TO WS-CA-EXPIRY-DATE
               MOVE CAU-MANAGER-ID TO WS-CA-MANAGER-ID
               MOVE 'KEY G, EXPIRY, MANAGER TO RE-GRANT OR R TO REVOKE'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'NO ENTRY ON FILE -- KEY G, EXPIRY, MANAGER'
                       TO WS-MSG-TEXT
               ELSE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'CORRAUTH READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-SEND-DISPLAY-MAP shows the entry and arms the update
      *  step -- unless the lookup keys were refused, in which case
      *  the map stays on inquiry.
      *----------------------------------------------------------------
       2900-SEND-DISPLAY-MAP.
           MOVE SPACES TO CAUMNTMO
           MOVE WS-CA-USER-ID TO AUSERO
           MOVE WS-CA-SCOPE-TYPE TO ASCOPEO
           MOVE WS-CA-SCOPE-ID TO ASCPIDO
           MOVE WS-CA-EXPIRY-DATE TO CEXPO
           MOVE WS-CA-MANAGER-ID TO CMGRO
           MOVE WS-MSG-TEXT TO AMSGO
           IF WS-INPUT-VALID
               MOVE 'UPD' TO WS-CA-FUNCTION
           ELSE
               MOVE 'INQ' TO WS-CA-FUNCTION
           END-IF
           EXEC CICS SEND MAP('CAUMNTM')
               MAPSET('CAUMNTS')
               FROM(CAUMNTMO)
           END-EXEC
           .

      *----------------------------------------------------------------
      *  3000-RECEIVE-CHANGE validates the keyed action.  A grant
      *  needs an expiry date after today and no more than a year out
      *  and an attesting manager other than the user; a revoke needs
      *  an entry to revoke.  Nobody may change their own entry.
      *----------------------------------------------------------------
       3000-RECEIVE-CHANGE.
           EXEC CICS RECEIVE MAP('CAUMNTM')
               MAPSET('CAUMNTS')
               INTO(CAUMNTMI)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE AACTI TO WS-ACTION
           MOVE NEXPI TO WS-NEW-EXPIRY-DATE
           MOVE NMGRI TO WS-NEW-MANAGER-ID
           SET WS-INPUT-VALID TO TRUE
           EVALUATE TRUE
               WHEN WS-CA-USER-ID = WS-USER-ID
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'YOU CANNOT CHANGE YOUR OWN ENTITLEMENTS'
                       TO WS-MSG-TEXT
               WHEN WS-ACTION = 'R'
                   IF NOT WS-CA-ENTRY-EXISTS
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'NO ENTRY ON FILE TO REVOKE'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN WS-ACTION = 'G'
                   PERFORM 3010-CHECK-GRANT
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'KEY G TO GRANT OR R TO REVOKE'
                       TO WS-MSG-TEXT
           END-EVALUATE
           .

       3010-CHECK-GRANT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-LATEST-EXPIRY = WS-ACCEPT-DATE + 10000
           IF WS-NEW-EXPIRY-DATE NOT NUMERIC
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               IF WS-NEW-EXPIRY-MM < 1 OR WS-NEW-EXPIRY-MM > 12
                       OR WS-NEW-EXPIRY-DD < 1
                       OR WS-NEW-EXPIRY-DD > 31
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-INPUT-INVALID
               MOVE 'EXPIRY MUST BE A VALID DATE, YYYYMMDD'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-NEW-EXPIRY-NUM NOT > WS-ACCEPT-DATE
                       OR WS-NEW-EXPIRY-NUM > WS-LATEST-EXPIRY
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'EXPIRY MUST BE AFTER TODAY AND WITHIN ONE YEAR'
                       TO WS-MSG-TEXT
               ELSE
                   IF WS-NEW-MANAGER-ID = SPACES
                           OR WS-NEW-MANAGER-ID = WS-CA-USER-ID
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'ATTESTING MANAGER REQUIRED, NOT THE USER'
                           TO WS-MSG-TEXT
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-QUEUE-CHANGE writes the pending item for CAUAPP00's
      *  second pair of eyes.  Nothing touches CORRAUTH here.
      *----------------------------------------------------------------
       3100-QUEUE-CHANGE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-DATE-YYYY   '-'
                  WS-DATE-MM     '-'
                  WS-DATE-DD     '-'
                  WS-TIME-HH     '.'
                  WS-TIME-MM     '.'
                  WS-TIME-SS     '.'
                  WS-TIME-HS     '0000'
               DELIMITED BY SIZE INTO WS-QUEUE-TIMESTAMP
           MOVE WS-QUEUE-TIMESTAMP TO PDA-CHANGE-ID
           MOVE WS-ACTION TO PDA-ACTION
           MOVE WS-CA-USER-ID TO PDA-USER-ID
           MOVE WS-CA-SCOPE-TYPE TO PDA-SCOPE-TYPE
           MOVE WS-CA-SCOPE-ID TO PDA-SCOPE-ID
           MOVE WS-CA-EXPIRY-DATE TO PDA-OLD-EXPIRY-DATE
           MOVE WS-CA-MANAGER-ID TO PDA-OLD-MANAGER-ID
           IF PDA-GRANT
               MOVE WS-NEW-EXPIRY-DATE TO PDA-NEW-EXPIRY-DATE
               MOVE WS-NEW-MANAGER-ID TO PDA-NEW-MANAGER-ID
           ELSE
               MOVE SPACES TO PDA-NEW-EXPIRY-DATE
               MOVE SPACES TO PDA-NEW-MANAGER-ID
           END-IF
           MOVE WS-CA-EXISTS-IND TO PDA-EXISTS-IND
           MOVE WS-USER-ID TO PDA-MAKER-ID
           SET PDA-PENDING TO TRUE
           EXEC CICS WRITE FILE('PENDAUTH')
               FROM(PDA-REC)
               RIDFLD(PDA-CHANGE-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'ENTITLEMENT CHANGE QUEUED FOR APPROVAL (CAUA)'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'PENDING QUEUE WRITE ERROR -- NOT QUEUED'
                   TO WS-MSG-TEXT
           END-IF
           .

       3900-SEND-CONFIRM-MAP.
           MOVE SPACES TO CAUMNTMO
           MOVE WS-CA-USER-ID TO AUSERO
           MOVE WS-CA-SCOPE-TYPE TO ASCOPEO
           MOVE WS-CA-SCOPE-ID TO ASCPIDO
           MOVE WS-CA-EXPIRY-DATE TO CEXPO
           MOVE WS-CA-MANAGER-ID TO CMGRO
           MOVE WS-ACTION TO AACTO
           MOVE WS-NEW-EXPIRY-DATE TO NEXPO
           MOVE WS-NEW-MANAGER-ID TO NMGRO
           MOVE WS-MSG-TEXT TO AMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('CAUMNTM')
               MAPSET('CAUMNTS')
               FROM(CAUMNTMO)
           END-EXEC
           .
