       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENTMNT00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  ENTMNT00 -- ONLINE LEGAL-ENTITY MASTER MAINTENANCE (ENTM)
      *  Browse, add, and change entries on the legal-entity master
      *  (ENTMST.DAT, ENTMST.cpy) -- the list UTLVAL00 rejects
      *  unknown and inactive entities against, and the functional
      *  currency GLEXTR00 translates each entity's journal into.
      *  The same maintain-your-own-reference pattern Finance has for
      *  the portfolio master through PRTMNT00.
      *
      *  The keyed fields are validated before anything applies: a
      *  non-blank name, a three-character functional currency,
      *  status A or I, a non-blank GL company code, and a legal
      *  entity identifier that is either blank (not yet issued) or a
      *  full 20 characters with no embedded blanks.  Every add
      *  or change writes an audit record to the ENTAUDIT dataset
      *  carrying the before/after values, the user, and a timestamp
      *  -- the same never-unaudited convention PRTMNT00 follows.
      *
      *  Pseudo-conversational in the same shape as PRTMNT00: first
      *  entry (EIBCALEN = 0) sends the blank map; the user keys an
      *  ENTITY-CODE and the transaction re-enters to look up and
      *  display the current master entry; the user keys the new
      *  values and the transaction re-enters a final time to apply
      *  them.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in DSKMNT00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-INQUIRE     VALUE 'INQ'.
               88  WS-CA-UPDATE      VALUE 'UPD'.
           05  WS-CA-ENTITY-CODE     PIC X(04).
           05  WS-CA-CURR-NAME       PIC X(30).
           05  WS-CA-CURR-FUNC-CCY   PIC X(03).
           05  WS-CA-CURR-STATUS     PIC X(01).
           05  WS-CA-CURR-GL-COMPANY PIC X(04).
           05  WS-CA-CURR-LEI        PIC X(20).
           05  WS-CA-ON-FILE-IND     PIC X(01).
               88  WS-CA-ON-FILE     VALUE 'Y'.

       01  WS-NEW-NAME               PIC X(30) VALUE SPACES.
       01  WS-NEW-FUNC-CCY           PIC X(03) VALUE SPACES.
       01  WS-NEW-STATUS             PIC X(01) VALUE SPACE.
       01  WS-NEW-GL-COMPANY         PIC X(04) VALUE SPACES.
       01  WS-NEW-LEI                PIC X(20) VALUE SPACES.
       01  WS-LEI-BLANK-COUNT        PIC 9(02) COMP-3 VALUE ZERO.

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

       01  WS-AUDIT-TIMESTAMP        PIC X(26) VALUE SPACES.

      *--  Master-change audit record written to ENTAUDIT (a VSAM
      *--  entry-sequenced dataset, same arrangement as PRTAUDIT).
       01  ENTA-REC.
           05  ENTA-ENTITY-CODE      PIC X(04).
           05  ENTA-OLD-NAME         PIC X(30).
           05  ENTA-OLD-FUNC-CCY     PIC X(03).
           05  ENTA-OLD-STATUS       PIC X(01).
           05  ENTA-OLD-GL-COMPANY   PIC X(04).
           05  ENTA-OLD-LEI          PIC X(20).
           05  ENTA-NEW-NAME         PIC X(30).
           05  ENTA-NEW-FUNC-CCY     PIC X(03).
           05  ENTA-NEW-STATUS       PIC X(01).
           05  ENTA-NEW-GL-COMPANY   PIC X(04).
           05  ENTA-NEW-LEI          PIC X(20).
           05  ENTA-TIMESTAMP        PIC X(26).
           05  ENTA-TRANS-ID         PIC X(04).
           05  ENTA-USER-ID          PIC X(08).

       COPY ENTMNTM.
       COPY ENTMST.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-ENTITY-CODE     PIC X(04).
           05  LK-CA-CURR-NAME       PIC X(30).
           05  LK-CA-CURR-FUNC-CCY   PIC X(03).
           05  LK-CA-CURR-STATUS     PIC X(01).
           05  LK-CA-CURR-GL-COMPANY PIC X(04).
           05  LK-CA-CURR-LEI        PIC X(20).
           05  LK-CA-ON-FILE-IND     PIC X(01).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN WS-CA-INQUIRE
                       PERFORM 2000-RECEIVE-INQUIRY
                       PERFORM 2100-LOOKUP-MASTER
                       PERFORM 2900-SEND-DISPLAY-MAP
                   WHEN WS-CA-UPDATE
                       PERFORM 3000-RECEIVE-NEW-VALUES
                       IF WS-INPUT-VALID
                           PERFORM 3100-APPLY-MASTER
                       END-IF
                       PERFORM 3900-SEND-CONFIRM-MAP
                   WHEN OTHER
                       PERFORM 1000-SEND-INITIAL-MAP
               END-EVALUATE
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('ENTM')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO ENTMNTMO
           MOVE 'ENTER ENTITY CODE TO MAINTAIN' TO EMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('ENTMNTM')
               MAPSET('ENTMNTS')
               FROM(ENTMNTMO)
               ERASE
           END-EXEC
           .

       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('ENTMNTM')
               MAPSET('ENTMNTS')
               INTO(ENTMNTMI)
           END-EXEC
           MOVE EENTI TO WS-CA-ENTITY-CODE
           .

      *----------------------------------------------------------------
      *  2100-LOOKUP-MASTER reads the entity's current master entry.
      *  NOTFND is the normal add-a-new-entity case.
      *----------------------------------------------------------------
       2100-LOOKUP-MASTER.
           MOVE 'N' TO WS-CA-ON-FILE-IND
           MOVE SPACES TO WS-CA-CURR-NAME
           MOVE SPACES TO WS-CA-CURR-FUNC-CCY
           MOVE SPACE TO WS-CA-CURR-STATUS
           MOVE SPACES TO WS-CA-CURR-GL-COMPANY
           MOVE SPACES TO WS-CA-CURR-LEI
           EXEC CICS READ FILE('ENTMST')
               INTO(ENT-REC)
               RIDFLD(WS-CA-ENTITY-CODE)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CA-ON-FILE-IND
               MOVE ENT-NAME TO WS-CA-CURR-NAME
               MOVE ENT-FUNCTIONAL-CCY TO WS-CA-CURR-FUNC-CCY
               MOVE ENT-STATUS TO WS-CA-CURR-STATUS
               MOVE ENT-GL-COMPANY TO WS-CA-CURR-GL-COMPANY
               MOVE ENT-LEI TO WS-CA-CURR-LEI
               MOVE 'CURRENT ENTRY SHOWN -- KEY NEW VALUES'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'ENTITY NOT ON MASTER -- KEY VALUES TO ADD'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'ENTMST READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

       2900-SEND-DISPLAY-MAP.
           MOVE SPACES TO ENTMNTMO
           MOVE WS-CA-ENTITY-CODE TO EENTO
           MOVE WS-CA-CURR-NAME TO CNAMEO
           MOVE WS-CA-CURR-FUNC-CCY TO CFCCYO
           MOVE WS-CA-CURR-STATUS TO CSTATO
           MOVE WS-CA-CURR-GL-COMPANY TO CGLCOO
           MOVE WS-CA-CURR-LEI TO CLEIO
           MOVE WS-MSG-TEXT TO EMSGO
           MOVE 'UPD' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('ENTMNTM')
               MAPSET('ENTMNTS')
               FROM(ENTMNTMO)
           END-EXEC
           .

      *----------------------------------------------------------------
      *  3000-RECEIVE-NEW-VALUES reads back and validates the keyed
      *  master fields; one bad field refuses the whole change.
      *----------------------------------------------------------------
       3000-RECEIVE-NEW-VALUES.
           EXEC CICS RECEIVE MAP('ENTMNTM')
               MAPSET('ENTMNTS')
               INTO(ENTMNTMI)
           END-EXEC
           MOVE NNAMEI TO WS-NEW-NAME
           MOVE NFCCYI TO WS-NEW-FUNC-CCY
           MOVE NSTATI TO WS-NEW-STATUS
           MOVE NGLCOI TO WS-NEW-GL-COMPANY
           MOVE NLEII TO WS-NEW-LEI
           SET WS-INPUT-VALID TO TRUE
           IF WS-CA-ENTITY-CODE = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ENTITY CODE IS REQUIRED' TO WS-MSG-TEXT
           END-IF
           IF WS-NEW-NAME = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ENTITY NAME IS REQUIRED' TO WS-MSG-TEXT
           END-IF
           IF WS-NEW-FUNC-CCY (1:1) = SPACE
                   OR WS-NEW-FUNC-CCY (2:1) = SPACE
                   OR WS-NEW-FUNC-CCY (3:1) = SPACE
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'FUNCTIONAL CURRENCY MUST BE A 3-CHAR CODE'
                   TO WS-MSG-TEXT
           END-IF
           IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'I'
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'STATUS MUST BE A (ACTIVE) OR I (INACTIVE)'
                   TO WS-MSG-TEXT
           END-IF
           IF WS-NEW-GL-COMPANY = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'GL COMPANY CODE IS REQUIRED' TO WS-MSG-TEXT
           END-IF
           IF WS-NEW-LEI NOT = SPACES
               MOVE ZERO TO WS-LEI-BLANK-COUNT
               INSPECT WS-NEW-LEI TALLYING WS-LEI-BLANK-COUNT
                   FOR ALL SPACE
               IF WS-LEI-BLANK-COUNT > ZERO
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'LEI MUST BE BLANK OR 20 CHARS WITH NO BLANKS'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-APPLY-MASTER rewrites the entry in place (a change) or
      *  writes a new one (an add), then writes the audit record.
      *----------------------------------------------------------------
       3100-APPLY-MASTER.
           PERFORM 3150-BUILD-TIMESTAMP
           MOVE WS-CA-ENTITY-CODE TO ENT-ENTITY-CODE
           MOVE WS-NEW-NAME TO ENT-NAME
           MOVE WS-NEW-FUNC-CCY TO ENT-FUNCTIONAL-CCY
           MOVE WS-NEW-STATUS TO ENT-STATUS
           MOVE WS-NEW-GL-COMPANY TO ENT-GL-COMPANY
           MOVE WS-NEW-LEI TO ENT-LEI
           IF WS-CA-ON-FILE
               EXEC CICS READ FILE('ENTMST')
                   INTO(ENT-REC)
                   RIDFLD(WS-CA-ENTITY-CODE)
                   UPDATE
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE WS-NEW-NAME TO ENT-NAME
                   MOVE WS-NEW-FUNC-CCY TO ENT-FUNCTIONAL-CCY
                   MOVE WS-NEW-STATUS TO ENT-STATUS
                   MOVE WS-NEW-GL-COMPANY TO ENT-GL-COMPANY
                   MOVE WS-NEW-LEI TO ENT-LEI
                   EXEC CICS REWRITE FILE('ENTMST')
                       FROM(ENT-REC)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           ELSE
               EXEC CICS WRITE FILE('ENTMST')
                   FROM(ENT-REC)
                   RIDFLD(WS-CA-ENTITY-CODE)
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'MASTER ENTRY APPLIED AND AUDITED' TO WS-MSG-TEXT
               PERFORM 3200-WRITE-AUDIT-RECORD
           ELSE
               MOVE 'ENTMST UPDATE ERROR -- NOT APPLIED'
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
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           .

       3200-WRITE-AUDIT-RECORD.
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE WS-CA-ENTITY-CODE TO ENTA-ENTITY-CODE
           MOVE WS-CA-CURR-NAME TO ENTA-OLD-NAME
           MOVE WS-CA-CURR-FUNC-CCY TO ENTA-OLD-FUNC-CCY
           MOVE WS-CA-CURR-STATUS TO ENTA-OLD-STATUS
           MOVE WS-CA-CURR-GL-COMPANY TO ENTA-OLD-GL-COMPANY
           MOVE WS-CA-CURR-LEI TO ENTA-OLD-LEI
           MOVE WS-NEW-NAME TO ENTA-NEW-NAME
           MOVE WS-NEW-FUNC-CCY TO ENTA-NEW-FUNC-CCY
           MOVE WS-NEW-STATUS TO ENTA-NEW-STATUS
           MOVE WS-NEW-GL-COMPANY TO ENTA-NEW-GL-COMPANY
           MOVE WS-NEW-LEI TO ENTA-NEW-LEI
           MOVE WS-AUDIT-TIMESTAMP TO ENTA-TIMESTAMP
           MOVE EIBTRNID TO ENTA-TRANS-ID
           MOVE WS-USER-ID TO ENTA-USER-ID
           EXEC CICS WRITE FILE('ENTAUDIT')
               FROM(ENTA-REC)
               RIDFLD(WS-AUDIT-TIMESTAMP)
           END-EXEC
           .

       3900-SEND-CONFIRM-MAP.
           MOVE SPACES TO ENTMNTMO
           MOVE WS-CA-ENTITY-CODE TO EENTO
           MOVE WS-CA-CURR-NAME TO CNAMEO
           MOVE WS-CA-CURR-FUNC-CCY TO CFCCYO
           MOVE WS-CA-CURR-STATUS TO CSTATO
           MOVE WS-CA-CURR-GL-COMPANY TO CGLCOO
           MOVE WS-CA-CURR-LEI TO CLEIO
           MOVE WS-NEW-NAME TO NNAMEO
           MOVE WS-NEW-FUNC-CCY TO NFCCYO
           MOVE WS-NEW-STATUS TO NSTATO
           MOVE WS-NEW-GL-COMPANY TO NGLCOO
           MOVE WS-NEW-LEI TO NLEIO
           MOVE WS-MSG-TEXT TO EMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('ENTMNTM')
               MAPSET('ENTMNTS')
               FROM(ENTMNTMO)
           END-EXEC
           .
