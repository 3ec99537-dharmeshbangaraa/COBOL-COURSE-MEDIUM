       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMMNT00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  PRMMNT00 -- STANDING RUN-PARAMETER MAINTENANCE, MAKER (PRMM)
      *  Lets Production Control look up one of the chain's standing
      *  run parameters (STDPDEF.cpy: the P&L threshold, the currency
      *  conversion, average-cost, aggregation, carry and MTM
      *  switches, the valuation basis, the lot method and the second
      *  reporting currency), see the value in force today and any
      *  change already scheduled, and key a new value with the date
      *  it takes effect -- instead of editing the JCL environment
      *  BCHCTL00 used to take them from, with no record of who
      *  changed what or when.
      *
      *  The keyed change does NOT apply here: it lands on the
      *  PENDPARM pending queue (PNDPARM.cpy), and only the approval
      *  transaction PRMAPP00 -- under a different user ID -- writes
      *  it to STDPARM and the PRMAUD record.  The same maker/checker
      *  split CAUMNT00/CAUAPP00 enforce for correction entitlements.
      *
      *  The effective date must be a valid date after today: the
      *  standing settings for tonight's run are settled once the
      *  day starts, and a same-night change is the one-night
      *  override BCHCTL00 takes, with its authorizer, from the JCL.
      *
      *  Pseudo-conversational in the same shape as CAUMNT00: first
      *  entry (EIBCALEN = 0) sends the blank map; the user keys the
      *  parameter name and the transaction re-enters to look up and
      *  display it; the user keys the new value and effective date
      *  and the transaction re-enters a final time to queue it.
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
           05  WS-CA-PARM-NAME       PIC X(16).
           05  WS-CA-CURRENT-VALUE   PIC X(15).
           05  WS-CA-CURRENT-EFF     PIC X(08).

       01  WS-NEW-VALUE              PIC X(15) VALUE SPACES.
       01  WS-NEW-EFF-DATE           PIC X(08) VALUE SPACES.
       01  WS-NEW-EFF-NUM REDEFINES WS-NEW-EFF-DATE
                                     PIC 9(08).
       01  WS-NEW-EFF-FIELDS REDEFINES WS-NEW-EFF-DATE.
           05  WS-NEW-EFF-YYYY       PIC 9(04).
           05  WS-NEW-EFF-MM         PIC 9(02).
           05  WS-NEW-EFF-DD         PIC 9(02).

      *--  Value in force and next scheduled change, found by the
      *--  browse in 2100-LOOKUP-PARAMETER.
       01  WS-SCHED-VALUE            PIC X(15) VALUE SPACES.
       01  WS-SCHED-EFF              PIC X(08) VALUE SPACES.
       01  WS-TODAY-CHAR             PIC X(08) VALUE SPACES.
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-PARM-NAME   PIC X(16).
           05  WS-BROWSE-EFF-DATE    PIC X(08).
       01  WS-BROWSE-DONE-IND        PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE        VALUE 'Y'.

      *--  PNL-THRESHOLD is keyed as plain digits, left-justified;
      *--  it is stored right-justified and zero-filled.
       01  WS-VALUE-LEN              PIC 9(02) COMP VALUE ZERO.
       01  WS-AMOUNT-NUM             PIC 9(15) VALUE ZERO.

       01  WS-PARM-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-PARM-FOUND         VALUE 'Y'.

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
      *--  pending item's queue key (PDP-CHANGE-ID).
       01  WS-QUEUE-TIMESTAMP        PIC X(26) VALUE SPACES.

       COPY PRMMNTM.
       COPY PNDPARM.
       COPY STDPARM.
       COPY STDPDEF.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-PARM-NAME       PIC X(16).
           05  LK-CA-CURRENT-VALUE   PIC X(15).
           05  LK-CA-CURRENT-EFF     PIC X(08).

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
                           PERFORM 2100-LOOKUP-PARAMETER
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
               TRANSID('PRMM')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO PRMMNTMO
           MOVE 'ENTER PARAMETER NAME, E.G. PNL-THRESHOLD OR LOT-METHOD'
               TO PMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('PRMMNTM')
               MAPSET('PRMMNTS')
               FROM(PRMMNTMO)
               ERASE
           END-EXEC
           .

       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('PRMMNTM')
               MAPSET('PRMMNTS')
               INTO(PRMMNTMI)
           END-EXEC
           MOVE PNAMEI TO WS-CA-PARM-NAME
           SET WS-INPUT-VALID TO TRUE
           PERFORM 2050-FIND-PARM-DEF
           IF NOT WS-PARM-FOUND
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'NOT A STANDING RUN PARAMETER -- CHECK THE NAME'
                   TO WS-MSG-TEXT
           END-IF
           .

       2050-FIND-PARM-DEF.
           MOVE 'N' TO WS-PARM-FOUND-IND
           SET SPD-IDX TO 1
           SEARCH STD-PARM-DEF-ENTRY
               WHEN SPD-PARM-NAME (SPD-IDX) = WS-CA-PARM-NAME
                   MOVE 'Y' TO WS-PARM-FOUND-IND
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  2100-LOOKUP-PARAMETER browses the parameter's STDPARM entries
      *  in effective-date order: the last one on or before today is
      *  the value in force, the first one after today the next
      *  scheduled change.  No entry in force means the built-in
      *  default is still what the chain runs on.
      *----------------------------------------------------------------
       2100-LOOKUP-PARAMETER.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-TODAY-CHAR
           MOVE SPD-DEFAULT-VALUE (SPD-IDX) TO WS-CA-CURRENT-VALUE
           MOVE 'DEFAULT' TO WS-CA-CURRENT-EFF
           MOVE SPACES TO WS-SCHED-VALUE
           MOVE SPACES TO WS-SCHED-EFF
           MOVE 'N' TO WS-BROWSE-DONE-IND
           MOVE WS-CA-PARM-NAME TO WS-BROWSE-PARM-NAME
           MOVE LOW-VALUES TO WS-BROWSE-EFF-DATE
           EXEC CICS STARTBR FILE('STDPARM')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2110-READ-NEXT-ENTRY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('STDPARM') END-EXEC
           ELSE
               IF WS-RESP-CODE NOT = DFHRESP(NOTFND)
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'STDPARM READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE 'KEY NEW VALUE AND EFFECTIVE DATE (AFTER TODAY)'
                   TO WS-MSG-TEXT
           END-IF
           .

       2110-READ-NEXT-ENTRY.
           EXEC CICS READNEXT FILE('STDPARM')
               INTO(SPM-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-IND
           ELSE
               IF SPM-PARM-NAME NOT = WS-CA-PARM-NAME
                   MOVE 'Y' TO WS-BROWSE-DONE-IND
               ELSE
                   IF SPM-EFFECTIVE-DATE NOT > WS-TODAY-CHAR
                       MOVE SPM-PARM-VALUE TO WS-CA-CURRENT-VALUE
                       MOVE SPM-EFFECTIVE-DATE TO WS-CA-CURRENT-EFF
                   ELSE
                       MOVE SPM-PARM-VALUE TO WS-SCHED-VALUE
                       MOVE SPM-EFFECTIVE-DATE TO WS-SCHED-EFF
                       MOVE 'Y' TO WS-BROWSE-DONE-IND
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-SEND-DISPLAY-MAP shows the parameter and arms the update
      *  step -- unless the name was refused, in which case the map
      *  stays on inquiry.
      *----------------------------------------------------------------
       2900-SEND-DISPLAY-MAP.
           MOVE SPACES TO PRMMNTMO
           MOVE WS-CA-PARM-NAME TO PNAMEO
           MOVE WS-CA-CURRENT-VALUE TO CVALO
           MOVE WS-CA-CURRENT-EFF TO CEFFO
           MOVE WS-SCHED-VALUE TO SVALO
           MOVE WS-SCHED-EFF TO SEFFO
           MOVE WS-MSG-TEXT TO PMSGO
           IF WS-INPUT-VALID
               MOVE 'UPD' TO WS-CA-FUNCTION
           ELSE
               MOVE 'INQ' TO WS-CA-FUNCTION
           END-IF
           EXEC CICS SEND MAP('PRMMNTM')
               MAPSET('PRMMNTS')
               FROM(PRMMNTMO)
           END-EXEC
           .

      *----------------------------------------------------------------
      *  3000-RECEIVE-CHANGE validates the keyed change: an effective
      *  date after today, and a value the parameter's rule in
      *  STDPDEF.cpy allows.
      *----------------------------------------------------------------
       3000-RECEIVE-CHANGE.
           EXEC CICS RECEIVE MAP('PRMMNTM')
               MAPSET('PRMMNTS')
               INTO(PRMMNTMI)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE NVALI TO WS-NEW-VALUE
           MOVE NEFFI TO WS-NEW-EFF-DATE
           SET WS-INPUT-VALID TO TRUE
           PERFORM 2050-FIND-PARM-DEF
           IF NOT WS-PARM-FOUND
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'NOT A STANDING RUN PARAMETER -- CHECK THE NAME'
                   TO WS-MSG-TEXT
           ELSE
               PERFORM 3010-CHECK-EFFECTIVE-DATE
               IF WS-INPUT-VALID
                   PERFORM 3020-CHECK-VALUE
               END-IF
           END-IF
           .

       3010-CHECK-EFFECTIVE-DATE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF WS-NEW-EFF-DATE NOT NUMERIC
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               IF WS-NEW-EFF-MM < 1 OR WS-NEW-EFF-MM > 12
                       OR WS-NEW-EFF-DD < 1
                       OR WS-NEW-EFF-DD > 31
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-INPUT-INVALID
               MOVE 'EFFECTIVE DATE MUST BE A VALID DATE, YYYYMMDD'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-NEW-EFF-NUM NOT > WS-ACCEPT-DATE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'EFFECTIVE DATE MUST BE AFTER TODAY'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3020-CHECK-VALUE applies the parameter's value rule; the
      *  threshold is normalized to its stored fifteen-digit form.
      *----------------------------------------------------------------
       3020-CHECK-VALUE.
           EVALUATE TRUE
               WHEN SPD-KIND-AMOUNT (SPD-IDX)
                   PERFORM 3030-CHECK-AMOUNT
               WHEN SPD-KIND-SWITCH (SPD-IDX)
                   IF WS-NEW-VALUE NOT = 'Y' AND NOT = 'N'
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'VALUE MUST BE Y OR N' TO WS-MSG-TEXT
                   END-IF
               WHEN SPD-KIND-BASIS (SPD-IDX)
                   IF WS-NEW-VALUE NOT = 'T' AND NOT = 'S'
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'VALUE MUST BE T (TRADE) OR S (SETTLEMENT)'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN SPD-KIND-LOT (SPD-IDX)
                   IF WS-NEW-VALUE NOT = 'F' AND NOT = 'L'
                           AND NOT = 'T'
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'VALUE MUST BE F (FIFO), L (LIFO) OR T'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN SPD-KIND-CURRENCY (SPD-IDX)
                   IF WS-NEW-VALUE NOT = SPACES
                       IF WS-NEW-VALUE (1:3) NOT ALPHABETIC
                               OR WS-NEW-VALUE (1:3) = SPACES
                               OR WS-NEW-VALUE (4:12) NOT = SPACES
                           SET WS-INPUT-INVALID TO TRUE
                           MOVE 'VALUE MUST BE A CURRENCY CODE OR BLANK'
                               TO WS-MSG-TEXT
                       END-IF
                   END-IF
           END-EVALUATE
           .

       3030-CHECK-AMOUNT.
           MOVE ZERO TO WS-VALUE-LEN
           INSPECT WS-NEW-VALUE TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VALUE-LEN = ZERO
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               IF WS-NEW-VALUE (1:WS-VALUE-LEN) NOT NUMERIC
                   SET WS-INPUT-INVALID TO TRUE
               ELSE
                   IF WS-VALUE-LEN < 15
                       IF WS-NEW-VALUE (WS-VALUE-LEN + 1:) NOT = SPACES
                           SET WS-INPUT-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE WS-NEW-VALUE (1:WS-VALUE-LEN) TO WS-AMOUNT-NUM
               IF WS-AMOUNT-NUM = ZERO
                   SET WS-INPUT-INVALID TO TRUE
               ELSE
                   MOVE WS-AMOUNT-NUM TO WS-NEW-VALUE
               END-IF
           END-IF
           IF WS-INPUT-INVALID
               MOVE 'THRESHOLD MUST BE WHOLE UNITS, DIGITS ONLY, NOT 0'
                   TO WS-MSG-TEXT
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-QUEUE-CHANGE writes the pending item for PRMAPP00's
      *  second pair of eyes.  Nothing touches STDPARM here.
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
           MOVE WS-QUEUE-TIMESTAMP TO PDP-CHANGE-ID
           MOVE WS-CA-PARM-NAME TO PDP-PARM-NAME
           MOVE WS-NEW-EFF-DATE TO PDP-EFFECTIVE-DATE
           MOVE WS-CA-CURRENT-VALUE TO PDP-OLD-VALUE
           MOVE WS-CA-CURRENT-EFF TO PDP-OLD-EFF-DATE
           MOVE WS-NEW-VALUE TO PDP-NEW-VALUE
           MOVE WS-USER-ID TO PDP-MAKER-ID
           SET PDP-PENDING TO TRUE
           EXEC CICS WRITE FILE('PENDPARM')
               FROM(PDP-REC)
               RIDFLD(PDP-CHANGE-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'PARAMETER CHANGE QUEUED FOR APPROVAL (PRMA)'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'PENDING QUEUE WRITE ERROR -- NOT QUEUED'
                   TO WS-MSG-TEXT
           END-IF
           .

       3900-SEND-CONFIRM-MAP.
           MOVE SPACES TO PRMMNTMO
           MOVE WS-CA-PARM-NAME TO PNAMEO
           MOVE WS-CA-CURRENT-VALUE TO CVALO
           MOVE WS-CA-CURRENT-EFF TO CEFFO
           MOVE WS-NEW-VALUE TO NVALO
           MOVE WS-NEW-EFF-DATE TO NEFFO
           MOVE WS-MSG-TEXT TO PMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('PRMMNTM')
               MAPSET('PRMMNTS')
               FROM(PRMMNTMO)
           END-EXEC
           .
