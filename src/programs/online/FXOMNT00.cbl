       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FXOMNT00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  FXOMNT00 -- FX RATE OVERRIDE, MAKER SIDE (FXOM)
      *  When the FX rate quality gate (UTLFXQ00) holds the chain on
      *  a rate that moved beyond its currency's tolerance and Market
      *  Risk confirms the move is genuine, this is the way forward --
      *  instead of editing FXRATE.DAT or the tolerance file in the
      *  middle of the night.  The user keys the business date and
      *  currency, sees the held rate with the gate's own prior rate,
      *  move, and tolerance (off FXHELD), and keys either A to
      *  accept the flagged rate as it stands or C with the rate that
      *  should stand in its place, plus the reason.
      *
      *  The keyed override does NOT apply here: it lands on the
      *  PENDFXO pending queue (PNDFXOVR.cpy), and only the approval
      *  transaction FXOAPP00 -- under a different user ID -- writes
      *  the FXOVRIDE entry the gate honors on the rerun.  The same
      *  maker/checker split LIMMNT00/LIMAPP00 enforce for limits.
      *
      *  Only a rate the gate actually held can be overridden: a
      *  date and currency with nothing on FXHELD is refused.
      *
      *  Pseudo-conversational in the same shape as LIMMNT00: first
      *  entry (EIBCALEN = 0) sends the blank map; the user keys the
      *  date and currency and the transaction re-enters to look up
      *  and display the held rate; the user keys the action and the
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
           05  WS-CA-BUSINESS-DATE   PIC X(08).
           05  WS-CA-CURRENCY-CODE   PIC X(03).
           05  WS-CA-TODAY-RATE      PIC 9(01)V9(06).
           05  WS-CA-PRIOR-RATE      PIC 9(01)V9(06).
           05  WS-CA-MOVE-PCT        PIC 9(05)V99.
           05  WS-CA-TOLERANCE-PCT   PIC 9(03)V99.

       01  WS-NEW-ACTION             PIC X(01) VALUE SPACE.
       01  WS-CORRECTED-RATE         PIC 9(01)V9(06) VALUE ZERO.
       01  WS-REASON                 PIC X(30) VALUE SPACES.

       01  WS-INPUT-VALID-SW         PIC X(01) VALUE 'N'.
           88  WS-INPUT-VALID        VALUE 'Y'.
           88  WS-INPUT-INVALID      VALUE 'N'.

       01  WS-HELD-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-HELD-FOUND         VALUE 'Y'.

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

      *--  Timestamp built when the override is queued; it becomes
      *--  the pending item's queue key (PDF-CHANGE-ID).
       01  WS-QUEUE-TIMESTAMP        PIC X(26) VALUE SPACES.

       COPY FXOMNTM.
       COPY PNDFXOVR.
       COPY FXHELD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-BUSINESS-DATE   PIC X(08).
           05  LK-CA-CURRENCY-CODE   PIC X(03).
           05  LK-CA-TODAY-RATE      PIC 9(01)V9(06).
           05  LK-CA-PRIOR-RATE      PIC 9(01)V9(06).
           05  LK-CA-MOVE-PCT        PIC 9(05)V99.
           05  LK-CA-TOLERANCE-PCT   PIC 9(03)V99.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN WS-CA-INQUIRE
                       PERFORM 2000-RECEIVE-INQUIRY
                       PERFORM 2100-LOOKUP-HELD-RATE
                       PERFORM 2900-SEND-DISPLAY-MAP
                   WHEN WS-CA-UPDATE
                       PERFORM 3000-RECEIVE-OVERRIDE
                       IF WS-INPUT-VALID
                           PERFORM 3100-QUEUE-OVERRIDE
                       END-IF
                       PERFORM 3900-SEND-CONFIRM-MAP
                   WHEN OTHER
                       PERFORM 1000-SEND-INITIAL-MAP
               END-EVALUATE
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('FXOM')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO FXOMNTMO
           MOVE 'ENTER BUSINESS DATE (YYYYMMDD) AND CURRENCY HELD'
               TO FMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('FXOMNTM')
               MAPSET('FXOMNTS')
               FROM(FXOMNTMO)
               ERASE
           END-EXEC
           .

       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('FXOMNTM')
               MAPSET('FXOMNTS')
               INTO(FXOMNTMI)
           END-EXEC
           MOVE FDATEI TO WS-CA-BUSINESS-DATE
           MOVE FCCYI TO WS-CA-CURRENCY-CODE
           .

      *----------------------------------------------------------------
      *  2100-LOOKUP-HELD-RATE reads the gate's hold for the date and
      *  currency off FXHELD.  NOTFND means the gate is not holding
      *  that rate -- there is nothing to override.
      *----------------------------------------------------------------
       2100-LOOKUP-HELD-RATE.
           MOVE 'N' TO WS-HELD-FOUND-IND
           MOVE ZERO TO WS-CA-TODAY-RATE
           MOVE ZERO TO WS-CA-PRIOR-RATE
           MOVE ZERO TO WS-CA-MOVE-PCT
           MOVE ZERO TO WS-CA-TOLERANCE-PCT
           MOVE WS-CA-BUSINESS-DATE TO FXB-BUSINESS-DATE
           MOVE WS-CA-CURRENCY-CODE TO FXB-CURRENCY-CODE
           EXEC CICS READ FILE('FXHELD')
               INTO(FXB-REC)
               RIDFLD(FXB-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-HELD-FOUND-IND
               MOVE FXB-TODAY-RATE TO WS-CA-TODAY-RATE
               MOVE FXB-PRIOR-RATE TO WS-CA-PRIOR-RATE
               MOVE FXB-MOVE-PCT TO WS-CA-MOVE-PCT
               MOVE FXB-TOLERANCE-PCT TO WS-CA-TOLERANCE-PCT
               MOVE 'KEY A TO ACCEPT, OR C AND THE CORRECT RATE; REASON'
                   TO WS-MSG-TEXT
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'GATE IS NOT HOLDING THAT RATE -- NOTHING TO DO'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'FXHELD READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *--  Only a rate actually found held moves the conversation on
      *--  to the override keying; anything else asks again.
       2900-SEND-DISPLAY-MAP.
           MOVE SPACES TO FXOMNTMO
           MOVE WS-CA-BUSINESS-DATE TO FDATEO
           MOVE WS-CA-CURRENCY-CODE TO FCCYO
           IF WS-HELD-FOUND
               MOVE WS-CA-TODAY-RATE TO TRATEO
               MOVE WS-CA-PRIOR-RATE TO PRATEO
               MOVE WS-CA-MOVE-PCT TO FMOVEO
               MOVE WS-CA-TOLERANCE-PCT TO FTOLO
               MOVE 'UPD' TO WS-CA-FUNCTION
           ELSE
               MOVE 'INQ' TO WS-CA-FUNCTION
           END-IF
           MOVE WS-MSG-TEXT TO FMSGO
           EXEC CICS SEND MAP('FXOMNTM')
               MAPSET('FXOMNTS')
               FROM(FXOMNTMO)
           END-EXEC
           .

      *----------------------------------------------------------------
      *  3000-RECEIVE-OVERRIDE checks the action and the reason, and
      *  on a correction parses the keyed rate with TEST-NUMVAL/NUMVAL
      *  the same way LIMMNT00 parses an amount.  A corrected rate
      *  must fit the rate file's 9V9(6), be above zero, and differ
      *  from the flagged rate -- keying the same rate back is an
      *  accept, and should say so.
      *----------------------------------------------------------------
       3000-RECEIVE-OVERRIDE.
           EXEC CICS RECEIVE MAP('FXOMNTM')
               MAPSET('FXOMNTS')
               INTO(FXOMNTMI)
           END-EXEC
           MOVE FACTI TO WS-NEW-ACTION
           MOVE FRSNI TO WS-REASON
           MOVE ZERO TO WS-CORRECTED-RATE
           SET WS-INPUT-VALID TO TRUE
           EVALUATE TRUE
               WHEN WS-NEW-ACTION NOT = 'A' AND WS-NEW-ACTION NOT = 'C'
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ACTION MUST BE A (ACCEPT) OR C (CORRECT)'
                       TO WS-MSG-TEXT
               WHEN WS-REASON = SPACES
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'A REASON IS REQUIRED FOR EVERY OVERRIDE'
                       TO WS-MSG-TEXT
               WHEN WS-NEW-ACTION = 'C'
                   PERFORM 3010-CHECK-CORRECTED-RATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3010-CHECK-CORRECTED-RATE.
           IF FUNCTION TEST-NUMVAL(FRATEI) NOT = ZERO
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'INVALID CORRECTED RATE -- NOT QUEUED'
                   TO WS-MSG-TEXT
           ELSE
               IF FUNCTION NUMVAL(FRATEI) NOT < 10
                       OR FUNCTION NUMVAL(FRATEI) NOT > ZERO
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'CORRECTED RATE MUST BE ABOVE 0 AND BELOW 10'
                       TO WS-MSG-TEXT
               ELSE
                   COMPUTE WS-CORRECTED-RATE = FUNCTION NUMVAL(FRATEI)
                   IF WS-CORRECTED-RATE = WS-CA-TODAY-RATE
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'SAME AS FLAGGED RATE -- KEY A TO ACCEPT'
                           TO WS-MSG-TEXT
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3100-QUEUE-OVERRIDE writes the pending item for FXOAPP00's
      *  second pair of eyes.  Nothing touches FXOVRIDE here.
      *----------------------------------------------------------------
       3100-QUEUE-OVERRIDE.
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
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE WS-QUEUE-TIMESTAMP TO PDF-CHANGE-ID
           MOVE WS-CA-BUSINESS-DATE TO PDF-BUSINESS-DATE
           MOVE WS-CA-CURRENCY-CODE TO PDF-CURRENCY-CODE
           MOVE WS-NEW-ACTION TO PDF-ACTION
           MOVE WS-CA-TODAY-RATE TO PDF-FLAGGED-RATE
           MOVE WS-CA-PRIOR-RATE TO PDF-PRIOR-RATE
           MOVE WS-CA-MOVE-PCT TO PDF-MOVE-PCT
           MOVE WS-CA-TOLERANCE-PCT TO PDF-TOLERANCE-PCT
           MOVE WS-CORRECTED-RATE TO PDF-CORRECTED-RATE
           MOVE WS-REASON TO PDF-REASON
           MOVE WS-USER-ID TO PDF-MAKER-ID
           SET PDF-PENDING TO TRUE
           EXEC CICS WRITE FILE('PENDFXO')
               FROM(PDF-REC)
               RIDFLD(PDF-CHANGE-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'FX OVERRIDE QUEUED FOR APPROVAL (FXOA)'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'PENDING QUEUE WRITE ERROR -- NOT QUEUED'
                   TO WS-MSG-TEXT
           END-IF
           .

      *--  After an invalid entry the conversation stays on the
      *--  override keying for the same held rate; after a queued
      *--  one it goes back to asking for a date and currency.
       3900-SEND-CONFIRM-MAP.
           MOVE SPACES TO FXOMNTMO
           MOVE WS-CA-BUSINESS-DATE TO FDATEO
           MOVE WS-CA-CURRENCY-CODE TO FCCYO
           MOVE WS-CA-TODAY-RATE TO TRATEO
           MOVE WS-CA-PRIOR-RATE TO PRATEO
           MOVE WS-CA-MOVE-PCT TO FMOVEO
           MOVE WS-CA-TOLERANCE-PCT TO FTOLO
           MOVE WS-NEW-ACTION TO FACTO
           IF WS-CORRECTED-RATE > ZERO
               MOVE WS-CORRECTED-RATE TO FRATEO
           END-IF
           MOVE WS-REASON TO FRSNO
           MOVE WS-MSG-TEXT TO FMSGO
           IF WS-INPUT-VALID
               MOVE 'INQ' TO WS-CA-FUNCTION
           ELSE
               MOVE 'UPD' TO WS-CA-FUNCTION
           END-IF
           EXEC CICS SEND MAP('FXOMNTM')
               MAPSET('FXOMNTS')
               FROM(FXOMNTMO)
           END-EXEC
           .
