      *
      *  The keyed fields are validated before anything applies: a
      *  non-blank description, status A or C, a numeric inception
      *  date, and a non-blank base currency.  The management-fee
      *  terms are keyed here too: an annual rate under 100 percent, a
      *  billing frequency of M, Q, A (or blank for quarterly), and a
      *  non-negative minimum fee -- blank rate and minimum mean the
      *  portfolio is not billed.  The benchmark the portfolio's
      *  monthly return is measured against (RPTPRF00) is keyed here
      *  as well; blank means none.  Every add or change writes an
      *  audit record to the PRTAUDIT dataset carrying the
      *  before/after values, fee terms and benchmark included, the
      *  user, and a timestamp -- the same never-unaudited convention
      *  DSKMNT00 follows.
      *
      *  Pseudo-conversational in the same shape as DSKMNT00: first
      *  entry (EIBCALEN = 0) sends the blank map; the user keys a
      *  display the current master entry; the user keys the new
      *  values and the transaction re-enters a final time to apply
      *  them.
      *
      *  Closing a portfolio is refused while it still has an open
      *  lot on the POSINV dataset or any non-zero period total on
      *  the PNLPERD dataset, so a close never orphans a position or
      *  strands P&L that has yet to roll off.  Keying a blank
      *  PORTFOLIO-ID brings up the next close candidate off the
      *  monthly dormancy review (PRTCAND, PRTCAND.cpy, written by
      *  RPTDOR00) for the desk to work down the list; the lookup
      *  of a candidate says how long it has been idle and whether
      *  it can be closed yet.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-CA-CURR-BASE-CCY   PIC X(03).
           05  WS-CA-ON-FILE-IND     PIC X(01).
               88  WS-CA-ON-FILE     VALUE 'Y'.
           05  WS-CA-CURR-FEE-RATE   PIC 9(02)V9(04).
           05  WS-CA-CURR-FEE-FREQ   PIC X(01).
           05  WS-CA-CURR-FEE-MIN    PIC 9(09)V99.
           05  WS-CA-LAST-CANDIDATE  PIC X(08).
           05  WS-CA-CURR-BENCHMARK  PIC X(08).

       01  WS-NEW-DESC               PIC X(20) VALUE SPACES.
       01  WS-NEW-STATUS             PIC X(01) VALUE SPACE.
       01  WS-NEW-INCEPTION          PIC X(08) VALUE SPACES.
       01  WS-NEW-BASE-CCY           PIC X(03) VALUE SPACES.
       01  WS-NEW-FEE-RATE           PIC 9(02)V9(04) VALUE ZERO.
       01  WS-NEW-FEE-FREQ           PIC X(01) VALUE SPACE.
       01  WS-NEW-FEE-MIN            PIC 9(09)V99 VALUE ZERO.
       01  WS-NEW-BENCHMARK          PIC X(08) VALUE SPACES.
       01  WS-NUMVAL-WORK            PIC S9(13)V9(04) VALUE ZERO.

       01  WS-INPUT-VALID-SW         PIC X(01) VALUE 'N'.
           88  WS-INPUT-VALID        VALUE 'Y'.
           05  PRTA-TIMESTAMP        PIC X(26).
           05  PRTA-TRANS-ID         PIC X(04).
           05  PRTA-USER-ID          PIC X(08).
           05  PRTA-OLD-FEE-RATE     PIC 9(02)V9(04).
           05  PRTA-OLD-FEE-FREQ     PIC X(01).
           05  PRTA-OLD-FEE-MIN      PIC 9(09)V99.
           05  PRTA-NEW-FEE-RATE     PIC 9(02)V9(04).
           05  PRTA-NEW-FEE-FREQ     PIC X(01).
           05  PRTA-NEW-FEE-MIN      PIC 9(09)V99.
           05  PRTA-OLD-BENCHMARK    PIC X(08).
           05  PRTA-NEW-BENCHMARK    PIC X(08).

      *--  The inventory record, in the keyed layout POSINQ00 reads
      *--  it in; only whether the portfolio has any lot matters
      *--  here.
       01  INV-REC.
           05  INV-KEY.
               10  INV-PORTFOLIO-ID      PIC X(08).
               10  INV-TRADE-DATE        PIC X(08).
               10  INV-CURRENCY-CODE     PIC X(03).
               10  INV-ENTITY-CODE       PIC X(04).
           05  INV-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  INV-COST-AMT          PIC S9(13)V99 COMP-3.
           05  INV-COMMISSION-AMT    PIC S9(13)V99 COMP-3.
           05  INV-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  INV-QUANTITY          PIC S9(11)V9(04) COMP-3.
           05  INV-ACCRUED-CARRY     PIC S9(13)V99 COMP-3.
           05  INV-INSTRUMENT-ID     PIC X(12).
           05  INV-COUNTERPARTY-CODE PIC X(08).
           05  INV-TRADER-ID         PIC X(08).

       01  WS-INV-BROWSE-KEY.
           05  WS-IBK-PORTFOLIO-ID   PIC X(08).
           05  WS-IBK-FILL           PIC X(15).

       01  WS-CAND-KEY               PIC X(08) VALUE SPACES.
       01  WS-CAND-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-CAND-FOUND         VALUE 'Y'.
       01  WS-CAND-DAYS              PIC ZZZZ9.

       COPY PRTMNTM.
       COPY PRTMST.
       COPY PRTCAND.
       COPY PNLPERD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-CURR-INCEPTION  PIC X(08).
           05  LK-CA-CURR-BASE-CCY   PIC X(03).
           05  LK-CA-ON-FILE-IND     PIC X(01).
           05  LK-CA-CURR-FEE-RATE   PIC 9(02)V9(04).
           05  LK-CA-CURR-FEE-FREQ   PIC X(01).
           05  LK-CA-CURR-FEE-MIN    PIC 9(09)V99.
           05  LK-CA-LAST-CANDIDATE  PIC X(08).
           05  LK-CA-CURR-BENCHMARK  PIC X(08).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
               EVALUATE TRUE
                   WHEN WS-CA-INQUIRE
                       PERFORM 2000-RECEIVE-INQUIRY
                       IF WS-CA-PORTFOLIO-ID = SPACES
                           PERFORM 2050-NEXT-CANDIDATE
                       END-IF
                       IF WS-CA-PORTFOLIO-ID = SPACES
                           PERFORM 1000-SEND-INITIAL-MAP
                       ELSE
                           PERFORM 2100-LOOKUP-MASTER
                           PERFORM 2900-SEND-DISPLAY-MAP
                       END-IF
                   WHEN WS-CA-UPDATE
                       PERFORM 3000-RECEIVE-NEW-VALUES
                       IF WS-INPUT-VALID

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO PRTMNTMO
           IF WS-MSG-TEXT = SPACES
               MOVE 'KEY PORTFOLIO-ID OR BLANK FOR NEXT CLOSE CANDIDATE'
                   TO WS-MSG-TEXT
           END-IF
           MOVE WS-MSG-TEXT TO PMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-LAST-CANDIDATE
           EXEC CICS SEND MAP('PRTMNTM')
               MAPSET('PRTMNTS')
               FROM(PRTMNTMO)
               INTO(PRTMNTMI)
           END-EXEC
           MOVE PPORTI TO WS-CA-PORTFOLIO-ID
           IF WS-CA-PORTFOLIO-ID = LOW-VALUES
               MOVE SPACES TO WS-CA-PORTFOLIO-ID
           END-IF
           .

      *----------------------------------------------------------------
      *  2050-NEXT-CANDIDATE takes the close candidate after the one
      *  last shown.  At the end of the list the portfolio stays
      *  blank and the next blank entry starts from the top again.
      *----------------------------------------------------------------
       2050-NEXT-CANDIDATE.
           MOVE WS-CA-LAST-CANDIDATE TO WS-CAND-KEY
           MOVE 'N' TO WS-CAND-FOUND-IND
           EXEC CICS STARTBR FILE('PRTCAND')
               RIDFLD(WS-CAND-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('PRTCAND')
                   INTO(PCD-REC)
                   RIDFLD(WS-CAND-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND PCD-PORTFOLIO-ID = WS-CA-LAST-CANDIDATE
                   EXEC CICS READNEXT FILE('PRTCAND')
                       INTO(PCD-REC)
                       RIDFLD(WS-CAND-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CAND-FOUND-IND
               END-IF
               EXEC CICS ENDBR FILE('PRTCAND') END-EXEC
           END-IF
           IF WS-CAND-FOUND
               MOVE PCD-PORTFOLIO-ID TO WS-CA-PORTFOLIO-ID
               MOVE PCD-PORTFOLIO-ID TO WS-CA-LAST-CANDIDATE
           ELSE
               MOVE 'NO MORE CLOSE CANDIDATES -- ENTER PORTFOLIO-ID'
                   TO WS-MSG-TEXT
           END-IF
           .

      *----------------------------------------------------------------
           MOVE SPACE TO WS-CA-CURR-STATUS
           MOVE SPACES TO WS-CA-CURR-INCEPTION
           MOVE SPACES TO WS-CA-CURR-BASE-CCY
           MOVE ZERO TO WS-CA-CURR-FEE-RATE
           MOVE SPACE TO WS-CA-CURR-FEE-FREQ
           MOVE ZERO TO WS-CA-CURR-FEE-MIN
           MOVE SPACES TO WS-CA-CURR-BENCHMARK
           EXEC CICS READ FILE('PORTMST')
               INTO(PMR-REC)
               RIDFLD(WS-CA-PORTFOLIO-ID)
               MOVE PMR-STATUS TO WS-CA-CURR-STATUS
               MOVE PMR-INCEPTION-DATE TO WS-CA-CURR-INCEPTION
               MOVE PMR-BASE-CURRENCY TO WS-CA-CURR-BASE-CCY
               MOVE PMR-FEE-RATE-PCT TO WS-CA-CURR-FEE-RATE
               MOVE PMR-FEE-FREQUENCY TO WS-CA-CURR-FEE-FREQ
               MOVE PMR-FEE-MINIMUM TO WS-CA-CURR-FEE-MIN
               MOVE PMR-BENCHMARK-ID TO WS-CA-CURR-BENCHMARK
               MOVE 'CURRENT ENTRY SHOWN -- KEY NEW VALUES'
                   TO WS-MSG-TEXT
               IF PMR-ACTIVE
                   PERFORM 2150-CHECK-CANDIDATE
               END-IF
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'PORTFOLIO NOT ON MASTER -- KEY VALUES TO ADD'
           END-IF
           .

      *----------------------------------------------------------------
      *  2150-CHECK-CANDIDATE says so when an active portfolio is on
      *  the dormancy review's close list.  Anything but a clean
      *  read leaves the usual message.
      *----------------------------------------------------------------
       2150-CHECK-CANDIDATE.
           EXEC CICS READ FILE('PRTCAND')
               INTO(PCD-REC)
               RIDFLD(WS-CA-PORTFOLIO-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE PCD-DAYS-IDLE TO WS-CAND-DAYS
               MOVE SPACES TO WS-MSG-TEXT
               IF PCD-BALANCES-CLEAR
                   STRING 'CLOSE CANDIDATE, IDLE' WS-CAND-DAYS
                          ' DAYS -- KEY STATUS C TO CLOSE'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               ELSE
                   STRING 'IDLE' WS-CAND-DAYS
                          ' DAYS -- CLOSE AFTER PERIOD P&L ROLLS OFF'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-IF
           END-IF
           .

       2900-SEND-DISPLAY-MAP.
           MOVE SPACES TO PRTMNTMO
           MOVE WS-CA-PORTFOLIO-ID TO PPORTO
           MOVE WS-CA-CURR-STATUS TO CSTATO
           MOVE WS-CA-CURR-INCEPTION TO CINCPO
           MOVE WS-CA-CURR-BASE-CCY TO CBCCYO
           MOVE WS-CA-CURR-FEE-RATE TO CFRTEO
           MOVE WS-CA-CURR-FEE-FREQ TO CFFRQO
           MOVE WS-CA-CURR-FEE-MIN TO CFMINO
           MOVE WS-CA-CURR-BENCHMARK TO CBMKO
           MOVE WS-MSG-TEXT TO PMSGO
           MOVE 'UPD' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('PRTMNTM')
           MOVE NSTATI TO WS-NEW-STATUS
           MOVE NINCPI TO WS-NEW-INCEPTION
           MOVE NBCCYI TO WS-NEW-BASE-CCY
           MOVE NBMKI TO WS-NEW-BENCHMARK
           IF WS-NEW-BENCHMARK = LOW-VALUES
               MOVE SPACES TO WS-NEW-BENCHMARK
           END-IF
           SET WS-INPUT-VALID TO TRUE
           IF WS-NEW-DESC = SPACES
               SET WS-INPUT-INVALID TO TRUE
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'BASE CURRENCY IS REQUIRED' TO WS-MSG-TEXT
           END-IF
           PERFORM 3050-RECEIVE-FEE-TERMS
           IF WS-INPUT-VALID
                   AND WS-NEW-STATUS = 'C'
                   AND WS-CA-CURR-STATUS NOT = 'C'
               PERFORM 3070-CHECK-CLOSE-ALLOWED
           END-IF
           .

      *----------------------------------------------------------------
      *  3050-RECEIVE-FEE-TERMS validates the keyed fee terms.  A blank
      *  rate or minimum is zero; the rate is an annual percentage and
      *  must stay under 100.
      *----------------------------------------------------------------
       3050-RECEIVE-FEE-TERMS.
           MOVE ZERO TO WS-NEW-FEE-RATE
           MOVE ZERO TO WS-NEW-FEE-MIN
           MOVE NFFRQI TO WS-NEW-FEE-FREQ
           IF NFRTEI NOT = SPACES
               IF FUNCTION TEST-NUMVAL(NFRTEI) = ZERO
                   COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL(NFRTEI)
                   IF WS-NUMVAL-WORK < ZERO
                           OR WS-NUMVAL-WORK NOT < 100
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'FEE RATE MUST BE 0 TO 99.9999 PERCENT'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE WS-NUMVAL-WORK TO WS-NEW-FEE-RATE
                   END-IF
               ELSE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'INVALID FEE RATE' TO WS-MSG-TEXT
               END-IF
           END-IF
           IF WS-NEW-FEE-FREQ NOT = SPACE
                   AND WS-NEW-FEE-FREQ NOT = 'M'
                   AND WS-NEW-FEE-FREQ NOT = 'Q'
                   AND WS-NEW-FEE-FREQ NOT = 'A'
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'BILLING FREQUENCY MUST BE M, Q, OR A'
                   TO WS-MSG-TEXT
           END-IF
           IF NFMINI NOT = SPACES
               IF FUNCTION TEST-NUMVAL(NFMINI) = ZERO
                   COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL(NFMINI)
                   IF WS-NUMVAL-WORK < ZERO
                           OR WS-NUMVAL-WORK NOT < 1000000000
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'MINIMUM FEE OUT OF RANGE' TO WS-MSG-TEXT
                   ELSE
                       MOVE WS-NUMVAL-WORK TO WS-NEW-FEE-MIN
                   END-IF
               ELSE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'INVALID MINIMUM FEE' TO WS-MSG-TEXT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3070-CHECK-CLOSE-ALLOWED refuses a close while the portfolio
      *  has any open lot or any non-zero period total.  A dataset
      *  that cannot be read refuses it too -- a close is never
      *  applied on an unproven book.
      *----------------------------------------------------------------
       3070-CHECK-CLOSE-ALLOWED.
           MOVE WS-CA-PORTFOLIO-ID TO WS-IBK-PORTFOLIO-ID
           MOVE LOW-VALUES TO WS-IBK-FILL
           EXEC CICS STARTBR FILE('POSINV')
               RIDFLD(WS-INV-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('POSINV')
                   INTO(INV-REC)
                   RIDFLD(WS-INV-BROWSE-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND INV-PORTFOLIO-ID = WS-CA-PORTFOLIO-ID
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'CLOSE REFUSED -- OPEN POSITIONS ON POSINV'
                       TO WS-MSG-TEXT
               ELSE
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                           AND WS-RESP-CODE NOT = DFHRESP(ENDFILE)
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'POSINV READ ERROR -- CLOSE REFUSED'
                           TO WS-MSG-TEXT
                   END-IF
               END-IF
               EXEC CICS ENDBR FILE('POSINV') END-EXEC
           ELSE
               IF WS-RESP-CODE NOT = DFHRESP(NOTFND)
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'POSINV READ ERROR -- CLOSE REFUSED'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           IF WS-INPUT-VALID
               EXEC CICS READ FILE('PNLPERD')
                   INTO(PRD-REC)
                   RIDFLD(WS-CA-PORTFOLIO-ID)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   IF PRD-MTD-REALIZED NOT = ZERO
                           OR PRD-MTD-UNREALIZED NOT = ZERO
                           OR PRD-YTD-REALIZED NOT = ZERO
                           OR PRD-YTD-UNREALIZED NOT = ZERO
                           OR PRD-MTD-RPT2-PNL NOT = ZERO
                           OR PRD-YTD-RPT2-PNL NOT = ZERO
                           OR PRD-MTD-CARRY NOT = ZERO
                           OR PRD-YTD-CARRY NOT = ZERO
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'CLOSE REFUSED -- PERIOD P&L NOT ZERO'
                           TO WS-MSG-TEXT
                   END-IF
               ELSE
                   IF WS-RESP-CODE NOT = DFHRESP(NOTFND)
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'PNLPERD READ ERROR -- CLOSE REFUSED'
                           TO WS-MSG-TEXT
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
           MOVE WS-NEW-STATUS TO PMR-STATUS
           MOVE WS-NEW-INCEPTION TO PMR-INCEPTION-DATE
           MOVE WS-NEW-BASE-CCY TO PMR-BASE-CURRENCY
           MOVE WS-NEW-FEE-RATE TO PMR-FEE-RATE-PCT
           MOVE WS-NEW-FEE-FREQ TO PMR-FEE-FREQUENCY
           MOVE WS-NEW-FEE-MIN TO PMR-FEE-MINIMUM
           MOVE WS-NEW-BENCHMARK TO PMR-BENCHMARK-ID
           IF WS-CA-ON-FILE
               EXEC CICS READ FILE('PORTMST')
                   INTO(PMR-REC)
                   MOVE WS-NEW-STATUS TO PMR-STATUS
                   MOVE WS-NEW-INCEPTION TO PMR-INCEPTION-DATE
                   MOVE WS-NEW-BASE-CCY TO PMR-BASE-CURRENCY
                   MOVE WS-NEW-FEE-RATE TO PMR-FEE-RATE-PCT
                   MOVE WS-NEW-FEE-FREQ TO PMR-FEE-FREQUENCY
                   MOVE WS-NEW-FEE-MIN TO PMR-FEE-MINIMUM
                   MOVE WS-NEW-BENCHMARK TO PMR-BENCHMARK-ID
                   EXEC CICS REWRITE FILE('PORTMST')
                       FROM(PMR-REC)
                       RESP(WS-RESP-CODE)
           MOVE WS-CA-CURR-STATUS TO PRTA-OLD-STATUS
           MOVE WS-NEW-DESC TO PRTA-NEW-DESC
           MOVE WS-NEW-STATUS TO PRTA-NEW-STATUS
           MOVE WS-CA-CURR-FEE-RATE TO PRTA-OLD-FEE-RATE
           MOVE WS-CA-CURR-FEE-FREQ TO PRTA-OLD-FEE-FREQ
           MOVE WS-CA-CURR-FEE-MIN TO PRTA-OLD-FEE-MIN
           MOVE WS-NEW-FEE-RATE TO PRTA-NEW-FEE-RATE
           MOVE WS-NEW-FEE-FREQ TO PRTA-NEW-FEE-FREQ
           MOVE WS-NEW-FEE-MIN TO PRTA-NEW-FEE-MIN
           MOVE WS-CA-CURR-BENCHMARK TO PRTA-OLD-BENCHMARK
           MOVE WS-NEW-BENCHMARK TO PRTA-NEW-BENCHMARK
           MOVE WS-AUDIT-TIMESTAMP TO PRTA-TIMESTAMP
           MOVE EIBTRNID TO PRTA-TRANS-ID
           MOVE WS-USER-ID TO PRTA-USER-ID
           MOVE WS-CA-CURR-STATUS TO CSTATO
           MOVE WS-CA-CURR-INCEPTION TO CINCPO
           MOVE WS-CA-CURR-BASE-CCY TO CBCCYO
           MOVE WS-CA-CURR-FEE-RATE TO CFRTEO
           MOVE WS-CA-CURR-FEE-FREQ TO CFFRQO
           MOVE WS-CA-CURR-FEE-MIN TO CFMINO
           MOVE WS-CA-CURR-BENCHMARK TO CBMKO
           MOVE WS-NEW-DESC TO NDESCO
           MOVE WS-NEW-STATUS TO NSTATO
           MOVE WS-NEW-INCEPTION TO NINCPO
           MOVE WS-NEW-BASE-CCY TO NBCCYO
           MOVE WS-NEW-FEE-RATE TO NFRTEO
           MOVE WS-NEW-FEE-FREQ TO NFFRQO
           MOVE WS-NEW-FEE-MIN TO NFMINO
           MOVE WS-NEW-BENCHMARK TO NBMKO
           MOVE WS-MSG-TEXT TO PMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('PRTMNTM')
