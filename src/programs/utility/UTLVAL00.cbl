      *--  anything, the same allowance the fee schedule gets.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
      *--  Security master (SECMST.cpy): a trade naming an instrument
      *--  the shop has not set up is rejected before it can open a
      *--  lot the calc cannot price.  A trade with no instrument is
      *--  not checked (the older feeds do not send one), and a
      *--  missing master disables the check, as for the portfolio
      *--  master above.
           SELECT SECURITY-MASTER-FILE ASSIGN TO 'SECMST.DAT'
               FILE STATUS IS WS-SEC-FILE-STATUS.
      *--  Counterparty reference (CPTYREF.cpy): a trade naming a
      *--  counterparty credit risk has not set up, or has suspended,
      *--  is rejected.  Trades with no counterparty are not checked,
      *--  and a missing reference disables the check.
           SELECT COUNTERPARTY-REF-FILE ASSIGN TO 'CPTYREF.DAT'
               FILE STATUS IS WS-CPT-FILE-STATUS.
      *--  Trader reference (TRDREF.cpy): a trade booked by someone
      *--  not on the reference, or who has left, is rejected.
      *--  Trades with no trader are not checked, and a missing
      *--  reference disables the check.
           SELECT TRADER-REF-FILE ASSIGN TO 'TRDREF.DAT'
               FILE STATUS IS WS-TRD-FILE-STATUS.
      *--  Legal-entity master (ENTMST.cpy), maintained online through
      *--  ENTMNT00: a trade booked for an entity that is not on the
      *--  master, or is inactive, is rejected before a typo can open
      *--  a new entity in the ledger.  Trades with no entity (the
      *--  older feeds do not send one) are not checked, and a missing
      *--  master disables the check.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-ENT-FILE-STATUS.
      *--  Externalized per-channel edit rules: mandatory fields,
      *--  trade-amount bounds, and a trade-date window, keyed by
      *--  channel and record type so a rule change is a dataset edit,
      *--  edits in force, the same allowance CHANREF.DAT gets.
           SELECT VALIDATION-RULES-FILE ASSIGN TO 'VALRULES.DAT'
               FILE STATUS IS WS-VRL-FILE-STATUS.
      *--  Per-currency settlement holiday calendars (SETCAL.cpy),
      *--  maintained through HOLMNT00: a T2 trade whose settlement
      *--  date is a weekend or a holiday of the trade currency was
      *--  never settleable and is rejected here rather than surfacing
      *--  as a fail.  A missing file leaves only the weekend check.
           SELECT SETTLE-CALENDAR-FILE ASSIGN TO 'SETCAL.DAT'
               FILE STATUS IS WS-SCL-FILE-STATUS.
           SELECT OVERRIDE-AUDIT-FILE ASSIGN TO 'OVRAUDIT.DAT'
               FILE STATUS IS WS-OVA-FILE-STATUS.
      *--  Compliance's restricted list (RSTLIST.cpy): portfolio and
      *--  currency (optionally instrument) combinations barred from
      *--  trading inside a blackout window.  The trade has already
      *--  happened, so a hit is not a validation failure -- the trade
      *--  loads, the hit goes to the CMPBRCH log and raises the
      *--  UTLVALAL.DAT alert trigger, and RPTCBR00 prints the day's
      *--  breaches.  A missing list disables the screen.
           SELECT RESTRICTED-LIST-FILE ASSIGN TO 'RSTLIST.DAT'
               FILE STATUS IS WS-RST-FILE-STATUS.
           SELECT COMPLIANCE-BREACH-FILE ASSIGN TO 'CMPBRCH.DAT'
               FILE STATUS IS WS-CBR-FILE-STATUS.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO 'UTLVALAL.DAT'.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.
       FD  PORTFOLIO-MASTER-FILE.
           COPY PRTMST.

      *--  Shared with PNL-CALC-PROG via SECMST.cpy.
       FD  SECURITY-MASTER-FILE.
           COPY SECMST.

      *--  Shared with RPTCPX00 via CPTYREF.cpy.
       FD  COUNTERPARTY-REF-FILE.
           COPY CPTYREF.

      *--  Shared with RPTTRD00 via TRDREF.cpy.
       FD  TRADER-REF-FILE.
           COPY TRDREF.

      *--  Shared with ENTMNT00, GLEXTR00 and the reports via
      *--  ENTMST.cpy.
       FD  ENTITY-MASTER-FILE.
           COPY ENTMST.

      *--  One rule per channel/record-type pair; record type '**'
      *--  matches every type on the channel.  The Y/N bytes name the
      *--  fields that channel must populate; a zero maximum means no
           05  VRL-AMOUNT-MAX        PIC 9(13)V99.
           05  VRL-DATE-WINDOW-DAYS  PIC 9(03).

      *--  Shared with HOLGEN00, HOLMNT00 and RPTFLS00 via SETCAL.cpy.
       FD  SETTLE-CALENDAR-FILE.
           COPY SETCAL.

      *--  Audit log: one record per override actually used.
       FD  OVERRIDE-AUDIT-FILE.
       01  OVA-REC.
           05  OVA-CHECK-NAME        PIC X(10).
           05  OVA-AUTHORIZER        PIC X(08).

      *--  Shared with RPTCBR00 via RSTLIST.cpy and CMPBRCH.cpy.
       FD  RESTRICTED-LIST-FILE.
           COPY RSTLIST.

       FD  COMPLIANCE-BREACH-FILE.
           COPY CMPBRCH.

      *--  Alert trigger dataset, present only when a trade hit the
      *--  restricted list -- same convention as RPTLIMAL.DAT.
       FD  ALERT-TRIGGER-FILE.
       01  ALERT-TRIGGER-REC.
           05  ALERT-RUN-DATE        PIC X(08).
           05  FILLER                PIC X(01).
           05  ALERT-BREACH-COUNT    PIC 9(06).
           05  FILLER                PIC X(01).
           05  ALERT-TEXT            PIC X(40).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           88  WS-PORTMST-OK         VALUE 'Y'.
       01  WS-EDTRULE-OK-IND         PIC X(01) VALUE 'Y'.
           88  WS-EDTRULE-OK         VALUE 'Y'.
       01  WS-SECMST-OK-IND          PIC X(01) VALUE 'Y'.
           88  WS-SECMST-OK          VALUE 'Y'.
       01  WS-CPTYREF-OK-IND         PIC X(01) VALUE 'Y'.
           88  WS-CPTYREF-OK         VALUE 'Y'.
       01  WS-TRDREF-OK-IND          PIC X(01) VALUE 'Y'.
           88  WS-TRDREF-OK          VALUE 'Y'.
       01  WS-ENTMST-OK-IND          PIC X(01) VALUE 'Y'.
           88  WS-ENTMST-OK          VALUE 'Y'.
       01  WS-SETCAL-OK-IND          PIC X(01) VALUE 'Y'.
           88  WS-SETCAL-OK          VALUE 'Y'.

      *--  Edit-rule table, loaded from VALRULES.DAT at startup.
       01  WS-VRL-FILE-STATUS        PIC X(02) VALUE '00'.
               10  WS-PMR-TBL-PORTFOLIO  PIC X(08).
               10  WS-PMR-TBL-STATUS     PIC X(01).

      *--  Security master instrument list, loaded from SECMST.DAT at
      *--  startup.
       01  WS-SEC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SEC-FILE-OK        VALUE '00'.
           88  WS-SEC-FILE-MISSING   VALUE '35'.
       01  WS-SEC-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-SEC-EOF            VALUE 'Y'.
       01  WS-SEC-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SEC-COUNT
                   INDEXED BY WS-SEC-IDX.
               10  WS-SEC-TBL-INSTRUMENT PIC X(12).

      *--  Counterparty reference table, loaded from CPTYREF.DAT at
      *--  startup.
       01  WS-CPT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CPT-FILE-OK        VALUE '00'.
           88  WS-CPT-FILE-MISSING   VALUE '35'.
       01  WS-CPT-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-CPT-EOF            VALUE 'Y'.
       01  WS-CPT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CPT-TABLE.
           05  WS-CPT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CPT-COUNT
                   INDEXED BY WS-CPT-IDX.
               10  WS-CPT-TBL-CODE       PIC X(08).
               10  WS-CPT-TBL-STATUS     PIC X(01).

      *--  Trader reference table, loaded from TRDREF.DAT at startup.
       01  WS-TRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TRD-FILE-OK        VALUE '00'.
           88  WS-TRD-FILE-MISSING   VALUE '35'.
       01  WS-TRD-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-TRD-EOF            VALUE 'Y'.
       01  WS-TRD-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TRD-TABLE.
           05  WS-TRD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TRD-COUNT
                   INDEXED BY WS-TRD-IDX.
               10  WS-TRD-TBL-TRADER-ID  PIC X(08).
               10  WS-TRD-TBL-STATUS     PIC X(01).

      *--  Legal-entity master table, loaded from ENTMST.DAT at
      *--  startup.
       01  WS-ENT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ENT-FILE-OK        VALUE '00'.
           88  WS-ENT-FILE-MISSING   VALUE '35'.
       01  WS-ENT-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-ENT-EOF            VALUE 'Y'.
       01  WS-ENT-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ENT-COUNT
                   INDEXED BY WS-ENT-IDX.
               10  WS-ENT-TBL-CODE       PIC X(04).
               10  WS-ENT-TBL-STATUS     PIC X(01).

      *--  Settlement holiday table, loaded from SETCAL.DAT at
      *--  startup.
       01  WS-SCL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SCL-FILE-OK        VALUE '00'.
           88  WS-SCL-FILE-MISSING   VALUE '35'.
       01  WS-SCL-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-SCL-EOF            VALUE 'Y'.
       01  WS-SCL-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SCL-TABLE.
           05  WS-SCL-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-SCL-COUNT
                   INDEXED BY WS-SCL-IDX.
               10  WS-SCL-TBL-CCY        PIC X(03).
               10  WS-SCL-TBL-DATE       PIC X(08).
       01  WS-SETTLE-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-SETTLE-DATE-INT        PIC S9(09) COMP-3 VALUE ZERO.
      *--  INTEGER-OF-DATE day 1 was a Monday: remainder 6 is a
      *--  Saturday and 0 a Sunday.
       01  WS-SETTLE-DOW             PIC 9(01) COMP-3 VALUE ZERO.
       01  WS-SCL-CCY-FOUND-IND      PIC X(01) VALUE 'N'.
           88  WS-SCL-CCY-FOUND      VALUE 'Y'.
      *--  Currencies already warned of as having no calendar -- once
      *--  per run each, not once per trade.
       01  WS-NOCAL-COUNT            PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-NOCAL-TABLE.
           05  WS-NOCAL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-NOCAL-COUNT
                   INDEXED BY WS-NOCAL-IDX.
               10  WS-NOCAL-TBL-CCY      PIC X(03).
       01  WS-WARNING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

      *--  Fee-schedule table, loaded from FEESCHED.DAT at startup.  A
      *--  missing file just disables the commission check -- the
      *--  schedule has to be staged before the check can mean
           88  WS-OVERRIDE-APPLIED   VALUE 'Y'.
       01  WS-OVERRIDE-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

      *--  Restricted list, loaded from RSTLIST.DAT at startup.
       01  WS-RST-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RST-FILE-OK        VALUE '00'.
           88  WS-RST-FILE-MISSING   VALUE '35'.
       01  WS-CBR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CBR-FILE-OK        VALUE '00'.
           88  WS-CBR-FILE-MISSING   VALUE '35'.
       01  WS-RST-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-RST-EOF            VALUE 'Y'.
       01  WS-RST-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RST-COUNT
                   INDEXED BY WS-RST-IDX.
               10  WS-RST-TBL-ID         PIC X(08).
               10  WS-RST-TBL-PORTFOLIO  PIC X(08).
               10  WS-RST-TBL-CCY        PIC X(03).
               10  WS-RST-TBL-INSTRUMENT PIC X(12).
               10  WS-RST-TBL-EFF-DATE   PIC X(08).
               10  WS-RST-TBL-EXP-DATE   PIC X(08).
               10  WS-RST-TBL-REASON     PIC X(30).
       01  WS-RST-SUB                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RST-HIT-COUNT          PIC 9(06) COMP-3 VALUE ZERO.

       01  WS-FAIL-CHECK-NAME        PIC X(10) VALUE SPACES.
       01  WS-FAIL-REASON            PIC X(40) VALUE SPACES.

           PERFORM 1170-LOAD-EDIT-RULES
           PERFORM 1180-LOAD-FEE-SCHEDULE
           PERFORM 1185-LOAD-PORTFOLIO-MASTER
           PERFORM 1186-LOAD-ENTITY-MASTER
           PERFORM 1187-LOAD-SECURITY-MASTER
           PERFORM 1188-LOAD-COUNTERPARTY-REF
           PERFORM 1189-LOAD-TRADER-REF
           PERFORM 1190-LOAD-OVERRIDES
           PERFORM 1195-LOAD-SETTLE-CALENDAR
           PERFORM 1197-LOAD-RESTRICTED-LIST
           PERFORM 1200-LOAD-CONTROL-TOTALS
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 2500-CHECK-FILE-LEVEL-CONTROL
           END-IF
           .

       1186-LOAD-ENTITY-MASTER.
           MOVE ZERO TO WS-ENT-COUNT
           OPEN INPUT ENTITY-MASTER-FILE
           IF WS-ENT-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ENT-EOF
                       OR WS-ENT-COUNT NOT < 100
                   READ ENTITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-ENT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ENT-COUNT
                           MOVE ENT-ENTITY-CODE TO
                               WS-ENT-TBL-CODE (WS-ENT-COUNT)
                           MOVE ENT-STATUS TO
                               WS-ENT-TBL-STATUS (WS-ENT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-MASTER-FILE
           END-IF
           .

       1187-LOAD-SECURITY-MASTER.
           MOVE ZERO TO WS-SEC-COUNT
           OPEN INPUT SECURITY-MASTER-FILE
           IF WS-SEC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SEC-EOF
                       OR WS-SEC-COUNT NOT < 5000
                   READ SECURITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-SEC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SEC-COUNT
                           MOVE SEC-INSTRUMENT-ID TO
                               WS-SEC-TBL-INSTRUMENT (WS-SEC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SECURITY-MASTER-FILE
           END-IF
           .

       1188-LOAD-COUNTERPARTY-REF.
           MOVE ZERO TO WS-CPT-COUNT
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPT-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CPT-EOF
                       OR WS-CPT-COUNT NOT < 500
                   READ COUNTERPARTY-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-CPT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CPT-COUNT
                           MOVE CPT-COUNTERPARTY-CODE TO
                               WS-CPT-TBL-CODE (WS-CPT-COUNT)
                           MOVE CPT-STATUS TO
                               WS-CPT-TBL-STATUS (WS-CPT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COUNTERPARTY-REF-FILE
           END-IF
           .

       1189-LOAD-TRADER-REF.
           MOVE ZERO TO WS-TRD-COUNT
           OPEN INPUT TRADER-REF-FILE
           IF WS-TRD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-TRD-EOF
                       OR WS-TRD-COUNT NOT < 500
                   READ TRADER-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-TRD-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRD-COUNT
                           MOVE TRD-TRADER-ID TO
                               WS-TRD-TBL-TRADER-ID (WS-TRD-COUNT)
                           MOVE TRD-STATUS TO
                               WS-TRD-TBL-STATUS (WS-TRD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TRADER-REF-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1190-LOAD-OVERRIDES loads the overrides authorized for THIS
      *  business date; anything dated otherwise stays on the file but
           END-IF
           .

      *----------------------------------------------------------------
      *  1195-LOAD-SETTLE-CALENDAR loads every currency's settlement
      *  holidays; SETCAL.DAT is small (ten-odd dates per currency
      *  per year), and the dates a feed can name are never more
      *  than a few years either side of today.
      *----------------------------------------------------------------
       1195-LOAD-SETTLE-CALENDAR.
           MOVE ZERO TO WS-SCL-COUNT
           OPEN INPUT SETTLE-CALENDAR-FILE
           IF WS-SCL-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SCL-EOF
                       OR WS-SCL-COUNT NOT < 3000
                   READ SETTLE-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-SCL-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SCL-COUNT
                           MOVE SCL-CURRENCY-CODE TO
                               WS-SCL-TBL-CCY (WS-SCL-COUNT)
                           MOVE SCL-DATE TO
                               WS-SCL-TBL-DATE (WS-SCL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SETTLE-CALENDAR-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1197-LOAD-RESTRICTED-LIST loads Compliance's restricted list
      *  whole -- an entry's window is tested against each trade's own
      *  date, so an expired or future entry still has to be on hand
      *  for a back-dated or forward-dated trade.  The breach log is
      *  opened for append here, the same way 1190 opens the override
      *  audit log, so every hit tonight lands on it.
      *----------------------------------------------------------------
       1197-LOAD-RESTRICTED-LIST.
           MOVE ZERO TO WS-RST-COUNT
           OPEN INPUT RESTRICTED-LIST-FILE
           IF WS-RST-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RST-EOF
                       OR WS-RST-COUNT NOT < 500
                   READ RESTRICTED-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RST-COUNT
                           MOVE RST-RESTRICTION-ID TO
                               WS-RST-TBL-ID (WS-RST-COUNT)
                           MOVE RST-PORTFOLIO-ID TO
                               WS-RST-TBL-PORTFOLIO (WS-RST-COUNT)
                           MOVE RST-CURRENCY-CODE TO
                               WS-RST-TBL-CCY (WS-RST-COUNT)
                           MOVE RST-INSTRUMENT-ID TO
                               WS-RST-TBL-INSTRUMENT (WS-RST-COUNT)
                           MOVE RST-EFFECTIVE-DATE TO
                               WS-RST-TBL-EFF-DATE (WS-RST-COUNT)
                           MOVE RST-EXPIRY-DATE TO
                               WS-RST-TBL-EXP-DATE (WS-RST-COUNT)
                           MOVE RST-REASON TO
                               WS-RST-TBL-REASON (WS-RST-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RESTRICTED-LIST-FILE
           END-IF
           IF WS-RST-COUNT > ZERO
               OPEN EXTEND COMPLIANCE-BREACH-FILE
               IF WS-CBR-FILE-MISSING
                   OPEN OUTPUT COMPLIANCE-BREACH-FILE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1200-LOAD-CONTROL-TOTALS reads the sending system's expected
      *  record count/control total.  A missing control file just
           MOVE 'Y' TO WS-FEESCHED-OK-IND
           MOVE 'Y' TO WS-PORTMST-OK-IND
           MOVE 'Y' TO WS-EDTRULE-OK-IND
           MOVE 'Y' TO WS-SECMST-OK-IND
           MOVE 'Y' TO WS-CPTYREF-OK-IND
           MOVE 'Y' TO WS-TRDREF-OK-IND
           MOVE 'Y' TO WS-ENTMST-OK-IND
           MOVE 'Y' TO WS-SETCAL-OK-IND
           PERFORM 2220-CHECK-TRANSACTION-INTEGRITY
           PERFORM 2320-CHECK-TRANSACTION-XREF
           PERFORM 2420-CHECK-TRANSACTION-FORMAT
           PERFORM 2440-CHECK-FEE-SCHEDULE
           PERFORM 2460-CHECK-PORTFOLIO-MASTER
           PERFORM 2480-CHECK-EDIT-RULES
           PERFORM 2470-CHECK-SECURITY-MASTER
           PERFORM 2475-CHECK-COUNTERPARTY
           PERFORM 2477-CHECK-TRADER
           PERFORM 2478-CHECK-ENTITY-MASTER
           PERFORM 2479-CHECK-CPTY-ENTITY
           PERFORM 2495-CHECK-SETTLEMENT-DATE
           IF TRN-TYPE-STANDARD OR TRN-TYPE-RICH OR TRN-TYPE-TRANSFER
               PERFORM 2600-SCREEN-RESTRICTED-LIST
           END-IF
           IF NOT WS-INTEGRITY-OK OR NOT WS-XREF-OK
                   OR NOT WS-FORMAT-OK OR NOT WS-FEESCHED-OK
                   OR NOT WS-PORTMST-OK OR NOT WS-EDTRULE-OK
                   OR NOT WS-SECMST-OK OR NOT WS-CPTYREF-OK
                   OR NOT WS-TRDREF-OK OR NOT WS-ENTMST-OK
                   OR NOT WS-SETCAL-OK
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .
      *----------------------------------------------------------------
      *  2420-CHECK-TRANSACTION-FORMAT checks the shape of the data
      *  itself -- a numeric trade date, a populated currency code.
      *  A position transfer must also name a receiving portfolio
      *  other than its own and the numeric trade date of the lot it
      *  moves.
      *----------------------------------------------------------------
       2420-CHECK-TRANSACTION-FORMAT.
           IF TRN-TRADE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-FORMAT-OK-IND
               END-IF
           END-IF
           IF TRN-TYPE-TRANSFER
               PERFORM 2425-CHECK-TRANSFER-FORMAT
           END-IF
           .

       2425-CHECK-TRANSFER-FORMAT.
           IF TRN-TRANSFER-PORTFOLIO = SPACES
                   OR TRN-TRANSFER-PORTFOLIO = TRN-PORTFOLIO-ID
               MOVE 'FORMAT' TO WS-FAIL-CHECK-NAME
               MOVE 'TRANSFER PORTFOLIO BLANK OR SAME AS OWN'
                   TO WS-FAIL-REASON
               PERFORM 2700-WRITE-FAILURE-LINE
               IF NOT WS-OVERRIDE-APPLIED
                   MOVE 'N' TO WS-FORMAT-OK-IND
               END-IF
           END-IF
           IF TRN-TRANSFER-LOT-DATE NOT NUMERIC
               MOVE 'FORMAT' TO WS-FAIL-CHECK-NAME
               MOVE 'TRANSFER LOT DATE IS NOT NUMERIC'
                   TO WS-FAIL-REASON
               PERFORM 2700-WRITE-FAILURE-LINE
               IF NOT WS-OVERRIDE-APPLIED
                   MOVE 'N' TO WS-FORMAT-OK-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      *  2460-CHECK-PORTFOLIO-MASTER rejects a trade whose portfolio
      *  is not on the master, or is there but closed, and likewise a
      *  position transfer whose receiving portfolio is.  With no
      *  master staged the check is disabled.
      *----------------------------------------------------------------
       2460-CHECK-PORTFOLIO-MASTER.
                           END-IF
                       END-IF
               END-SEARCH
               IF TRN-TYPE-TRANSFER
                       AND TRN-TRANSFER-PORTFOLIO NOT = SPACES
                   PERFORM 2465-CHECK-TRANSFER-PORTFOLIO
               END-IF
           END-IF
           .

       2465-CHECK-TRANSFER-PORTFOLIO.
           SET WS-PMR-IDX TO 1
           SEARCH WS-PMR-ENTRY
               AT END
                   MOVE 'PORTMST' TO WS-FAIL-CHECK-NAME
                   MOVE 'TRANSFER PORTFOLIO NOT ON THE MASTER'
                       TO WS-FAIL-REASON
                   PERFORM 2700-WRITE-FAILURE-LINE
                   IF NOT WS-OVERRIDE-APPLIED
                       MOVE 'N' TO WS-PORTMST-OK-IND
                   END-IF
               WHEN WS-PMR-TBL-PORTFOLIO (WS-PMR-IDX)
                       = TRN-TRANSFER-PORTFOLIO
                   IF WS-PMR-TBL-STATUS (WS-PMR-IDX) = 'C'
                       MOVE 'PORTMST' TO WS-FAIL-CHECK-NAME
                       MOVE 'TRANSFER PORTFOLIO CLOSED ON THE MASTER'
                           TO WS-FAIL-REASON
                       PERFORM 2700-WRITE-FAILURE-LINE
                       IF NOT WS-OVERRIDE-APPLIED
                           MOVE 'N' TO WS-PORTMST-OK-IND
                       END-IF
                   END-IF
           END-SEARCH
           .

      *----------------------------------------------------------------
      *  2470-CHECK-SECURITY-MASTER rejects a trade naming an
      *  instrument that is not on the security master.  A trade
      *  naming none, or a run with no master staged, is not checked.
      *----------------------------------------------------------------
       2470-CHECK-SECURITY-MASTER.
           IF WS-SEC-COUNT > ZERO AND TRN-INSTRUMENT-ID NOT = SPACES
               SET WS-SEC-IDX TO 1
               SEARCH WS-SEC-ENTRY
                   AT END
                       MOVE 'SECMST' TO WS-FAIL-CHECK-NAME
                       MOVE 'INSTRUMENT NOT ON THE SECURITY MASTER'
                           TO WS-FAIL-REASON
                       PERFORM 2700-WRITE-FAILURE-LINE
                       IF NOT WS-OVERRIDE-APPLIED
                           MOVE 'N' TO WS-SECMST-OK-IND
                       END-IF
                   WHEN WS-SEC-TBL-INSTRUMENT (WS-SEC-IDX)
                           = TRN-INSTRUMENT-ID
                       CONTINUE
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2475-CHECK-COUNTERPARTY rejects a trade whose counterparty
      *  is not on the reference, or is there but suspended.  A trade
      *  naming none, or a run with no reference staged, is not
      *  checked.
      *----------------------------------------------------------------
       2475-CHECK-COUNTERPARTY.
           IF WS-CPT-COUNT > ZERO AND TRN-COUNTERPARTY-CODE NOT = SPACES
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTRY
                   AT END
                       MOVE 'CPTYREF' TO WS-FAIL-CHECK-NAME
                       MOVE 'COUNTERPARTY NOT ON THE REFERENCE'
                           TO WS-FAIL-REASON
                       PERFORM 2700-WRITE-FAILURE-LINE
                       IF NOT WS-OVERRIDE-APPLIED
                           MOVE 'N' TO WS-CPTYREF-OK-IND
                       END-IF
                   WHEN WS-CPT-TBL-CODE (WS-CPT-IDX)
                           = TRN-COUNTERPARTY-CODE
                       IF WS-CPT-TBL-STATUS (WS-CPT-IDX) = 'S'
                           MOVE 'CPTYREF' TO WS-FAIL-CHECK-NAME
                           MOVE 'COUNTERPARTY IS SUSPENDED'
                               TO WS-FAIL-REASON
                           PERFORM 2700-WRITE-FAILURE-LINE
                           IF NOT WS-OVERRIDE-APPLIED
                               MOVE 'N' TO WS-CPTYREF-OK-IND
                           END-IF
                       END-IF
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2477-CHECK-TRADER rejects a trade booked by a trader who is
      *  not on the reference, or is there but has left.  A trade
      *  naming no trader, or a run with no reference staged, is not
      *  checked.
      *----------------------------------------------------------------
       2477-CHECK-TRADER.
           IF WS-TRD-COUNT > ZERO AND TRN-TRADER-ID NOT = SPACES
               SET WS-TRD-IDX TO 1
               SEARCH WS-TRD-ENTRY
                   AT END
                       MOVE 'TRDREF' TO WS-FAIL-CHECK-NAME
                       MOVE 'TRADER NOT ON THE REFERENCE'
                           TO WS-FAIL-REASON
                       PERFORM 2700-WRITE-FAILURE-LINE
                       IF NOT WS-OVERRIDE-APPLIED
                           MOVE 'N' TO WS-TRDREF-OK-IND
                       END-IF
                   WHEN WS-TRD-TBL-TRADER-ID (WS-TRD-IDX)
                           = TRN-TRADER-ID
                       IF WS-TRD-TBL-STATUS (WS-TRD-IDX) = 'L'
                           MOVE 'TRDREF' TO WS-FAIL-CHECK-NAME
                           MOVE 'TRADER HAS LEFT THE FIRM'
                               TO WS-FAIL-REASON
                           PERFORM 2700-WRITE-FAILURE-LINE
                           IF NOT WS-OVERRIDE-APPLIED
                               MOVE 'N' TO WS-TRDREF-OK-IND
                           END-IF
                       END-IF
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2478-CHECK-ENTITY-MASTER rejects a trade booked for a legal
      *  entity that is not on the master, or is there but inactive.
      *  A trade naming no entity, or a run with no master staged, is
      *  not checked.
      *----------------------------------------------------------------
       2478-CHECK-ENTITY-MASTER.
           IF WS-ENT-COUNT > ZERO AND TRN-ENTITY-CODE NOT = SPACES
               SET WS-ENT-IDX TO 1
               SEARCH WS-ENT-ENTRY
                   AT END
                       MOVE 'ENTMST' TO WS-FAIL-CHECK-NAME
                       MOVE 'ENTITY NOT ON THE ENTITY MASTER'
                           TO WS-FAIL-REASON
                       PERFORM 2700-WRITE-FAILURE-LINE
                       IF NOT WS-OVERRIDE-APPLIED
                           MOVE 'N' TO WS-ENTMST-OK-IND
                       END-IF
                   WHEN WS-ENT-TBL-CODE (WS-ENT-IDX)
                           = TRN-ENTITY-CODE
                       IF WS-ENT-TBL-STATUS (WS-ENT-IDX) = 'I'
                           MOVE 'ENTMST' TO WS-FAIL-CHECK-NAME
                           MOVE 'ENTITY IS INACTIVE ON THE MASTER'
                               TO WS-FAIL-REASON
                           PERFORM 2700-WRITE-FAILURE-LINE
                           IF NOT WS-OVERRIDE-APPLIED
                               MOVE 'N' TO WS-ENTMST-OK-IND
                           END-IF
                       END-IF
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2479-CHECK-CPTY-ENTITY checks the other side of an
      *  intercompany trade: it cannot be the booking entity itself,
      *  and (with a master staged) it must be one of our entities --
      *  a leg naming an unknown entity would never find its mirror.
      *  Reported under the entity master's check name.
      *----------------------------------------------------------------
       2479-CHECK-CPTY-ENTITY.
           IF TRN-CPTY-ENTITY-CODE NOT = SPACES
               IF TRN-CPTY-ENTITY-CODE = TRN-ENTITY-CODE
                   MOVE 'ENTMST' TO WS-FAIL-CHECK-NAME
                   MOVE 'INTERCOMPANY WITH ITS OWN ENTITY'
                       TO WS-FAIL-REASON
                   PERFORM 2700-WRITE-FAILURE-LINE
                   IF NOT WS-OVERRIDE-APPLIED
                       MOVE 'N' TO WS-ENTMST-OK-IND
                   END-IF
               ELSE
                   IF WS-ENT-COUNT > ZERO
                       SET WS-ENT-IDX TO 1
                       SEARCH WS-ENT-ENTRY
                           AT END
                               MOVE 'ENTMST' TO WS-FAIL-CHECK-NAME
                               MOVE 'CPTY ENTITY NOT ON THE MASTER'
                                   TO WS-FAIL-REASON
                               PERFORM 2700-WRITE-FAILURE-LINE
                               IF NOT WS-OVERRIDE-APPLIED
                                   MOVE 'N' TO WS-ENTMST-OK-IND
                               END-IF
                           WHEN WS-ENT-TBL-CODE (WS-ENT-IDX)
                                   = TRN-CPTY-ENTITY-CODE
                               CONTINUE
                       END-SEARCH
                   END-IF
               END-IF
           END-IF
           .

           END-IF
           .

      *----------------------------------------------------------------
      *  2495-CHECK-SETTLEMENT-DATE rejects a T2 trade that settles on
      *  a day its currency cannot settle: a weekend, or a date on
      *  that currency's SETCAL calendar.  A currency with no
      *  calendar on file can only be weekend-checked, so it draws a
      *  warning line (once per currency per run) that does not fail
      *  the trade -- the calendar wants adding through HOLM.
      *----------------------------------------------------------------
       2495-CHECK-SETTLEMENT-DATE.
           IF TRN-RECORD-TYPE = 'T2'
                   AND TRN-SETTLEMENT-DATE NUMERIC
               MOVE TRN-SETTLEMENT-DATE TO WS-SETTLE-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE (WS-SETTLE-DATE-NUM)
                   TO WS-SETTLE-DATE-INT
               COMPUTE WS-SETTLE-DOW =
                   FUNCTION REM (WS-SETTLE-DATE-INT 7)
               IF WS-SETTLE-DOW = 6 OR WS-SETTLE-DOW = 0
                   MOVE 'SETCAL' TO WS-FAIL-CHECK-NAME
                   MOVE 'SETTLEMENT DATE IS A WEEKEND'
                       TO WS-FAIL-REASON
                   PERFORM 2700-WRITE-FAILURE-LINE
                   IF NOT WS-OVERRIDE-APPLIED
                       MOVE 'N' TO WS-SETCAL-OK-IND
                   END-IF
               ELSE
                   PERFORM 2497-CHECK-CCY-HOLIDAY
               END-IF
           END-IF
           .

       2497-CHECK-CCY-HOLIDAY.
           MOVE 'N' TO WS-SCL-CCY-FOUND-IND
           IF WS-SCL-COUNT > ZERO
               SET WS-SCL-IDX TO 1
               SEARCH WS-SCL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCL-TBL-CCY (WS-SCL-IDX)
                           = TRN-CURRENCY-CODE
                       MOVE 'Y' TO WS-SCL-CCY-FOUND-IND
               END-SEARCH
           END-IF
           IF WS-SCL-CCY-FOUND
               SET WS-SCL-IDX TO 1
               SEARCH WS-SCL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCL-TBL-CCY (WS-SCL-IDX)
                           = TRN-CURRENCY-CODE
                       AND WS-SCL-TBL-DATE (WS-SCL-IDX)
                           = TRN-SETTLEMENT-DATE
                       MOVE 'SETCAL' TO WS-FAIL-CHECK-NAME
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING 'SETTLEMENT DATE IS A '
                              TRN-CURRENCY-CODE
                              ' HOLIDAY'
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                       PERFORM 2700-WRITE-FAILURE-LINE
                       IF NOT WS-OVERRIDE-APPLIED
                           MOVE 'N' TO WS-SETCAL-OK-IND
                       END-IF
               END-SEARCH
           ELSE
               IF TRN-CURRENCY-CODE NOT = SPACES
                   PERFORM 2498-WARN-NO-CALENDAR
               END-IF
           END-IF
           .

       2498-WARN-NO-CALENDAR.
           IF WS-NOCAL-COUNT > ZERO
               SET WS-NOCAL-IDX TO 1
               SEARCH WS-NOCAL-ENTRY
                   AT END
                       PERFORM 2499-WRITE-NO-CALENDAR-LINE
                   WHEN WS-NOCAL-TBL-CCY (WS-NOCAL-IDX)
                           = TRN-CURRENCY-CODE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2499-WRITE-NO-CALENDAR-LINE
           END-IF
           .

      *--  Printed under its own check name, so neither the exception
      *--  digest nor the reject acknowledgement takes it for a
      *--  failure.
       2499-WRITE-NO-CALENDAR-LINE.
           IF WS-NOCAL-COUNT < 50
               ADD 1 TO WS-NOCAL-COUNT
               MOVE TRN-CURRENCY-CODE
                   TO WS-NOCAL-TBL-CCY (WS-NOCAL-COUNT)
           END-IF
           ADD 1 TO WS-WARNING-COUNT
           MOVE TRN-PORTFOLIO-ID TO DTL-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO DTL-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO DTL-CHANNEL-CODE
           MOVE 'SETCAL-WRN' TO DTL-CHECK-NAME
           MOVE SPACES TO DTL-REASON
           STRING 'NO SETTLEMENT CALENDAR FOR '
                  TRN-CURRENCY-CODE
               DELIMITED BY SIZE INTO DTL-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  2600-SCREEN-RESTRICTED-LIST tests the trade against every
      *  restriction on the list.  A hit sets no OK indicator -- the
      *  trade has already happened and loads as normal -- but is
      *  logged to CMPBRCH for Compliance and printed under its own
      *  check name, so neither the exception digest nor the reject
      *  acknowledgement takes it for a failure.  A trade hitting two
      *  restrictions is logged against both.  Only trades ('T1'/'T2')
      *  and position transfers ('TX') are screened: cash events
      *  ('T3', dividends included) and cancels ('TC') are not
      *  dealing, so a dividend paid inside a blackout is no breach.
      *----------------------------------------------------------------
       2600-SCREEN-RESTRICTED-LIST.
           IF WS-RST-COUNT > ZERO AND TRN-TRADE-DATE NUMERIC
               PERFORM 2610-CHECK-ONE-RESTRICTION
                   VARYING WS-RST-SUB FROM 1 BY 1
                   UNTIL WS-RST-SUB > WS-RST-COUNT
           END-IF
           .

       2610-CHECK-ONE-RESTRICTION.
           IF WS-RST-TBL-PORTFOLIO (WS-RST-SUB) = TRN-PORTFOLIO-ID
                   AND (WS-RST-TBL-CCY (WS-RST-SUB) = SPACES
                       OR WS-RST-TBL-CCY (WS-RST-SUB)
                           = TRN-CURRENCY-CODE)
                   AND (WS-RST-TBL-INSTRUMENT (WS-RST-SUB) = SPACES
                       OR WS-RST-TBL-INSTRUMENT (WS-RST-SUB)
                           = TRN-INSTRUMENT-ID)
                   AND TRN-TRADE-DATE
                       NOT < WS-RST-TBL-EFF-DATE (WS-RST-SUB)
                   AND TRN-TRADE-DATE
                       NOT > WS-RST-TBL-EXP-DATE (WS-RST-SUB)
               PERFORM 2620-RECORD-BREACH
           END-IF
           .

       2620-RECORD-BREACH.
           ADD 1 TO WS-RST-HIT-COUNT
           MOVE WS-RUN-DATE TO CBR-BUSINESS-DATE
           MOVE TRN-PORTFOLIO-ID TO CBR-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO CBR-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO CBR-CHANNEL-CODE
           MOVE TRN-CURRENCY-CODE TO CBR-CURRENCY-CODE
           MOVE TRN-INSTRUMENT-ID TO CBR-INSTRUMENT-ID
           MOVE TRN-TRADE-AMT TO CBR-TRADE-AMT
           MOVE TRN-QUANTITY TO CBR-QUANTITY
           MOVE TRN-TRADER-ID TO CBR-TRADER-ID
           MOVE TRN-COUNTERPARTY-CODE TO CBR-COUNTERPARTY-CODE
           MOVE WS-RST-TBL-ID (WS-RST-SUB) TO CBR-RESTRICTION-ID
           MOVE WS-RST-TBL-CCY (WS-RST-SUB) TO CBR-RST-CURRENCY-CODE
           MOVE WS-RST-TBL-INSTRUMENT (WS-RST-SUB)
               TO CBR-RST-INSTRUMENT-ID
           MOVE WS-RST-TBL-EFF-DATE (WS-RST-SUB) TO CBR-EFFECTIVE-DATE
           MOVE WS-RST-TBL-EXP-DATE (WS-RST-SUB) TO CBR-EXPIRY-DATE
           MOVE WS-RST-TBL-REASON (WS-RST-SUB) TO CBR-RST-REASON
           WRITE CBR-REC
           MOVE TRN-PORTFOLIO-ID TO DTL-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO DTL-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO DTL-CHANNEL-CODE
           MOVE 'RSTLST-HIT' TO DTL-CHECK-NAME
           MOVE SPACES TO DTL-REASON
           STRING 'RESTRICTED LIST '
                  WS-RST-TBL-ID (WS-RST-SUB)
                  ' - TRADE LOADS'
               DELIMITED BY SIZE INTO DTL-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  2700-WRITE-FAILURE-LINE first asks whether a supervisor
      *  pre-authorized exactly this failure (portfolio, trade date,
           IF WS-OVR-COUNT > ZERO
               CLOSE OVERRIDE-AUDIT-FILE
           END-IF
           IF WS-RST-COUNT > ZERO
               CLOSE COMPLIANCE-BREACH-FILE
           END-IF
           PERFORM 9900-WRITE-ALERT-TRIGGER
           IF WS-RST-HIT-COUNT > ZERO
               DISPLAY 'UTLVAL00 RESTRICTED-LIST HITS: '
                   WS-RST-HIT-COUNT
           END-IF
           IF WS-WARNING-COUNT > ZERO
               DISPLAY 'UTLVAL00 CURRENCIES WITH NO SETTLEMENT '
                   'CALENDAR: ' WS-WARNING-COUNT
           END-IF
           .

       9900-WRITE-ALERT-TRIGGER.
           IF WS-RST-HIT-COUNT > ZERO
               MOVE SPACES TO ALERT-TRIGGER-REC
               MOVE WS-RUN-DATE TO ALERT-RUN-DATE
               MOVE WS-RST-HIT-COUNT TO ALERT-BREACH-COUNT
               MOVE 'RESTRICTED-LIST BREACH - SEE RPTCBR.PRT'
                   TO ALERT-TEXT
               OPEN OUTPUT ALERT-TRIGGER-FILE
               WRITE ALERT-TRIGGER-REC
               CLOSE ALERT-TRIGGER-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error if the control-total file could not
      *  be read for any reason other than simply not existing yet, an
      *  application error if any transaction failed a check, a
      *  warning if a T2 currency had no settlement calendar to check
      *  against or a trade hit the restricted list, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'UTLVAL00' TO RC-ERROR-PROGRAM-ID
                       SET RC-APPLICATION-ERROR TO TRUE
                       DISPLAY RC-ERROR-MESSAGE
                   ELSE
                       IF WS-WARNING-COUNT > ZERO
                           MOVE 'W001' TO RC-ERROR-CODE
                           MOVE 'CURRENCY WITH NO SETTLEMENT CALENDAR'
                               TO RC-ERROR-TEXT
                           SET RC-WARNING TO TRUE
                           DISPLAY RC-ERROR-MESSAGE
                       ELSE
                           IF WS-RST-HIT-COUNT > ZERO
                               MOVE 'W002' TO RC-ERROR-CODE
                               MOVE 'TRADE HIT THE RESTRICTED LIST'
                                   TO RC-ERROR-TEXT
                               SET RC-WARNING TO TRUE
                               DISPLAY RC-ERROR-MESSAGE
                           ELSE
                               SET RC-NORMAL TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
