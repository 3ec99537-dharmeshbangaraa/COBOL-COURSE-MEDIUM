      *--  can consolidate them onto the whole-file PNL-OUTPUT.
           SELECT MERGE-INPUT-FILE ASSIGN DYNAMIC WS-MERGE-INPUT-DSN.

      *--  Nightly end-of-day valuation marks (per instrument, the
      *--  same drop-and-freshness discipline FXRATE.DAT follows);
      *--  only opened when the run is in mark-to-market mode.
           SELECT PRICE-MARK-FILE ASSIGN TO 'PRCMARK.DAT'
               FILE STATUS IS WS-PRC-FILE-STATUS.
      *--  Security master (SECMST.cpy), for the price multiplier a
      *--  per-unit mark is scaled by; optional -- an instrument not
      *--  on it, or no file at all, prices at a multiplier of one.
           SELECT SECURITY-MASTER-FILE ASSIGN TO 'SECMST.DAT'
               FILE STATUS IS WS-SEC-FILE-STATUS.
      *--  Nightly funding-rate drop (per currency, the same
      *--  drop-and-freshness discipline FXRATE.DAT follows); only
      *--  opened when the run accrues cost of carry.
      *--  inventory lot.
           05  PNL-IN-CASH-IND       PIC X(01).
           05  PNL-IN-EVENT-CODE     PIC X(04).
           05  PNL-IN-INSTRUMENT-ID  PIC X(12).
           05  PNL-IN-COUNTERPARTY   PIC X(08).
           05  PNL-IN-TRADER-ID      PIC X(08).
           05  PNL-IN-TRANSFER-PORTFOLIO PIC X(08).

      *--  Record layout is shared with RPTPOS00/RPTAUD00 via copybook
      *--  so the three programs cannot drift apart on PNLOUT.DAT.
      *--  economics needed to re-value it (the PNL-IN-REC fields less
      *--  the status byte -- everything on this file is open by
      *--  definition).  Loaded at startup, relieved as positions
      *--  close, and rewritten at the end of the run.  Shared with
      *--  the inventory's readers via POSINVRC.cpy.
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  The side copy of tomorrow's inventory: the same record,
      *--  closed by a record-count trailer ('TRAILER ' in the
      *--  is touched.  The trailer never reaches POSINV.DAT itself,
      *--  whose readers expect detail records only.
       FD  NEW-INV-FILE.
           COPY POSINVRC REPLACING LEADING ==INV-== BY ==NIV-==.
       01  NIV-TRAILER REDEFINES NIV-REC.
           05  NIVT-ID               PIC X(08).
           05  NIVT-RECORD-COUNT     PIC 9(08).
           05  FILLER                PIC X(83).

      *--  The outgoing generation, copied aside before the swap.
       FD  PRIOR-INV-FILE.
       01  PIV-REC                   PIC X(99).

      *--  Keyed inventory work file: one record per open lot, keyed
      *--  portfolio/trade-date/currency/entity/instrument/
      *--  counterparty/trader -- the instrument keeps two securities
      *--  bought the same day in one portfolio from folding into one
      *--  lot, the counterparty keeps each lot's credit exposure with
      *--  the dealer it was done with, and the trader keeps each
      *--  lot's revaluation with the person who opened it.
      *--  IVW-STATUS carries the same 'C'/'T'/'R' meanings the old
      *--  table's status byte did.  The key order gives the
      *--  lot-relief scan the portfolio's lots oldest-first for free.
       FD  INV-WORK-FILE.
       01  IVW-REC.
           05  IVW-KEY.
               10  IVW-TRADE-DATE        PIC X(08).
               10  IVW-CURRENCY-CODE     PIC X(03).
               10  IVW-ENTITY-CODE      PIC X(04).
               10  IVW-INSTRUMENT-ID    PIC X(12).
               10  IVW-COUNTERPARTY     PIC X(08).
               10  IVW-TRADER-ID        PIC X(08).
           05  IVW-TRADE-AMT         PIC S9(13)V99 COMP-3.
           05  IVW-COST-AMT          PIC S9(13)V99 COMP-3.
           05  IVW-COMM-AMT          PIC S9(13)V99 COMP-3.
           05  IVW-STATUS            PIC X(01).

      *--  Keyed aggregation work file: one record per portfolio/
      *--  trade-date/currency/entity/instrument bucket; FINALIZE
      *--  unloads it in key order onto PNLOUT.DAT.
       FD  AGG-WORK-FILE.
       01  AGW-REC.
           05  AGW-KEY.
               10  AGW-TRADE-DATE        PIC X(08).
               10  AGW-CURRENCY-CODE     PIC X(03).
               10  AGW-ENTITY-CODE      PIC X(04).
               10  AGW-INSTRUMENT-ID    PIC X(12).
      *--  Part of the key so cash events never fold into the same
      *--  bucket as trades.
               10  AGW-CASH-IND          PIC X(01).
               ==PNL-CARRY-AMT== BY ==MRG-PNL-CARRY-AMT==,
               ==PNL-CASH-EVENT-IND== BY
                   ==MRG-PNL-CASH-EVENT-IND==,
               ==PNL-INSTRUMENT-ID== BY
                   ==MRG-PNL-INSTRUMENT-ID==,
               ==TRL-RECORD-COUNT== BY
                   ==MRG-TRL-RECORD-COUNT==,
               ==TRL-UNREALIZED-SUM== BY
               ==TRL-ID== BY ==MRG-TRL-ID==.

      *--  The pricing desk's end-of-day marks, effective-dated like
      *--  the FX drop: one per-unit price per instrument, which the
      *--  calc turns into a lot value through the lot's quantity and
      *--  the security master's price multiplier.
       FD  PRICE-MARK-FILE.
       01  PRC-REC.
           05  PRC-INSTRUMENT-ID     PIC X(12).
           05  PRC-MARK-PRICE        PIC S9(09)V9(06) COMP-3.
           05  PRC-EFFECTIVE-DATE    PIC X(08).

      *--  Shared with UTLVAL00 via SECMST.cpy; read in mark-to-market
      *--  mode for each instrument's price multiplier.
       FD  SECURITY-MASTER-FILE.
           COPY SECMST.

      *--  Treasury's funding rates: annual percent per currency,
      *--  effective-dated like the FX drop.
       FD  FUNDING-RATE-FILE.
           05  FND-ANNUAL-RATE-PCT   PIC 9(03)V9(04).
           05  FND-EFFECTIVE-DATE    PIC X(08).

      *--  Shared via PNLLINRC.cpy with RPTLIN00, which drills a
      *--  portfolio/date back down to these components, and with
      *--  RPTTRD00 and RPTPLX00.
       FD  LINEAGE-FILE.
           COPY PNLLINRC.

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
           88  WS-PRC-FILE-MISSING   VALUE '35'.
       01  WS-PRC-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PRC-EOF            VALUE 'Y'.
       01  WS-PRC-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-PRC-TABLE.
           05  WS-PRC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRC-COUNT
                   INDEXED BY WS-PRC-IDX.
               10  WS-PRC-TBL-INSTRUMENT PIC X(12).
               10  WS-PRC-TBL-MARK-PRICE PIC S9(09)V9(06) COMP-3.
               10  WS-PRC-TBL-MULTIPLIER PIC S9(07)V9(06) COMP-3.
       01  WS-MARK-SOURCE            PIC X(01) VALUE 'T'.
      *--  Security-master multipliers, loaded alongside the marks.
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
               10  WS-SEC-TBL-MULTIPLIER PIC S9(07)V9(06) COMP-3.

      *--  Lineage controls: off unless PNL-LINEAGE=Y, so the normal
      *--  night pays nothing for it.
                                      VALUE ZERO.
       01  WS-LOT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-LOT-FOUND          VALUE 'Y'.
       01  WS-LOT-PICK-KEY           PIC X(51) VALUE SPACES.
       01  WS-LOT-BEST-DATE          PIC X(08) VALUE SPACES.
       01  WS-UNMATCHED-CLOSE-COUNT  PIC 9(05) COMP-3 VALUE ZERO.

      *--  A position transfer: the lot as it stood in the giving
      *--  portfolio (IVW-REC's own layout), and the two portfolios
      *--  -- swapped for a cancelled transfer, which moves it back.
       01  WS-XFER-FROM-PORTFOLIO    PIC X(08) VALUE SPACES.
       01  WS-XFER-TO-PORTFOLIO      PIC X(08) VALUE SPACES.
       01  WS-XFER-LOT.
           05  WS-XFER-KEY           PIC X(51).
           05  WS-XFER-TRADE-AMT     PIC S9(13)V99 COMP-3.
           05  WS-XFER-COST-AMT      PIC S9(13)V99 COMP-3.
           05  WS-XFER-COMM-AMT      PIC S9(13)V99 COMP-3.
           05  WS-XFER-FEE-AMT       PIC S9(13)V99 COMP-3.
           05  WS-XFER-QUANTITY      PIC S9(11)V9(04) COMP-3.
           05  WS-XFER-ACCRUED-CARRY PIC S9(13)V99 COMP-3.
           05  WS-XFER-STATUS        PIC X(01).
       01  WS-UNMATCHED-XFER-COUNT   PIC 9(05) COMP-3 VALUE ZERO.

      *--  Runtime average-cost table, loaded from AVGCOST.DAT (built
      *--  nightly by AVGCLD00 from the loaded history) when the run
      *--  is in average-cost mode.  A missing file falls back to the
               MOVE MRG-PNL-COST-AMT TO PNL-COST-AMT
               MOVE MRG-PNL-CARRY-AMT TO PNL-CARRY-AMT
               MOVE MRG-PNL-CASH-EVENT-IND TO PNL-CASH-EVENT-IND
               MOVE MRG-PNL-INSTRUMENT-ID TO PNL-INSTRUMENT-ID
               WRITE PNL-OUT-REC
           END-IF
           .
       LOAD-PRICE-MARKS.
           MOVE ZERO TO WS-PRC-COUNT
           IF RUNP-MTM
               PERFORM LOAD-SECURITY-MASTER
               OPEN INPUT PRICE-MARK-FILE
               IF NOT WS-PRC-FILE-OK
                   MOVE 'N' TO WS-FX-LOAD-IND
               MOVE 'PRICE MARK FILE EFFECTIVE DATE IS STALE'
                   TO WS-FX-LOAD-FAIL-TEXT
           ELSE
               IF WS-PRC-COUNT NOT < 2000
                   MOVE 'N' TO WS-FX-LOAD-IND
                   MOVE 'PRICE MARK TABLE FULL'
                       TO WS-FX-LOAD-FAIL-TEXT
               ELSE
                   ADD 1 TO WS-PRC-COUNT
                   MOVE PRC-INSTRUMENT-ID
                       TO WS-PRC-TBL-INSTRUMENT (WS-PRC-COUNT)
                   MOVE PRC-MARK-PRICE
                       TO WS-PRC-TBL-MARK-PRICE (WS-PRC-COUNT)
                   MOVE 1 TO WS-PRC-TBL-MULTIPLIER (WS-PRC-COUNT)
                   IF WS-SEC-COUNT > ZERO
                       SET WS-SEC-IDX TO 1
                       SEARCH WS-SEC-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-SEC-TBL-INSTRUMENT (WS-SEC-IDX)
                                   = PRC-INSTRUMENT-ID
                               MOVE WS-SEC-TBL-MULTIPLIER (WS-SEC-IDX)
                                   TO WS-PRC-TBL-MULTIPLIER
                                       (WS-PRC-COUNT)
                       END-SEARCH
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  LOAD-SECURITY-MASTER tables each instrument's price
      *  multiplier ahead of the marks.  The master is optional
      *  here: a missing file, an instrument not on it, or a zero
      *  multiplier all price at one -- validation (UTLVAL00) is
      *  where an unknown instrument is caught, not the calc.
      *----------------------------------------------------------------
       LOAD-SECURITY-MASTER.
           MOVE ZERO TO WS-SEC-COUNT
           OPEN INPUT SECURITY-MASTER-FILE
           IF WS-SEC-FILE-OK
               PERFORM UNTIL WS-SEC-EOF OR WS-SEC-COUNT NOT < 5000
                   READ SECURITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-SEC-EOF-FLAG
                       NOT AT END
                           IF SEC-PRICE-MULTIPLIER > ZERO
                               ADD 1 TO WS-SEC-COUNT
                               MOVE SEC-INSTRUMENT-ID
                                   TO WS-SEC-TBL-INSTRUMENT
                                       (WS-SEC-COUNT)
                               MOVE SEC-PRICE-MULTIPLIER
                                   TO WS-SEC-TBL-MULTIPLIER
                                       (WS-SEC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-MASTER-FILE
           END-IF
           .

       LOAD-ONE-FUNDING-RATE.
           IF FND-EFFECTIVE-DATE NOT = WS-RUN-DATE
               MOVE 'N' TO WS-FX-LOAD-IND
           MOVE ZERO TO PNL-COST-AMT
           MOVE ZERO TO PNL-CARRY-AMT
           MOVE SPACE TO PNL-CASH-EVENT-IND
           MOVE SPACES TO PNL-INSTRUMENT-ID
           WRITE PNL-OUT-REC
           .

           MOVE ZERO TO PNL-COST-AMT
           MOVE ZERO TO PNL-CARRY-AMT
           MOVE SPACE TO PNL-CASH-EVENT-IND
           MOVE SPACES TO PNL-INSTRUMENT-ID
           WRITE PNL-OUT-REC
           .

           MOVE INV-TRADE-DATE TO IVW-TRADE-DATE
           MOVE INV-CURRENCY-CODE TO IVW-CURRENCY-CODE
           MOVE INV-ENTITY-CODE TO IVW-ENTITY-CODE
           MOVE INV-INSTRUMENT-ID TO IVW-INSTRUMENT-ID
           MOVE INV-COUNTERPARTY-CODE TO IVW-COUNTERPARTY
           MOVE INV-TRADER-ID TO IVW-TRADER-ID
           MOVE INV-TRADE-AMT TO IVW-TRADE-AMT
           MOVE INV-COST-AMT TO IVW-COST-AMT
           MOVE INV-COMMISSION-AMT TO IVW-COMM-AMT
      *  carried entry for the same portfolio/trade-date, so a
      *  reprocessed day does not double up), a closing trade relieves
      *  specific open lots for its portfolio, up to its own amount,
      *  under the run's lot-relief method.  A position transfer (or
      *  its cancel) moves one lot between portfolios instead.
      *----------------------------------------------------------------
       TRACK-POSITION-INVENTORY.
           IF WS-INV-ACTIVE
               IF PNL-IN-CASH-IND = 'Y'
                   CONTINUE
               ELSE
               IF PNL-IN-TRANSFER-PORTFOLIO NOT = SPACES
                   PERFORM TRANSFER-INVENTORY-LOT
               ELSE
               IF PNL-IN-CANCEL-IND = 'Y'
                   PERFORM CANCEL-INVENTORY-LOT
               ELSE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  TRANSFER-INVENTORY-LOT moves a whole lot from one portfolio
      *  to another with one keyed read, the way CANCEL-INVENTORY-LOT
      *  finds a lot: the giving portfolio plus the transfer's own
      *  original-lot date, currency, entity, instrument, counterparty,
      *  and trader.  The lot is relieved there and written under the
      *  receiving portfolio at its original trade date, cost,
      *  quantity, and accrued carry, keeping its carried/today status
      *  so tonight's revaluation treats it as it would have in place;
      *  nothing is realized.  A lot already on the receiving key is
      *  folded into, as a duplicate carried lot is.  A cancelled
      *  transfer swaps the two portfolios and moves the lot back.  A
      *  transfer naming no open lot is counted and moves nothing.
      *----------------------------------------------------------------
       TRANSFER-INVENTORY-LOT.
           IF PNL-IN-CANCEL-IND = 'Y'
               MOVE PNL-IN-TRANSFER-PORTFOLIO TO WS-XFER-FROM-PORTFOLIO
               MOVE PNL-IN-PORTFOLIO-ID TO WS-XFER-TO-PORTFOLIO
           ELSE
               MOVE PNL-IN-PORTFOLIO-ID TO WS-XFER-FROM-PORTFOLIO
               MOVE PNL-IN-TRANSFER-PORTFOLIO TO WS-XFER-TO-PORTFOLIO
           END-IF
           MOVE WS-XFER-FROM-PORTFOLIO TO IVW-PORTFOLIO-ID
           MOVE PNL-IN-ORIG-DATE TO IVW-TRADE-DATE
           MOVE PNL-IN-CURRENCY-CODE TO IVW-CURRENCY-CODE
           MOVE PNL-IN-ENTITY-CODE TO IVW-ENTITY-CODE
           MOVE PNL-IN-INSTRUMENT-ID TO IVW-INSTRUMENT-ID
           MOVE PNL-IN-COUNTERPARTY TO IVW-COUNTERPARTY
           MOVE PNL-IN-TRADER-ID TO IVW-TRADER-ID
           MOVE 'N' TO WS-LOT-FOUND-IND
           READ INV-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IVW-STATUS NOT = 'R'
                       MOVE 'Y' TO WS-LOT-FOUND-IND
                   END-IF
           END-READ
           IF WS-LOT-FOUND
               MOVE IVW-REC TO WS-XFER-LOT
               MOVE 'R' TO IVW-STATUS
               REWRITE IVW-REC
                   INVALID KEY
                       ADD 1 TO WS-INV-WRITE-ERROR-COUNT
               END-REWRITE
               PERFORM RECEIVE-TRANSFERRED-LOT
               IF WS-LINEAGE
                   PERFORM WRITE-TRANSFER-LINEAGE
               END-IF
           ELSE
               ADD 1 TO WS-UNMATCHED-XFER-COUNT
           END-IF
           .

       RECEIVE-TRANSFERRED-LOT.
           MOVE WS-XFER-LOT TO IVW-REC
           MOVE WS-XFER-TO-PORTFOLIO TO IVW-PORTFOLIO-ID
           READ INV-WORK-FILE
               INVALID KEY
                   MOVE WS-XFER-LOT TO IVW-REC
                   MOVE WS-XFER-TO-PORTFOLIO TO IVW-PORTFOLIO-ID
                   WRITE IVW-REC
                       INVALID KEY
                           ADD 1 TO WS-INV-WRITE-ERROR-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF IVW-STATUS = 'R'
                       MOVE WS-XFER-LOT TO IVW-REC
                       MOVE WS-XFER-TO-PORTFOLIO TO IVW-PORTFOLIO-ID
                   ELSE
                       ADD WS-XFER-TRADE-AMT TO IVW-TRADE-AMT
                       ADD WS-XFER-COST-AMT TO IVW-COST-AMT
                       ADD WS-XFER-COMM-AMT TO IVW-COMM-AMT
                       ADD WS-XFER-FEE-AMT TO IVW-FEE-AMT
                       ADD WS-XFER-QUANTITY TO IVW-QUANTITY
                       ADD WS-XFER-ACCRUED-CARRY TO IVW-ACCRUED-CARRY
                   END-IF
                   REWRITE IVW-REC
                       INVALID KEY
                           ADD 1 TO WS-INV-WRITE-ERROR-COUNT
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------
      *  CANCEL-INVENTORY-LOT backs a cancelled booking's lot out of
      *  the inventory with one keyed read -- the reversal record
      *  carries the original's full key (portfolio, original trade
      *  date, currency, entity, instrument, counterparty, trader), so
      *  only that lot is touched; a sister lot in another currency,
      *  entity, or security is someone else's position.  A cancelled
      *  closing trade opened no lot and nothing matches, which is
      *  fine -- the lots it relieved in its time are not restored
      *  here; the desk re-books those positions explicitly.
      *----------------------------------------------------------------
       CANCEL-INVENTORY-LOT.
           MOVE PNL-IN-PORTFOLIO-ID TO IVW-PORTFOLIO-ID
           MOVE PNL-IN-ORIG-DATE TO IVW-TRADE-DATE
           MOVE PNL-IN-CURRENCY-CODE TO IVW-CURRENCY-CODE
           MOVE PNL-IN-ENTITY-CODE TO IVW-ENTITY-CODE
           MOVE PNL-IN-INSTRUMENT-ID TO IVW-INSTRUMENT-ID
           MOVE PNL-IN-COUNTERPARTY TO IVW-COUNTERPARTY
           MOVE PNL-IN-TRADER-ID TO IVW-TRADER-ID
           READ INV-WORK-FILE
               INVALID KEY
                   CONTINUE
           .

      *--  An open trade adds its lot with one keyed read: a lot
      *--  already on the key (a carried entry for the same portfolio/
      *--  date/currency/entity/instrument, or a reprocessed day) is
      *--  refreshed in place so nothing doubles up; a new key is
      *--  appended.  No capacity ceiling either way.
       ADD-INVENTORY-POSITION.
           MOVE PNL-IN-TRADE-DATE TO IVW-TRADE-DATE
           MOVE PNL-IN-CURRENCY-CODE TO IVW-CURRENCY-CODE
           MOVE PNL-IN-ENTITY-CODE TO IVW-ENTITY-CODE
           MOVE PNL-IN-INSTRUMENT-ID TO IVW-INSTRUMENT-ID
           MOVE PNL-IN-COUNTERPARTY TO IVW-COUNTERPARTY
           MOVE PNL-IN-TRADER-ID TO IVW-TRADER-ID
           READ INV-WORK-FILE
               INVALID KEY
                   PERFORM SET-INVENTORY-ENTRY
           MOVE PNL-IN-TRADE-DATE TO IVW-TRADE-DATE
           MOVE PNL-IN-CURRENCY-CODE TO IVW-CURRENCY-CODE
           MOVE PNL-IN-ENTITY-CODE TO IVW-ENTITY-CODE
           MOVE PNL-IN-INSTRUMENT-ID TO IVW-INSTRUMENT-ID
           MOVE PNL-IN-COUNTERPARTY TO IVW-COUNTERPARTY
           MOVE PNL-IN-TRADER-ID TO IVW-TRADER-ID
           MOVE TRADE-AMT TO IVW-TRADE-AMT
           MOVE COST-AMT TO IVW-COST-AMT
           MOVE COMMISSION-AMT TO IVW-COMM-AMT
      *  calls for: FIFO the first (oldest) eligible lot, LIFO the
      *  last (newest), trade-date matching the first lot dated the
      *  closing trade's own date.  Only lots in the closing trade's
      *  own currency, entity, and instrument are candidates --
      *  amounts in other currencies are not commensurable, another
      *  entity's lots are another book, and selling one security
      *  never relieves a lot of another.  The counterparty and trader
      *  are not conditions: a position bought from one dealer may be
      *  sold to another, and by a different trader on the desk.  Lots
      *  already relieved or run down to zero are passed over.  The
      *  picked lot's key is saved for RELIEVE-ONE-LOT's keyed re-read.
      *----------------------------------------------------------------
       FIND-RELIEF-LOT.
           MOVE 'N' TO WS-LOT-FOUND-IND
           MOVE LOW-VALUES TO IVW-TRADE-DATE
           MOVE LOW-VALUES TO IVW-CURRENCY-CODE
           MOVE LOW-VALUES TO IVW-ENTITY-CODE
           MOVE LOW-VALUES TO IVW-INSTRUMENT-ID
           MOVE LOW-VALUES TO IVW-COUNTERPARTY
           MOVE LOW-VALUES TO IVW-TRADER-ID
           START INV-WORK-FILE KEY NOT < IVW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IVW-EOF-FLAG
                                       = PNL-IN-CURRENCY-CODE
                                   AND IVW-ENTITY-CODE
                                       = PNL-IN-ENTITY-CODE
                                   AND IVW-INSTRUMENT-ID
                                       = PNL-IN-INSTRUMENT-ID
                               PERFORM WEIGH-CANDIDATE-LOT
                           END-IF
                       END-IF
           MOVE SPACES TO PNL-IN-ORIG-DATE
           MOVE SPACES TO PNL-IN-CASH-IND
           MOVE SPACES TO PNL-IN-EVENT-CODE
           MOVE SPACES TO PNL-IN-TRANSFER-PORTFOLIO
           MOVE IVW-PORTFOLIO-ID TO PNL-IN-PORTFOLIO-ID
           MOVE IVW-TRADE-DATE TO PNL-IN-TRADE-DATE
           MOVE IVW-CURRENCY-CODE TO PNL-IN-CURRENCY-CODE
           MOVE IVW-FEE-AMT TO FEE-AMT
           MOVE IVW-ENTITY-CODE TO PNL-IN-ENTITY-CODE
           MOVE IVW-QUANTITY TO PNL-IN-QUANTITY
           MOVE IVW-INSTRUMENT-ID TO PNL-IN-INSTRUMENT-ID
           MOVE IVW-COUNTERPARTY TO PNL-IN-COUNTERPARTY
           MOVE IVW-TRADER-ID TO PNL-IN-TRADER-ID
           MOVE 'O' TO POSITION-STATUS
           MOVE 'N' TO WS-CALC-ERROR-FLAG
           MOVE 'Y' TO WS-CARRY-IND
           .

      *----------------------------------------------------------------
      *  APPLY-PRICE-MARK re-values the carried lot against tonight's
      *  mark for its instrument when one exists: the lot's value
      *  becomes mark price x lot quantity x the security's price
      *  multiplier, replacing the frozen booking amount, so the
      *  unrealized column moves with the market security by
      *  security.  An unpriced instrument -- or a lot with no
      *  instrument or no quantity to price -- stays on its
      *  trade-time economics, tagged so the lineage can tell the
      *  two apart.
      *----------------------------------------------------------------
       APPLY-PRICE-MARK.
           MOVE 'T' TO WS-MARK-SOURCE
           IF RUNP-MTM AND WS-PRC-COUNT > ZERO
                   AND PNL-IN-INSTRUMENT-ID NOT = SPACES
                   AND PNL-IN-QUANTITY NOT = ZERO
               SET WS-PRC-IDX TO 1
               SEARCH WS-PRC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRC-TBL-INSTRUMENT (WS-PRC-IDX)
                           = PNL-IN-INSTRUMENT-ID
                       COMPUTE TRADE-AMT ROUNDED =
                           WS-PRC-TBL-MARK-PRICE (WS-PRC-IDX)
                               * PNL-IN-QUANTITY
                               * WS-PRC-TBL-MULTIPLIER (WS-PRC-IDX)
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-CALC-ERROR-FLAG
                       END-COMPUTE
                       MOVE 'M' TO WS-MARK-SOURCE
               END-SEARCH
           END-IF
                           MOVE IVW-QUANTITY TO NIV-QUANTITY
                           MOVE IVW-ACCRUED-CARRY
                               TO NIV-ACCRUED-CARRY
                           MOVE IVW-INSTRUMENT-ID
                               TO NIV-INSTRUMENT-ID
                           MOVE IVW-COUNTERPARTY
                               TO NIV-COUNTERPARTY-CODE
                           MOVE IVW-TRADER-ID TO NIV-TRADER-ID
                           WRITE NIV-REC
                           ADD 1 TO WS-NIV-WRITE-COUNT
                       END-IF
                           MOVE NIV-QUANTITY TO INV-QUANTITY
                           MOVE NIV-ACCRUED-CARRY
                               TO INV-ACCRUED-CARRY
                           MOVE NIV-INSTRUMENT-ID
                               TO INV-INSTRUMENT-ID
                           MOVE NIV-COUNTERPARTY-CODE
                               TO INV-COUNTERPARTY-CODE
                           MOVE NIV-TRADER-ID TO INV-TRADER-ID
                           WRITE INV-REC
                       END-IF
               END-READ
      *  in effect when RUNP-AVG-COST-IND is on; a portfolio not
      *  carried in the table is left on its input COST-AMT unchanged,
      *  which also covers a roster portfolio AVGCLD00 found no
      *  history for.  A position transfer carries no cost of its own
      *  to override.
      *----------------------------------------------------------------
       APPLY-AVERAGE-COST.
           MOVE 'I' TO WS-COST-SOURCE
           IF RUNP-AVG-COST AND PNL-IN-TRANSFER-PORTFOLIO = SPACES
               SET WS-AVG-IDX TO 1
               SEARCH WS-AVG-ENTRY
                   AT END
           ELSE
               MOVE SPACE TO PNL-CASH-EVENT-IND
           END-IF
           MOVE PNL-IN-INSTRUMENT-ID TO PNL-INSTRUMENT-ID
           IF RUNP-AGGREGATE
               PERFORM ACCUMULATE-PORTFOLIO-PNL
           ELSE
           END-IF
           ADD REALIZED-PNL-AMT TO WS-OUT-REALIZED-SUM
           ADD UNREALIZED-PNL-AMT TO WS-OUT-UNREALIZED-SUM
      *--  A transfer's lineage is its two legs, written by
      *--  TRANSFER-INVENTORY-LOT once the lot's economics are known;
      *--  without the inventory there is only the record itself.
           IF WS-LINEAGE
               IF PNL-IN-TRANSFER-PORTFOLIO = SPACES
                       OR NOT WS-INV-ACTIVE
                   PERFORM WRITE-LINEAGE-RECORD
               END-IF
           END-IF
           .

      *  WRITE-LINEAGE-RECORD captures everything that went into the
      *  number just produced: the trade economics as valued (after
      *  any average-cost override), the rate applied, where the cost
      *  came from, whether this was a carried-forward position, a
      *  cancel reversal or a cash event, the night's carry accrual
      *  on a carried lot, and the mode switches the run was under.
      *----------------------------------------------------------------
       WRITE-LINEAGE-RECORD.
           MOVE PNL-IN-PORTFOLIO-ID TO LIN-PORTFOLIO-ID
           MOVE RUNP-AGGREGATE-IND TO LIN-AGGREGATE-IND
           MOVE RUNP-VALUATION-BASIS-IND TO LIN-VALUATION-BASIS
           MOVE WS-MARK-SOURCE TO LIN-MARK-SOURCE
           MOVE PNL-IN-TRADER-ID TO LIN-TRADER-ID
           IF PNL-IN-TRANSFER-PORTFOLIO = SPACES
               MOVE SPACES TO LIN-TRANSFER-IND
           ELSE
               MOVE 'O' TO LIN-TRANSFER-IND
           END-IF
           MOVE PNL-IN-TRANSFER-PORTFOLIO TO LIN-TRANSFER-PORTFOLIO
           IF PNL-IN-CASH-IND = 'Y'
               MOVE 'Y' TO LIN-CASH-IND
           ELSE
               MOVE 'N' TO LIN-CASH-IND
           END-IF
           MOVE WS-CARRY-AMT TO LIN-CARRY-AMT
           WRITE LIN-REC
           ADD 1 TO WS-LINEAGE-COUNT
           .

      *----------------------------------------------------------------
      *  WRITE-TRANSFER-LINEAGE records a moved lot as two legs dated
      *  the transfer's own date: out of the giving portfolio at the
      *  lot's economics negated, into the receiving one at the same
      *  economics, each naming the other portfolio.  Neither leg
      *  realizes anything, so both carry zero P&L.
      *----------------------------------------------------------------
       WRITE-TRANSFER-LINEAGE.
           MOVE PNL-IN-TRADE-DATE TO LIN-TRADE-DATE
           MOVE PNL-IN-CURRENCY-CODE TO LIN-CURRENCY-CODE
           MOVE WS-FX-RATE TO LIN-FX-RATE
           MOVE ZERO TO LIN-NATIVE-PNL-AMT
           MOVE ZERO TO LIN-USD-PNL-AMT
           MOVE 'I' TO LIN-COST-SOURCE
           MOVE 'N' TO LIN-CARRY-IND
           MOVE PNL-IN-CANCEL-IND TO LIN-CANCEL-IND
           MOVE 'O' TO LIN-POSITION-STATUS
           MOVE RUNP-AGGREGATE-IND TO LIN-AGGREGATE-IND
           MOVE RUNP-VALUATION-BASIS-IND TO LIN-VALUATION-BASIS
           MOVE 'T' TO LIN-MARK-SOURCE
           MOVE PNL-IN-TRADER-ID TO LIN-TRADER-ID
           MOVE 'N' TO LIN-CASH-IND
           MOVE ZERO TO LIN-CARRY-AMT
           MOVE WS-XFER-FROM-PORTFOLIO TO LIN-PORTFOLIO-ID
           COMPUTE LIN-TRADE-AMT = ZERO - WS-XFER-TRADE-AMT
           COMPUTE LIN-COST-AMT = ZERO - WS-XFER-COST-AMT
           COMPUTE LIN-COMMISSION-AMT = ZERO - WS-XFER-COMM-AMT
           COMPUTE LIN-FEE-AMT = ZERO - WS-XFER-FEE-AMT
           MOVE 'O' TO LIN-TRANSFER-IND
           MOVE WS-XFER-TO-PORTFOLIO TO LIN-TRANSFER-PORTFOLIO
           WRITE LIN-REC
           ADD 1 TO WS-LINEAGE-COUNT
           MOVE WS-XFER-TO-PORTFOLIO TO LIN-PORTFOLIO-ID
           MOVE WS-XFER-TRADE-AMT TO LIN-TRADE-AMT
           MOVE WS-XFER-COST-AMT TO LIN-COST-AMT
           MOVE WS-XFER-COMM-AMT TO LIN-COMMISSION-AMT
           MOVE WS-XFER-FEE-AMT TO LIN-FEE-AMT
           MOVE 'I' TO LIN-TRANSFER-IND
           MOVE WS-XFER-FROM-PORTFOLIO TO LIN-TRANSFER-PORTFOLIO
           WRITE LIN-REC
           ADD 1 TO WS-LINEAGE-COUNT
           .
           MOVE PNL-IN-TRADE-DATE TO AGW-TRADE-DATE
           MOVE PNL-IN-CURRENCY-CODE TO AGW-CURRENCY-CODE
           MOVE PNL-IN-ENTITY-CODE TO AGW-ENTITY-CODE
           MOVE PNL-IN-INSTRUMENT-ID TO AGW-INSTRUMENT-ID
           IF PNL-IN-CASH-IND = 'Y'
               MOVE 'Y' TO AGW-CASH-IND
           ELSE
           MOVE AGW-COST TO PNL-COST-AMT
           MOVE AGW-CARRY TO PNL-CARRY-AMT
           MOVE AGW-CASH-IND TO PNL-CASH-EVENT-IND
           MOVE AGW-INSTRUMENT-ID TO PNL-INSTRUMENT-ID
           IF NOT RUNP-DRY-RUN
               WRITE PNL-OUT-REC
           END-IF
               DISPLAY 'PNLCALC CLOSES EXCEEDING OPEN LOTS: '
                   WS-UNMATCHED-CLOSE-COUNT
           END-IF
           IF WS-UNMATCHED-XFER-COUNT > ZERO
               DISPLAY 'PNLCALC TRANSFERS NAMING NO OPEN LOT: '
                   WS-UNMATCHED-XFER-COUNT
           END-IF
           MOVE 'PNLCALC ' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-INV-SWAP-OK
               MOVE 'E003' TO RC-ERROR-CODE
