      *  date's transactions out of TRNHIST.DAT (exactly what HISTLD00
      *  validated and loaded tonight) and writes them in PNL-CALC-
      *  PROG's PNL-IN-REC layout, so the P&L calc always runs off the
      *  loaded history instead of a hand-staged PNLIN.DAT.  On a
      *  trade-date basis it reads only the monthly history partitions
      *  (TRNHIDX.cpy) that can hold tonight's business.
      *
      *  A portfolio on hold in PRTHOLD.DAT (HLDMNT00) still loads to
      *  history, but its records -- and any transfer into or out of
      *  it -- are parked on HELDTRN.DAT (HLDTRN.cpy) instead of going
      *  to the calc.  The first run after the hold is released flows
      *  them, re-dated to that night the way a restatement is; a
      *  parked trade cancelled while still held is simply dropped
      *  with its cancel.  RPTHLD00 reports the file after this step.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-INPUT-DSN
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PNL-INPUT-FILE ASSIGN DYNAMIC WS-OUTPUT-DSN.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'PRTHOLD.DAT'
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT HELD-TRADE-FILE ASSIGN TO 'HELDTRN.DAT'
               FILE STATUS IS WS-HTR-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Monthly partition index HISTLD00 writes behind the unload;
      *--  see TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  Same PNL-IN-REC layout PNL-CALC-PROG's own FD carries --
      *--  there is no shared copybook for PNLIN.DAT, so this builder
      *--  lays it out by hand the same way TSTHARN00 does.
           05  PNL-IN-ORIG-DATE      PIC X(08).
           05  PNL-IN-CASH-IND       PIC X(01).
           05  PNL-IN-EVENT-CODE     PIC X(04).
           05  PNL-IN-INSTRUMENT-ID  PIC X(12).
           05  PNL-IN-COUNTERPARTY   PIC X(08).
           05  PNL-IN-TRADER-ID      PIC X(08).
           05  PNL-IN-TRANSFER-PORTFOLIO PIC X(08).

      *--  Portfolio holds, maintained by HLDMNT00.
       FD  HOLD-FILE.
           COPY PRTHOLD.

      *--  Parked trades carried from night to night; see HLDTRN.cpy.
       FD  HELD-TRADE-FILE.
           COPY HLDTRN.

      *--  Shared run parameters written by BCHCTL00 at the top of the
      *--  chain; a stand-alone run with no RUNPARM.DAT falls back to
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.

      *--  History partitions this run reads, off TRNHIDX.DAT, in
      *--  period order: the business date's month plus every month
      *--  HISTLD00 rebuilt tonight -- the only places a late booking
      *--  restated to tonight or a cancel applied tonight can sit.
      *--  Partition mode stays off -- the full TRNHIST.DAT is read --
      *--  on a settlement-date basis (a trade settling tonight can
      *--  date from any month), in snapshot mode, with no index, or
      *--  when the index was rebuilt after this business date (a
      *--  rerun for an earlier night).
       01  WS-HIX-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HIX-FILE-OK        VALUE '00'.
       01  WS-HIX-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HIX-EOF            VALUE 'Y'.
       01  WS-PART-MODE-IND          PIC X(01) VALUE 'N'.
           88  WS-PART-MODE          VALUE 'Y'.
       01  WS-PART-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-SUB               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-TBL-DSN OCCURS 200 TIMES
                                     PIC X(20).
       01  WS-HIX-LATEST-BUILT       PIC X(08) VALUE SPACES.

       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.

      *--  Portfolios on hold tonight (HLD-STATUS 'H' only).  A hold
      *--  stops a snapshot run's records too -- they are left out of
      *--  PNLINSNP.DAT -- but only the overnight run parks, releases
      *--  or rewrites HELDTRN.DAT.
       01  WS-HLD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HLD-FILE-OK        VALUE '00'.
       01  WS-HLD-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HLD-EOF            VALUE 'Y'.
       01  WS-HOLD-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-TBL-PORTFOLIO PIC X(08).
               10  WS-HOLD-TBL-REASON    PIC X(40).
               10  WS-HOLD-TBL-AUTH-BY   PIC X(08).
       01  WS-CHECK-PORTFOLIO        PIC X(08) VALUE SPACES.
       01  WS-CHECK-XFER-PORTFOLIO   PIC X(08) VALUE SPACES.
       01  WS-HELD-IND               PIC X(01) VALUE 'N'.
           88  WS-PORTFOLIO-HELD     VALUE 'Y'.

      *--  HELDTRN.DAT, loaded at the start of the overnight run and
      *--  rewritten at the end with tonight's parks, releases and
      *--  drops applied.  A rerun of the same business date first
      *--  undoes what the earlier attempt did to the file -- its
      *--  parks are discarded, its releases and drops are parked
      *--  again -- so the rerun rebuilds them from the history the
      *--  same way.  Releases and drops from an earlier night are
      *--  cleared as the file loads.  A file too big for the table is
      *--  left exactly as it was and stops the step.
       01  WS-HTR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HTR-FILE-OK        VALUE '00'.
       01  WS-HTR-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HTR-EOF            VALUE 'Y'.
       01  WS-HTR-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-HTR-TABLE.
           05  WS-HTR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-HTR-COUNT
                   INDEXED BY WS-HTR-IDX.
               10  WS-HTR-TBL-STATUS     PIC X(01).
               10  WS-HTR-TBL-HOLD-PORT  PIC X(08).
               10  WS-HTR-TBL-PARK-DATE  PIC X(08).
               10  WS-HTR-TBL-REL-DATE   PIC X(08).
               10  WS-HTR-TBL-REASON     PIC X(40).
               10  WS-HTR-TBL-AUTH-BY    PIC X(08).
               10  WS-HTR-TBL-IMAGE      PIC X(114).
       01  WS-HTR-LOAD-FULL-IND      PIC X(01) VALUE 'N'.
           88  WS-HTR-LOAD-FULL      VALUE 'Y'.
       01  WS-HTR-PARK-FULL-IND      PIC X(01) VALUE 'N'.
           88  WS-HTR-PARK-FULL      VALUE 'Y'.
       01  WS-PARKED-ORIG-IND        PIC X(01) VALUE 'N'.
           88  WS-PARKED-ORIG-FOUND  VALUE 'Y'.
       01  WS-ORIG-IMAGE             PIC X(114).

       01  WS-PARKED-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DROPPED-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HELD-SKIP-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-STILL-PARKED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-BUILD.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-RELEASE-HELD-TRADES
           PERFORM 2000-PROCESS
           PERFORM 3000-REWRITE-HELD-TRADES
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE picks up the business date from RUNPARM.DAT
      *  (falling back to today's date on a stand-alone run), loads
      *  the holds and the parked trades, and opens the history input
      *  and the PNLIN.DAT output.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE 'PNLINSNP.DAT' TO WS-OUTPUT-DSN
           END-IF
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1040-LOAD-HOLDS
           IF NOT WS-SNAPSHOT-MODE
               PERFORM 1050-LOAD-HELD-TRADES
           END-IF
           PERFORM 1080-SELECT-PARTITIONS
           PERFORM 1090-OPEN-HISTORY
           OPEN OUTPUT PNL-INPUT-FILE
           .

           END-IF
           .

       1040-LOAD-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HLD-FILE-OK
               PERFORM UNTIL WS-HLD-EOF
                       OR WS-HOLD-COUNT NOT < 500
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           IF HLD-ON-HOLD
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HLD-PORTFOLIO-ID TO
                                   WS-HOLD-TBL-PORTFOLIO (WS-HOLD-COUNT)
                               MOVE HLD-REASON TO
                                   WS-HOLD-TBL-REASON (WS-HOLD-COUNT)
                               MOVE HLD-AUTHORIZED-BY TO
                                   WS-HOLD-TBL-AUTH-BY (WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1050-LOAD-HELD-TRADES loads what is still parked, undoing a
      *  same-date earlier attempt and clearing older releases and
      *  drops as it goes (see WS-HTR-TABLE).
      *----------------------------------------------------------------
       1050-LOAD-HELD-TRADES.
           MOVE ZERO TO WS-HTR-COUNT
           OPEN INPUT HELD-TRADE-FILE
           IF WS-HTR-FILE-OK
               PERFORM UNTIL WS-HTR-EOF
                   READ HELD-TRADE-FILE
                       AT END
                           MOVE 'Y' TO WS-HTR-EOF-FLAG
                       NOT AT END
                           PERFORM 1055-LOAD-ONE-HELD-TRADE
                   END-READ
               END-PERFORM
               CLOSE HELD-TRADE-FILE
           END-IF
           .

       1055-LOAD-ONE-HELD-TRADE.
           IF HTR-PARK-DATE = WS-RUN-DATE
               CONTINUE
           ELSE
               IF (HTR-RELEASED OR HTR-DROPPED)
                       AND HTR-RELEASE-DATE NOT = WS-RUN-DATE
                   CONTINUE
               ELSE
                   IF WS-HTR-COUNT NOT < 5000
                       MOVE 'Y' TO WS-HTR-LOAD-FULL-IND
                       MOVE 'Y' TO WS-HTR-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-HTR-COUNT
                       MOVE 'P' TO WS-HTR-TBL-STATUS (WS-HTR-COUNT)
                       MOVE HTR-HOLD-PORTFOLIO
                           TO WS-HTR-TBL-HOLD-PORT (WS-HTR-COUNT)
                       MOVE HTR-PARK-DATE
                           TO WS-HTR-TBL-PARK-DATE (WS-HTR-COUNT)
                       MOVE SPACES TO WS-HTR-TBL-REL-DATE (WS-HTR-COUNT)
                       MOVE HTR-HOLD-REASON
                           TO WS-HTR-TBL-REASON (WS-HTR-COUNT)
                       MOVE HTR-AUTHORIZED-BY
                           TO WS-HTR-TBL-AUTH-BY (WS-HTR-COUNT)
                       MOVE HTR-PNL-IN-IMAGE
                           TO WS-HTR-TBL-IMAGE (WS-HTR-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1080-SELECT-PARTITIONS narrows a trade-date-basis overnight
      *  run to the partitions that can hold anything bucketed
      *  tonight; see WS-PART-TABLE for when the whole unload is read
      *  instead.
      *----------------------------------------------------------------
       1080-SELECT-PARTITIONS.
           MOVE ZERO TO WS-PART-COUNT
           IF NOT WS-SNAPSHOT-MODE
                   AND NOT RUNP-BASIS-SETTLE-DATE
               OPEN INPUT PARTITION-INDEX-FILE
               IF WS-HIX-FILE-OK
                   PERFORM UNTIL WS-HIX-EOF
                       READ PARTITION-INDEX-FILE
                           AT END
                               MOVE 'Y' TO WS-HIX-EOF-FLAG
                           NOT AT END
                               MOVE 'Y' TO WS-PART-MODE-IND
                               IF HIX-BUILT-DATE > WS-HIX-LATEST-BUILT
                                   MOVE HIX-BUILT-DATE
                                       TO WS-HIX-LATEST-BUILT
                               END-IF
                               IF HIX-PERIOD = WS-RUN-DATE (1:6)
                                       OR HIX-BUILT-DATE = WS-RUN-DATE
                                   PERFORM 1085-KEEP-PARTITION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARTITION-INDEX-FILE
                   IF WS-HIX-LATEST-BUILT > WS-RUN-DATE
                       MOVE 'N' TO WS-PART-MODE-IND
                   END-IF
               END-IF
           END-IF
           .

       1085-KEEP-PARTITION.
           IF WS-PART-COUNT < 200
               ADD 1 TO WS-PART-COUNT
               MOVE HIX-PARTITION-DSN TO WS-PART-TBL-DSN (WS-PART-COUNT)
           END-IF
           .

      *----------------------------------------------------------------
      *  1090-OPEN-HISTORY opens the full unload, or in partition mode
      *  the first selected partition.
      *----------------------------------------------------------------
       1090-OPEN-HISTORY.
           IF WS-PART-MODE
               MOVE 'Y' TO WS-HIST-OPEN-IND
               MOVE ZERO TO WS-PART-SUB
               PERFORM 2010-OPEN-NEXT-PARTITION
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-FILE-OK
                   MOVE 'Y' TO WS-HIST-OPEN-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2010-OPEN-NEXT-PARTITION moves on to the next selected
      *  partition, or ends the history once they are all read.  A
      *  partition on the index that will not open is a file error,
      *  the same as a missing unload.
      *----------------------------------------------------------------
       2010-OPEN-NEXT-PARTITION.
           ADD 1 TO WS-PART-SUB
           IF WS-PART-SUB > WS-PART-COUNT
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE WS-PART-TBL-DSN (WS-PART-SUB) TO WS-INPUT-DSN
               OPEN INPUT HISTORY-FILE
               IF NOT WS-HIST-FILE-OK
                   DISPLAY 'PNLBLD00 HISTORY PARTITION OPEN FAILED: '
                       WS-INPUT-DSN ' STATUS ' WS-HIST-FILE-STATUS
                   MOVE 'N' TO WS-HIST-OPEN-IND
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF
           .

       2020-END-OF-HISTORY-FILE.
           IF WS-PART-MODE
               CLOSE HISTORY-FILE
               PERFORM 2010-OPEN-NEXT-PARTITION
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           .

      *----------------------------------------------------------------
      *  1500-RELEASE-HELD-TRADES flows every parked record whose hold
      *  has been lifted -- neither its portfolio nor, for a transfer,
      *  the receiving portfolio is still on hold -- ahead of
      *  tonight's history.  Each goes to the calc re-dated to the
      *  business date, the night it enters the books, the same way
      *  HISTLD00 restates a late booking into the open period.
      *----------------------------------------------------------------
       1500-RELEASE-HELD-TRADES.
           IF NOT WS-SNAPSHOT-MODE
               PERFORM VARYING WS-HTR-IDX FROM 1 BY 1
                       UNTIL WS-HTR-IDX > WS-HTR-COUNT
                   MOVE WS-HTR-TBL-IMAGE (WS-HTR-IDX) TO PNL-IN-REC
                   MOVE PNL-IN-PORTFOLIO-ID TO WS-CHECK-PORTFOLIO
                   MOVE PNL-IN-TRANSFER-PORTFOLIO
                       TO WS-CHECK-XFER-PORTFOLIO
                   PERFORM 2150-CHECK-HOLD
                   IF NOT WS-PORTFOLIO-HELD
                       MOVE WS-RUN-DATE TO PNL-IN-TRADE-DATE
                       WRITE PNL-IN-REC
                       ADD 1 TO WS-SELECT-COUNT
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE 'R' TO WS-HTR-TBL-STATUS (WS-HTR-IDX)
                       MOVE WS-RUN-DATE
                           TO WS-HTR-TBL-REL-DATE (WS-HTR-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-PROCESS reads the history -- the selected partitions,
      *  or the whole file -- and copies the business date's
      *  transactions across -- dated on the run's
      *  valuation basis, so a settlement-date run selects and buckets
      *  the trades settling today rather than trading today.  History
      *  carries every retained day, so anything off the business date
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       PERFORM 2020-END-OF-HISTORY-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2050-SET-BUCKET-DATE
      *--  A cash event ('T3') flows as a realized cash component:
      *--  its status is forced closed so the calc books it realized,
      *--  and the cash indicator keeps it away from the position
      *--  inventory entirely.  A position transfer ('TX') flows with
      *--  its amounts zeroed, since the lot moves at its own carried
      *--  economics and realizes nothing; the original lot date rides
      *--  in PNL-IN-ORIG-DATE, the same slot a cancel names its lot
      *--  by, and the receiving portfolio in its own field.  A record
      *--  for a held portfolio is parked rather than written.
       2100-WRITE-PNL-INPUT.
           PERFORM 2120-BUILD-PNL-INPUT
           PERFORM 2140-SET-HOLD-CHECK
           PERFORM 2150-CHECK-HOLD
           IF WS-PORTFOLIO-HELD
               PERFORM 2160-PARK-PNL-INPUT
           ELSE
               WRITE PNL-IN-REC
               ADD 1 TO WS-SELECT-COUNT
           END-IF
           .

       2120-BUILD-PNL-INPUT.
           MOVE HIST-PORTFOLIO-ID TO PNL-IN-PORTFOLIO-ID
           MOVE WS-BUCKET-DATE TO PNL-IN-TRADE-DATE
           MOVE HIST-CURRENCY-CODE TO PNL-IN-CURRENCY-CODE
           MOVE HIST-POSITION-STATUS TO POSITION-STATUS
           MOVE HIST-ENTITY-CODE TO PNL-IN-ENTITY-CODE
           MOVE HIST-QUANTITY TO PNL-IN-QUANTITY
           MOVE HIST-INSTRUMENT-ID TO PNL-IN-INSTRUMENT-ID
           MOVE HIST-COUNTERPARTY-CODE TO PNL-IN-COUNTERPARTY
           MOVE HIST-TRADER-ID TO PNL-IN-TRADER-ID
           MOVE SPACES TO PNL-IN-CANCEL-IND
           MOVE SPACES TO PNL-IN-ORIG-DATE
           MOVE SPACES TO PNL-IN-TRANSFER-PORTFOLIO
           IF HIST-RECORD-TYPE = 'T3'
               MOVE 'Y' TO PNL-IN-CASH-IND
               MOVE HIST-EVENT-CODE TO PNL-IN-EVENT-CODE
               MOVE SPACES TO PNL-IN-CASH-IND
               MOVE SPACES TO PNL-IN-EVENT-CODE
           END-IF
           IF HIST-RECORD-TYPE = 'TX'
               PERFORM 2110-SET-TRANSFER-FIELDS
           END-IF
           .

       2110-SET-TRANSFER-FIELDS.
           MOVE ZERO TO TRADE-AMT
           MOVE ZERO TO COST-AMT
           MOVE ZERO TO COMMISSION-AMT
           MOVE ZERO TO FEE-AMT
           MOVE ZERO TO PNL-IN-QUANTITY
           MOVE 'O' TO POSITION-STATUS
           MOVE HIST-TRANSFER-LOT-DATE TO PNL-IN-ORIG-DATE
           MOVE HIST-TRANSFER-PORTFOLIO TO PNL-IN-TRANSFER-PORTFOLIO
           .

       2140-SET-HOLD-CHECK.
           MOVE HIST-PORTFOLIO-ID TO WS-CHECK-PORTFOLIO
           IF HIST-RECORD-TYPE = 'TX'
               MOVE HIST-TRANSFER-PORTFOLIO TO WS-CHECK-XFER-PORTFOLIO
           ELSE
               MOVE SPACES TO WS-CHECK-XFER-PORTFOLIO
           END-IF
           .

      *----------------------------------------------------------------
      *  2150-CHECK-HOLD: is WS-CHECK-PORTFOLIO, or the transfer
      *  counterpart in WS-CHECK-XFER-PORTFOLIO, on hold?  On a hit
      *  WS-HOLD-IDX is left on the hold that applies.
      *----------------------------------------------------------------
       2150-CHECK-HOLD.
           MOVE 'N' TO WS-HELD-IND
           IF WS-HOLD-COUNT > ZERO
               SET WS-HOLD-IDX TO 1
               SEARCH WS-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOLD-TBL-PORTFOLIO (WS-HOLD-IDX)
                           = WS-CHECK-PORTFOLIO
                       MOVE 'Y' TO WS-HELD-IND
               END-SEARCH
               IF NOT WS-PORTFOLIO-HELD
                       AND WS-CHECK-XFER-PORTFOLIO NOT = SPACES
                   SET WS-HOLD-IDX TO 1
                   SEARCH WS-HOLD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HOLD-TBL-PORTFOLIO (WS-HOLD-IDX)
                               = WS-CHECK-XFER-PORTFOLIO
                           MOVE 'Y' TO WS-HELD-IND
                   END-SEARCH
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2160-PARK-PNL-INPUT adds the record just built to the parked
      *  table under the hold that stopped it.  A snapshot run only
      *  leaves it out.  A full table stops the step: the record is
      *  neither valued nor parked until the step is rerun.
      *----------------------------------------------------------------
       2160-PARK-PNL-INPUT.
           IF WS-SNAPSHOT-MODE
               ADD 1 TO WS-HELD-SKIP-COUNT
           ELSE
               IF WS-HTR-COUNT NOT < 5000
                   MOVE 'Y' TO WS-HTR-PARK-FULL-IND
               ELSE
                   ADD 1 TO WS-HTR-COUNT
                   MOVE 'P' TO WS-HTR-TBL-STATUS (WS-HTR-COUNT)
                   MOVE WS-HOLD-TBL-PORTFOLIO (WS-HOLD-IDX)
                       TO WS-HTR-TBL-HOLD-PORT (WS-HTR-COUNT)
                   MOVE WS-RUN-DATE
                       TO WS-HTR-TBL-PARK-DATE (WS-HTR-COUNT)
                   MOVE SPACES TO WS-HTR-TBL-REL-DATE (WS-HTR-COUNT)
                   MOVE WS-HOLD-TBL-REASON (WS-HOLD-IDX)
                       TO WS-HTR-TBL-REASON (WS-HTR-COUNT)
                   MOVE WS-HOLD-TBL-AUTH-BY (WS-HOLD-IDX)
                       TO WS-HTR-TBL-AUTH-BY (WS-HTR-COUNT)
                   MOVE PNL-IN-REC TO WS-HTR-TBL-IMAGE (WS-HTR-COUNT)
                   ADD 1 TO WS-PARKED-COUNT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2170-FIND-PARKED-ORIGINAL looks for the original of a cancel
      *  applied tonight among the records still parked.  The original
      *  was parked exactly as 2120-BUILD-PNL-INPUT builds it from the
      *  same history record, so the image in WS-ORIG-IMAGE matches it
      *  byte for byte.
      *----------------------------------------------------------------
       2170-FIND-PARKED-ORIGINAL.
           MOVE 'N' TO WS-PARKED-ORIG-IND
           IF WS-HTR-COUNT > ZERO
               SET WS-HTR-IDX TO 1
               SEARCH WS-HTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HTR-TBL-STATUS (WS-HTR-IDX) = 'P'
                           AND WS-HTR-TBL-IMAGE (WS-HTR-IDX)
                               = WS-ORIG-IMAGE
                       MOVE 'Y' TO WS-PARKED-ORIG-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  or, when it posted on a prior night, flows through as an
      *  offsetting reversal dated tonight, so P&L and PORTVAL back
      *  the booking out the same way it went in.  Nights after the
      *  cancel it is passed over entirely.  A cancelled transfer
      *  reverses the same way: the calc moves the lot back from the
      *  receiving portfolio to the giving one.  For a held portfolio
      *  a cancel whose original is still parked drops the original
      *  -- the pair nets to nothing, as if booked and cancelled the
      *  same day -- while one whose original already reached the
      *  calc parks its reversal like any other record.
      *----------------------------------------------------------------
       2060-HANDLE-CANCELLED-RECORD.
           IF HIST-CANCEL-DATE = WS-RUN-DATE
           .

       2070-WRITE-REVERSAL.
           MOVE 'N' TO WS-PARKED-ORIG-IND
           PERFORM 2140-SET-HOLD-CHECK
           PERFORM 2150-CHECK-HOLD
           IF WS-PORTFOLIO-HELD
                   AND NOT WS-SNAPSHOT-MODE
               PERFORM 2120-BUILD-PNL-INPUT
               MOVE PNL-IN-REC TO WS-ORIG-IMAGE
               PERFORM 2170-FIND-PARKED-ORIGINAL
           END-IF
           IF WS-PARKED-ORIG-FOUND
               MOVE 'X' TO WS-HTR-TBL-STATUS (WS-HTR-IDX)
               MOVE WS-RUN-DATE TO WS-HTR-TBL-REL-DATE (WS-HTR-IDX)
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               PERFORM 2080-BUILD-REVERSAL
               IF WS-PORTFOLIO-HELD
                   PERFORM 2160-PARK-PNL-INPUT
               ELSE
                   WRITE PNL-IN-REC
                   ADD 1 TO WS-SELECT-COUNT
                   ADD 1 TO WS-REVERSAL-COUNT
               END-IF
           END-IF
           .

       2080-BUILD-REVERSAL.
           MOVE HIST-PORTFOLIO-ID TO PNL-IN-PORTFOLIO-ID
           MOVE WS-RUN-DATE TO PNL-IN-TRADE-DATE
           MOVE HIST-CURRENCY-CODE TO PNL-IN-CURRENCY-CODE
           MOVE HIST-POSITION-STATUS TO POSITION-STATUS
           MOVE HIST-ENTITY-CODE TO PNL-IN-ENTITY-CODE
           COMPUTE PNL-IN-QUANTITY = ZERO - HIST-QUANTITY
           MOVE HIST-INSTRUMENT-ID TO PNL-IN-INSTRUMENT-ID
           MOVE HIST-COUNTERPARTY-CODE TO PNL-IN-COUNTERPARTY
           MOVE HIST-TRADER-ID TO PNL-IN-TRADER-ID
           MOVE 'Y' TO PNL-IN-CANCEL-IND
           MOVE HIST-TRADE-DATE TO PNL-IN-ORIG-DATE
           MOVE SPACES TO PNL-IN-CASH-IND
           MOVE SPACES TO PNL-IN-EVENT-CODE
           MOVE SPACES TO PNL-IN-TRANSFER-PORTFOLIO
           IF HIST-RECORD-TYPE = 'TX'
               PERFORM 2110-SET-TRANSFER-FIELDS
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-REWRITE-HELD-TRADES replaces HELDTRN.DAT with tonight's
      *  table: everything still parked plus tonight's releases and
      *  drops, for RPTHLD00 and RPTTIE00 to read.  A file that would
      *  not fit the table is left untouched.
      *----------------------------------------------------------------
       3000-REWRITE-HELD-TRADES.
           IF NOT WS-SNAPSHOT-MODE
                   AND NOT WS-HTR-LOAD-FULL
               OPEN OUTPUT HELD-TRADE-FILE
               PERFORM VARYING WS-HTR-IDX FROM 1 BY 1
                       UNTIL WS-HTR-IDX > WS-HTR-COUNT
                   MOVE WS-HTR-TBL-STATUS (WS-HTR-IDX) TO HTR-STATUS
                   MOVE WS-HTR-TBL-HOLD-PORT (WS-HTR-IDX)
                       TO HTR-HOLD-PORTFOLIO
                   MOVE WS-HTR-TBL-PARK-DATE (WS-HTR-IDX)
                       TO HTR-PARK-DATE
                   MOVE WS-HTR-TBL-REL-DATE (WS-HTR-IDX)
                       TO HTR-RELEASE-DATE
                   MOVE WS-HTR-TBL-REASON (WS-HTR-IDX)
                       TO HTR-HOLD-REASON
                   MOVE WS-HTR-TBL-AUTH-BY (WS-HTR-IDX)
                       TO HTR-AUTHORIZED-BY
                   MOVE WS-HTR-TBL-IMAGE (WS-HTR-IDX)
                       TO HTR-PNL-IN-IMAGE
                   WRITE HTR-REC
                   IF HTR-PARKED
                       ADD 1 TO WS-STILL-PARKED-COUNT
                   END-IF
               END-PERFORM
               CLOSE HELD-TRADE-FILE
           END-IF
           .

       9999-TERMINATE.
           IF WS-HIST-OPEN-OK
                   AND NOT WS-PART-MODE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE PNL-INPUT-FILE
           DISPLAY 'PNLBLD00 HISTORY RECORDS READ: ' WS-READ-COUNT
           IF WS-PART-MODE
               DISPLAY 'PNLBLD00 HISTORY PARTITIONS READ: '
                   WS-PART-COUNT
           END-IF
           DISPLAY 'PNLBLD00 PNL INPUT RECORDS WRITTEN: '
               WS-SELECT-COUNT
           DISPLAY 'PNLBLD00 CANCEL REVERSALS WRITTEN: '
               WS-REVERSAL-COUNT
           IF WS-SNAPSHOT-MODE
               DISPLAY 'PNLBLD00 HELD-PORTFOLIO RECORDS LEFT OUT: '
                   WS-HELD-SKIP-COUNT
           ELSE
               DISPLAY 'PNLBLD00 HELD RECORDS PARKED TONIGHT: '
                   WS-PARKED-COUNT
               DISPLAY 'PNLBLD00 PARKED RECORDS RELEASED: '
                   WS-RELEASED-COUNT
               DISPLAY 'PNLBLD00 PARKED RECORDS DROPPED (CANCELLED): '
                   WS-DROPPED-COUNT
               DISPLAY 'PNLBLD00 RECORDS STILL PARKED: '
                   WS-STILL-PARKED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error if the history file is missing or
      *  unreadable (HISTLD00 must have run first), a severe error if
      *  the parked-trade table filled (HELDTRN.DAT cannot be trusted
      *  to hold everything held, so the calc must not run), a warning
      *  if no transaction carried the business date (an empty calc
      *  input is worth a look before the calc runs on it), normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'PNLBLD00' TO RC-ERROR-PROGRAM-ID
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
           IF WS-HTR-LOAD-FULL
                   OR WS-HTR-PARK-FULL
               MOVE 'E002' TO RC-ERROR-CODE
               MOVE 'HELD-TRADE TABLE FULL - HELD RECORDS NOT PARKED'
                   TO RC-ERROR-TEXT
               SET RC-SEVERE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-SELECT-COUNT = ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   SET RC-NORMAL TO TRUE
               END-IF
           END-IF
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
