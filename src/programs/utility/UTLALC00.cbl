       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTLALC00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  UTLALC00 -- BLOCK-TRADE ALLOCATION
      *  The execution desk books some trades as one block to an
      *  allocation account, and the split across client portfolios
      *  was being keyed by hand before the feed was staged.  This
      *  step runs on the merged feed, ahead of validation, and
      *  expands every record booked to an allocation account into
      *  one child per receiving portfolio, following the standing
      *  instructions in ALCINS.DAT (ALCINS.cpy):
      *
      *    - trade, cost, commission and fee amounts and the quantity
      *      are prorated by the portfolio's percentage, or by its
      *      fixed quantity over the block's, rounded to the field's
      *      own precision;
      *    - the rounding residue of each is posted to the set's
      *      designated residue portfolio, so the children always add
      *      back to the block exactly;
      *    - every child keeps all of the block's other fields,
      *      including its external trade ID.
      *
      *  The feed as received is kept in BCHBLK.DAT and BCHTRAN.DAT is
      *  rewritten from it.  BCHCTRL.DAT keeps the sender's total --
      *  the split moves no money -- and its count grows by the
      *  children added, so UTLVAL00's file-level check still proves
      *  the feed against what was sent.  A block whose instructions
      *  are missing or do not add up goes through unsplit and is
      *  reported.  Children are never booked to an allocation
      *  account, so a rerun of this step changes nothing.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'BCHTRAN.DAT'
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT BLOCK-FEED-FILE ASSIGN TO 'BCHBLK.DAT'
               FILE STATUS IS WS-BLK-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'BCHCTRL.DAT'
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT INSTRUCTION-FILE ASSIGN TO 'ALCINS.DAT'
               FILE STATUS IS WS-ALC-FILE-STATUS.
           SELECT ALLOC-REPORT ASSIGN TO 'UTLALC.PRT'.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
           COPY TRNREC.

      *--  The feed as UTLMRG00 merged it, TRNREC.cpy's layout under
      *--  BLK- names.
       FD  BLOCK-FEED-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==BLK-==.

      *--  Same control record UTLMRG00 writes and UTLVAL00 reads.
       FD  CONTROL-FILE.
       01  CTRL-REC.
           05  CTRL-EXPECTED-COUNT   PIC 9(09).
           05  CTRL-EXPECTED-TOTAL   PIC S9(13)V99.

       FD  INSTRUCTION-FILE.
           COPY ALCINS.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  ALLOC-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-TRAN-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-TRAN-FILE-OK       VALUE '00'.
           88  WS-TRAN-FILE-MISSING  VALUE '35'.
       01  WS-BLK-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-BLK-FILE-OK        VALUE '00'.
       01  WS-CTRL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-CTRL-FILE-OK       VALUE '00'.
           88  WS-CTRL-FILE-MISSING  VALUE '35'.
       01  WS-ALC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-ALC-FILE-OK        VALUE '00'.
           88  WS-ALC-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

       01  WS-FEED-ERROR-IND         PIC X(01) VALUE 'N'.
           88  WS-FEED-ERROR         VALUE 'Y'.

      *--  Standing instructions, as loaded from ALCINS.DAT.
       01  WS-ALC-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-ALC-TABLE.
           05  WS-ALC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ALC-COUNT
                   INDEXED BY WS-ALC-IDX.
               10  WS-ALC-BLOCK-PORTFOLIO    PIC X(08).
               10  WS-ALC-INSTRUMENT-ID      PIC X(12).
               10  WS-ALC-TARGET-PORTFOLIO   PIC X(08).
               10  WS-ALC-METHOD             PIC X(01).
               10  WS-ALC-PERCENT            PIC 9(03)V9(04).
               10  WS-ALC-QUANTITY           PIC 9(11)V9(04).
               10  WS-ALC-RESIDUE-IND        PIC X(01).
       01  WS-ALC-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  The instruction set chosen for the block in hand, and the
      *--  children it produces.
       01  WS-BLOCK-ACCOUNT-IND      PIC X(01) VALUE 'N'.
           88  WS-BLOCK-ACCOUNT      VALUE 'Y'.
       01  WS-SET-INSTRUMENT         PIC X(12) VALUE SPACES.
       01  WS-SET-METHOD             PIC X(01) VALUE SPACES.
           88  WS-SET-BY-PERCENT     VALUE 'P'.
           88  WS-SET-BY-QUANTITY    VALUE 'Q'.
       01  WS-SET-STATUS             PIC X(10) VALUE SPACES.
       01  WS-SET-PERCENT-SUM        PIC 9(05)V9(04) COMP-3.
       01  WS-SET-QUANTITY-SUM       PIC S9(13)V9(04) COMP-3.
       01  WS-RESIDUE-SUB            PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-CHD-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-CHD-TABLE.
           05  WS-CHD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CHD-COUNT
                   INDEXED BY WS-CHD-IDX.
               10  WS-CHD-PORTFOLIO          PIC X(08).
               10  WS-CHD-PERCENT            PIC 9(03)V9(04).
               10  WS-CHD-FIXED-QTY          PIC 9(11)V9(04).
               10  WS-CHD-TRADE-AMT          PIC S9(13)V99 COMP-3.
               10  WS-CHD-COST-AMT           PIC S9(13)V99 COMP-3.
               10  WS-CHD-COMMISSION-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CHD-FEE-AMT            PIC S9(13)V99 COMP-3.
               10  WS-CHD-QUANTITY           PIC S9(11)V9(04) COMP-3.

      *--  Sums of the children other than the residue portfolio's,
      *--  then of all children for the tie-back.
       01  WS-SUM-TRADE-AMT          PIC S9(13)V99 COMP-3.
       01  WS-SUM-COST-AMT           PIC S9(13)V99 COMP-3.
       01  WS-SUM-COMMISSION-AMT     PIC S9(13)V99 COMP-3.
       01  WS-SUM-FEE-AMT            PIC S9(13)V99 COMP-3.
       01  WS-SUM-QUANTITY           PIC S9(11)V9(04) COMP-3.

       01  WS-READ-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-BLOCKS-ALLOCATED       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-BLOCKS-NOT-ALLOCATED   PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-BLOCKS-NOT-TIED        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CHILDREN-WRITTEN       PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'BLOCK-TRADE ALLOCATION'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  FILLER                PIC X(09) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(13) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(13) VALUE 'EXT TRADE ID'.
           05  FILLER                PIC X(09) VALUE 'PERCENT'.
           05  FILLER                PIC X(18) VALUE '   QUANTITY'.
           05  FILLER                PIC X(17) VALUE '     TRADE AMT'.
           05  FILLER                PIC X(17) VALUE '    COMMISSION'.
           05  FILLER                PIC X(17) VALUE '           FEE'.
           05  FILLER                PIC X(08) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  ALD-LABEL             PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-REFERENCE         PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-PERCENT           PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-QUANTITY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-TRADE-AMT         PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-COMMISSION-AMT    PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-FEE-AMT           PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ALD-NOTE              PIC X(10).
       01  WS-DETAIL-TEXT REDEFINES WS-DETAIL-LINE.
           05  FILLER                PIC X(44).
           05  ALD-PERCENT-TEXT      PIC X(08).
           05  FILLER                PIC X(80).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(41)
                   VALUE '  NO RECORDS BOOKED TO AN ALLOCATION ACCT'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(11) VALUE 'ALLOCATED: '.
           05  SUM-ALLOCATED         PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  CHILDREN: '.
           05  SUM-CHILDREN          PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(17)
                   VALUE '  NOT ALLOCATED: '.
           05  SUM-NOT-ALLOCATED     PIC ZZ,ZZ9.
           05  FILLER                PIC X(15)
                   VALUE '  RECORDS IN: '.
           05  SUM-READ              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE '  OUT: '.
           05  SUM-WRITTEN           PIC ZZZ,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-ALLOCATE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-INSTRUCTIONS
           IF WS-ALC-COUNT > ZERO
               PERFORM 1200-KEEP-FEED-AS-RECEIVED
           END-IF
           IF WS-ALC-COUNT > ZERO AND NOT WS-FEED-ERROR
               PERFORM 2000-ALLOCATE-FEED
               PERFORM 3000-ADJUST-CONTROL-COUNT
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ALLOC-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           .

      *----------------------------------------------------------------
      *  1100-LOAD-INSTRUCTIONS loads the standing instructions.  No
      *  file, or an empty one, means there is nothing to allocate and
      *  the feed is left exactly as merged.
      *----------------------------------------------------------------
       1100-LOAD-INSTRUCTIONS.
           MOVE ZERO TO WS-ALC-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INSTRUCTION-FILE
           IF WS-ALC-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ INSTRUCTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 1150-ADD-INSTRUCTION
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-ADD-INSTRUCTION.
           IF WS-ALC-COUNT NOT < 1000
               ADD 1 TO WS-ALC-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ALC-COUNT
               SET WS-ALC-IDX TO WS-ALC-COUNT
               MOVE ALC-BLOCK-PORTFOLIO
                   TO WS-ALC-BLOCK-PORTFOLIO (WS-ALC-IDX)
               MOVE ALC-INSTRUMENT-ID
                   TO WS-ALC-INSTRUMENT-ID (WS-ALC-IDX)
               MOVE ALC-TARGET-PORTFOLIO
                   TO WS-ALC-TARGET-PORTFOLIO (WS-ALC-IDX)
               MOVE ALC-METHOD TO WS-ALC-METHOD (WS-ALC-IDX)
               MOVE ALC-PERCENT TO WS-ALC-PERCENT (WS-ALC-IDX)
               MOVE ALC-QUANTITY TO WS-ALC-QUANTITY (WS-ALC-IDX)
               MOVE ALC-RESIDUE-IND TO WS-ALC-RESIDUE-IND (WS-ALC-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  1200-KEEP-FEED-AS-RECEIVED copies the merged feed to
      *  BCHBLK.DAT, which 2000 then reads back to rewrite
      *  BCHTRAN.DAT.
      *----------------------------------------------------------------
       1200-KEEP-FEED-AS-RECEIVED.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-FILE-OK
               MOVE 'Y' TO WS-FEED-ERROR-IND
           ELSE
               OPEN OUTPUT BLOCK-FEED-FILE
               PERFORM UNTIL WS-EOF
                   READ TRAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TRN-REC TO BLK-REC
                           WRITE BLK-REC
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
               CLOSE BLOCK-FEED-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2000-ALLOCATE-FEED rewrites BCHTRAN.DAT from BCHBLK.DAT: a
      *  record booked to an allocation account is replaced by its
      *  children when its instruction set is good, everything else
      *  is copied as it stands.
      *----------------------------------------------------------------
       2000-ALLOCATE-FEED.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BLOCK-FEED-FILE
           OPEN OUTPUT TRAN-FILE
           PERFORM UNTIL WS-EOF
               READ BLOCK-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-PROCESS-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE BLOCK-FEED-FILE
           CLOSE TRAN-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-BLOCKS-ALLOCATED = ZERO
                   AND WS-BLOCKS-NOT-ALLOCATED = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       2100-PROCESS-ONE-RECORD.
           MOVE 'N' TO WS-BLOCK-ACCOUNT-IND
           SET WS-ALC-IDX TO 1
           SEARCH WS-ALC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ALC-BLOCK-PORTFOLIO (WS-ALC-IDX)
                       = BLK-PORTFOLIO-ID
                   MOVE 'Y' TO WS-BLOCK-ACCOUNT-IND
           END-SEARCH
           IF WS-BLOCK-ACCOUNT
               PERFORM 2200-BUILD-INSTRUCTION-SET
               IF WS-SET-STATUS = 'ALLOCATED'
                   PERFORM 2300-PRORATE-BLOCK
                   PERFORM 2400-WRITE-CHILDREN
                   ADD 1 TO WS-BLOCKS-ALLOCATED
               ELSE
                   MOVE BLK-REC TO TRN-REC
                   WRITE TRN-REC
                   ADD 1 TO WS-WRITTEN-COUNT
                   ADD 1 TO WS-BLOCKS-NOT-ALLOCATED
                   PERFORM 2500-WRITE-BLOCK-LINE
               END-IF
           ELSE
               MOVE BLK-REC TO TRN-REC
               WRITE TRN-REC
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-BUILD-INSTRUCTION-SET picks the block's instructions --
      *  the set naming its instrument if there is one, else the
      *  account's standing set -- and checks that they add up.
      *----------------------------------------------------------------
       2200-BUILD-INSTRUCTION-SET.
           MOVE SPACES TO WS-SET-INSTRUMENT
           MOVE SPACES TO WS-SET-METHOD
           MOVE 'ALLOCATED' TO WS-SET-STATUS
           MOVE ZERO TO WS-CHD-COUNT
           MOVE ZERO TO WS-RESIDUE-SUB
           MOVE ZERO TO WS-SET-PERCENT-SUM
           MOVE ZERO TO WS-SET-QUANTITY-SUM
           IF BLK-INSTRUMENT-ID NOT = SPACES
               SET WS-ALC-IDX TO 1
               SEARCH WS-ALC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ALC-BLOCK-PORTFOLIO (WS-ALC-IDX)
                           = BLK-PORTFOLIO-ID
                       AND WS-ALC-INSTRUMENT-ID (WS-ALC-IDX)
                           = BLK-INSTRUMENT-ID
                       MOVE BLK-INSTRUMENT-ID TO WS-SET-INSTRUMENT
               END-SEARCH
           END-IF
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT
               IF WS-ALC-BLOCK-PORTFOLIO (WS-ALC-IDX)
                       = BLK-PORTFOLIO-ID
                       AND WS-ALC-INSTRUMENT-ID (WS-ALC-IDX)
                           = WS-SET-INSTRUMENT
                   PERFORM 2250-ADD-SET-LINE
               END-IF
           END-PERFORM
           IF WS-SET-STATUS = 'ALLOCATED'
               EVALUATE TRUE
                   WHEN WS-CHD-COUNT = ZERO
                       MOVE 'NO INSTR' TO WS-SET-STATUS
                   WHEN WS-SET-BY-PERCENT
                       IF WS-SET-PERCENT-SUM NOT = 100
                           MOVE 'PCT NE 100' TO WS-SET-STATUS
                       END-IF
                   WHEN WS-SET-BY-QUANTITY
                       IF BLK-QUANTITY = ZERO
                               OR WS-SET-QUANTITY-SUM
                                   NOT = BLK-QUANTITY
                           MOVE 'QTY NE BLK' TO WS-SET-STATUS
                       END-IF
                   WHEN OTHER
                       MOVE 'BAD METHOD' TO WS-SET-STATUS
               END-EVALUATE
           END-IF
           IF WS-RESIDUE-SUB = ZERO
               MOVE 1 TO WS-RESIDUE-SUB
           END-IF
           .

       2250-ADD-SET-LINE.
           IF WS-SET-METHOD = SPACES
               MOVE WS-ALC-METHOD (WS-ALC-IDX) TO WS-SET-METHOD
           END-IF
           IF WS-ALC-METHOD (WS-ALC-IDX) NOT = WS-SET-METHOD
               MOVE 'MIXED' TO WS-SET-STATUS
           END-IF
           IF WS-CHD-COUNT NOT < 100
               MOVE 'TOO MANY' TO WS-SET-STATUS
           ELSE
               ADD 1 TO WS-CHD-COUNT
               SET WS-CHD-IDX TO WS-CHD-COUNT
               MOVE WS-ALC-TARGET-PORTFOLIO (WS-ALC-IDX)
                   TO WS-CHD-PORTFOLIO (WS-CHD-IDX)
               MOVE WS-ALC-PERCENT (WS-ALC-IDX)
                   TO WS-CHD-PERCENT (WS-CHD-IDX)
               MOVE WS-ALC-QUANTITY (WS-ALC-IDX)
                   TO WS-CHD-FIXED-QTY (WS-CHD-IDX)
               ADD WS-ALC-PERCENT (WS-ALC-IDX) TO WS-SET-PERCENT-SUM
               ADD WS-ALC-QUANTITY (WS-ALC-IDX) TO WS-SET-QUANTITY-SUM
               IF WS-ALC-RESIDUE-IND (WS-ALC-IDX) = 'Y'
                       AND WS-RESIDUE-SUB = ZERO
                   MOVE WS-CHD-COUNT TO WS-RESIDUE-SUB
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2300-PRORATE-BLOCK works out each child's share of every
      *  amount and the quantity, then gives the residue portfolio
      *  whatever the others' rounded shares leave of the block.
      *----------------------------------------------------------------
       2300-PRORATE-BLOCK.
           MOVE ZERO TO WS-SUM-TRADE-AMT
           MOVE ZERO TO WS-SUM-COST-AMT
           MOVE ZERO TO WS-SUM-COMMISSION-AMT
           MOVE ZERO TO WS-SUM-FEE-AMT
           MOVE ZERO TO WS-SUM-QUANTITY
           PERFORM VARYING WS-CHD-IDX FROM 1 BY 1
                   UNTIL WS-CHD-IDX > WS-CHD-COUNT
               IF WS-CHD-IDX NOT = WS-RESIDUE-SUB
                   IF WS-SET-BY-PERCENT
                       PERFORM 2310-PRORATE-BY-PERCENT
                   ELSE
                       PERFORM 2320-PRORATE-BY-QUANTITY
                   END-IF
                   ADD WS-CHD-TRADE-AMT (WS-CHD-IDX)
                       TO WS-SUM-TRADE-AMT
                   ADD WS-CHD-COST-AMT (WS-CHD-IDX)
                       TO WS-SUM-COST-AMT
                   ADD WS-CHD-COMMISSION-AMT (WS-CHD-IDX)
                       TO WS-SUM-COMMISSION-AMT
                   ADD WS-CHD-FEE-AMT (WS-CHD-IDX)
                       TO WS-SUM-FEE-AMT
                   ADD WS-CHD-QUANTITY (WS-CHD-IDX)
                       TO WS-SUM-QUANTITY
               END-IF
           END-PERFORM
           SET WS-CHD-IDX TO WS-RESIDUE-SUB
           COMPUTE WS-CHD-TRADE-AMT (WS-CHD-IDX) =
               BLK-TRADE-AMT - WS-SUM-TRADE-AMT
           COMPUTE WS-CHD-COST-AMT (WS-CHD-IDX) =
               BLK-COST-AMT - WS-SUM-COST-AMT
           COMPUTE WS-CHD-COMMISSION-AMT (WS-CHD-IDX) =
               BLK-COMMISSION-AMT - WS-SUM-COMMISSION-AMT
           COMPUTE WS-CHD-FEE-AMT (WS-CHD-IDX) =
               BLK-FEE-AMT - WS-SUM-FEE-AMT
           COMPUTE WS-CHD-QUANTITY (WS-CHD-IDX) =
               BLK-QUANTITY - WS-SUM-QUANTITY
           .

       2310-PRORATE-BY-PERCENT.
           COMPUTE WS-CHD-TRADE-AMT (WS-CHD-IDX) ROUNDED =
               BLK-TRADE-AMT * WS-CHD-PERCENT (WS-CHD-IDX) / 100
           COMPUTE WS-CHD-COST-AMT (WS-CHD-IDX) ROUNDED =
               BLK-COST-AMT * WS-CHD-PERCENT (WS-CHD-IDX) / 100
           COMPUTE WS-CHD-COMMISSION-AMT (WS-CHD-IDX) ROUNDED =
               BLK-COMMISSION-AMT * WS-CHD-PERCENT (WS-CHD-IDX) / 100
           COMPUTE WS-CHD-FEE-AMT (WS-CHD-IDX) ROUNDED =
               BLK-FEE-AMT * WS-CHD-PERCENT (WS-CHD-IDX) / 100
           COMPUTE WS-CHD-QUANTITY (WS-CHD-IDX) ROUNDED =
               BLK-QUANTITY * WS-CHD-PERCENT (WS-CHD-IDX) / 100
           .

       2320-PRORATE-BY-QUANTITY.
           COMPUTE WS-CHD-TRADE-AMT (WS-CHD-IDX) ROUNDED =
               BLK-TRADE-AMT * WS-CHD-FIXED-QTY (WS-CHD-IDX)
                   / BLK-QUANTITY
           COMPUTE WS-CHD-COST-AMT (WS-CHD-IDX) ROUNDED =
               BLK-COST-AMT * WS-CHD-FIXED-QTY (WS-CHD-IDX)
                   / BLK-QUANTITY
           COMPUTE WS-CHD-COMMISSION-AMT (WS-CHD-IDX) ROUNDED =
               BLK-COMMISSION-AMT * WS-CHD-FIXED-QTY (WS-CHD-IDX)
                   / BLK-QUANTITY
           COMPUTE WS-CHD-FEE-AMT (WS-CHD-IDX) ROUNDED =
               BLK-FEE-AMT * WS-CHD-FIXED-QTY (WS-CHD-IDX)
                   / BLK-QUANTITY
           MOVE WS-CHD-FIXED-QTY (WS-CHD-IDX)
               TO WS-CHD-QUANTITY (WS-CHD-IDX)
           .

      *----------------------------------------------------------------
      *  2400-WRITE-CHILDREN writes each child -- the block's record
      *  with the receiving portfolio and its share swapped in -- and
      *  ties the children's totals back to the block on the report.
      *----------------------------------------------------------------
       2400-WRITE-CHILDREN.
           PERFORM 2500-WRITE-BLOCK-LINE
           MOVE ZERO TO WS-SUM-TRADE-AMT
           MOVE ZERO TO WS-SUM-COST-AMT
           MOVE ZERO TO WS-SUM-COMMISSION-AMT
           MOVE ZERO TO WS-SUM-FEE-AMT
           MOVE ZERO TO WS-SUM-QUANTITY
           PERFORM VARYING WS-CHD-IDX FROM 1 BY 1
                   UNTIL WS-CHD-IDX > WS-CHD-COUNT
               MOVE BLK-REC TO TRN-REC
               MOVE WS-CHD-PORTFOLIO (WS-CHD-IDX) TO TRN-PORTFOLIO-ID
               MOVE WS-CHD-TRADE-AMT (WS-CHD-IDX) TO TRN-TRADE-AMT
               MOVE WS-CHD-COST-AMT (WS-CHD-IDX) TO TRN-COST-AMT
               MOVE WS-CHD-COMMISSION-AMT (WS-CHD-IDX)
                   TO TRN-COMMISSION-AMT
               MOVE WS-CHD-FEE-AMT (WS-CHD-IDX) TO TRN-FEE-AMT
               MOVE WS-CHD-QUANTITY (WS-CHD-IDX) TO TRN-QUANTITY
               WRITE TRN-REC
               ADD 1 TO WS-WRITTEN-COUNT
               ADD 1 TO WS-CHILDREN-WRITTEN
               ADD TRN-TRADE-AMT TO WS-SUM-TRADE-AMT
               ADD TRN-COST-AMT TO WS-SUM-COST-AMT
               ADD TRN-COMMISSION-AMT TO WS-SUM-COMMISSION-AMT
               ADD TRN-FEE-AMT TO WS-SUM-FEE-AMT
               ADD TRN-QUANTITY TO WS-SUM-QUANTITY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE '  CHILD' TO ALD-LABEL
               MOVE TRN-PORTFOLIO-ID TO ALD-PORTFOLIO
               MOVE TRN-INSTRUMENT-ID TO ALD-INSTRUMENT
               MOVE TRN-EXTERNAL-TRADE-ID TO ALD-REFERENCE
               IF WS-SET-BY-PERCENT
                   MOVE WS-CHD-PERCENT (WS-CHD-IDX) TO ALD-PERCENT
               END-IF
               MOVE TRN-QUANTITY TO ALD-QUANTITY
               MOVE TRN-TRADE-AMT TO ALD-TRADE-AMT
               MOVE TRN-COMMISSION-AMT TO ALD-COMMISSION-AMT
               MOVE TRN-FEE-AMT TO ALD-FEE-AMT
               IF WS-CHD-IDX = WS-RESIDUE-SUB
                   MOVE 'RESIDUE' TO ALD-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE '  TOTAL' TO ALD-LABEL
           MOVE WS-SUM-QUANTITY TO ALD-QUANTITY
           MOVE WS-SUM-TRADE-AMT TO ALD-TRADE-AMT
           MOVE WS-SUM-COMMISSION-AMT TO ALD-COMMISSION-AMT
           MOVE WS-SUM-FEE-AMT TO ALD-FEE-AMT
           IF WS-SUM-TRADE-AMT = BLK-TRADE-AMT
                   AND WS-SUM-COST-AMT = BLK-COST-AMT
                   AND WS-SUM-COMMISSION-AMT = BLK-COMMISSION-AMT
                   AND WS-SUM-FEE-AMT = BLK-FEE-AMT
                   AND WS-SUM-QUANTITY = BLK-QUANTITY
               MOVE 'TIED' TO ALD-NOTE
           ELSE
               MOVE 'NOT TIED' TO ALD-NOTE
               ADD 1 TO WS-BLOCKS-NOT-TIED
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

       2500-WRITE-BLOCK-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'BLOCK' TO ALD-LABEL
           MOVE BLK-PORTFOLIO-ID TO ALD-PORTFOLIO
           MOVE BLK-INSTRUMENT-ID TO ALD-INSTRUMENT
           MOVE BLK-EXTERNAL-TRADE-ID TO ALD-REFERENCE
           MOVE BLK-TRADE-DATE TO ALD-PERCENT-TEXT
           MOVE BLK-QUANTITY TO ALD-QUANTITY
           MOVE BLK-TRADE-AMT TO ALD-TRADE-AMT
           MOVE BLK-COMMISSION-AMT TO ALD-COMMISSION-AMT
           MOVE BLK-FEE-AMT TO ALD-FEE-AMT
           MOVE WS-SET-STATUS TO ALD-NOTE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  3000-ADJUST-CONTROL-COUNT raises the sender's count by the
      *  records the split added.  The total is left alone, so a feed
      *  that was short before the split is still short after it.
      *----------------------------------------------------------------
       3000-ADJUST-CONTROL-COUNT.
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               OPEN I-O CONTROL-FILE
               IF WS-CTRL-FILE-OK
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           COMPUTE CTRL-EXPECTED-COUNT =
                               CTRL-EXPECTED-COUNT + WS-WRITTEN-COUNT
                                   - WS-READ-COUNT
                           REWRITE CTRL-REC
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           .

       9999-TERMINATE.
           MOVE WS-BLOCKS-ALLOCATED TO SUM-ALLOCATED
           MOVE WS-CHILDREN-WRITTEN TO SUM-CHILDREN
           MOVE WS-BLOCKS-NOT-ALLOCATED TO SUM-NOT-ALLOCATED
           MOVE WS-READ-COUNT TO SUM-READ
           MOVE WS-WRITTEN-COUNT TO SUM-WRITTEN
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE ALLOC-REPORT
           DISPLAY 'UTLALC00 BLOCKS ALLOCATED: ' WS-BLOCKS-ALLOCATED
           DISPLAY 'UTLALC00 CHILD TRADES WRITTEN: '
               WS-CHILDREN-WRITTEN
           DISPLAY 'UTLALC00 BLOCKS NOT ALLOCATED: '
               WS-BLOCKS-NOT-ALLOCATED
           IF WS-ALC-DROPPED-COUNT > ZERO
               DISPLAY 'UTLALC00 INSTRUCTIONS DROPPED (TABLE FULL): '
                   WS-ALC-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the merged feed cannot be
      *  read, a warning when a block went through unsplit, did not
      *  tie, or instructions were dropped; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'UTLALC00' TO RC-ERROR-PROGRAM-ID
           IF WS-FEED-ERROR
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'BCHTRAN.DAT COULD NOT BE OPENED'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-BLOCKS-NOT-ALLOCATED > ZERO
                       OR WS-BLOCKS-NOT-TIED > ZERO
                       OR WS-ALC-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'BLOCKS NOT ALLOCATED - SEE UTLALC.PRT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               ELSE
                   SET RC-NORMAL TO TRUE
               END-IF
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this step's final return code and
      *  message to the shared run log, so the end-of-chain summary
      *  writer can print the whole night on one page.  The first-ever
      *  run starts the file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'UTLALC00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
