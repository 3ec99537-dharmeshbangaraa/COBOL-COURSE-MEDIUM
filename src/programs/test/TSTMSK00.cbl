       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TSTMSK00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  TSTMSK00 -- MASKED PRODUCTION SUBSET FOR TEST
      *  TSTGEN00 builds synthetic nights, but the defects that reach
      *  production ride on real data shapes.  This utility takes a
      *  consistent subset of portfolios out of the production
      *  PORTMST.DAT, BCHTRAN.DAT, TRNHIST.DAT and POSINV.DAT and
      *  writes masked copies a test region can run on:
      *
      *    - the subset is the portfolios listed on MSKSEL.DAT, or,
      *      when no list is supplied, every TSTMSK-SAMPLE-EVERY'th
      *      portfolio on PORTMST.DAT (default every 10th).  It is
      *      then widened until no position transfer on BCHTRAN.DAT
      *      or TRNHIST.DAT has one side in the subset and the other
      *      out, so every transfer lands on a portfolio the masked
      *      master knows;
      *    - every record of a subset portfolio is copied, with the
      *      portfolio ID (and a transfer's receiving portfolio)
      *      replaced by a pseudonym, the portfolio description by
      *      'MASKED ' and that pseudonym, and each non-blank
      *      TRN-EXTERNAL-TRADE-ID by a pseudonym of its own;
      *    - the pseudonyms are a keyed hash of the real value under
      *      TSTMSK-KEY, so one real ID maps to the same fake one in
      *      every file and on every run made with the same key,
      *      and cannot be turned back without it.  Two portfolios
      *      that hash alike are told apart before any file is
      *      written;
      *    - the companion files are rebuilt for the masked set, as
      *      TSTGEN00 builds them for a synthetic one: the BCHCTRL
      *      control totals UTLVAL00's file-level check reads, and a
      *      PORTVAL seed in PNLOUT.DAT's layout with its control
      *      trailer, for PVLOAD00 to post ahead of the run so the
      *      cross-reference check finds the masked portfolios.
      *
      *  Amounts, dates and every other field pass through unchanged.
      *  No record of which real ID became which fake one is kept.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSET-LIST-FILE ASSIGN TO 'MSKSEL.DAT'
               FILE STATUS IS WS-SEL-FILE-STATUS.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'BCHTRAN.DAT'
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT MASKED-PORTFOLIO-FILE ASSIGN TO 'MSKPORT.DAT'.
           SELECT MASKED-TRANSACTION-FILE ASSIGN TO 'MSKTRAN.DAT'.
           SELECT MASKED-HISTORY-FILE ASSIGN TO 'MSKHIST.DAT'.
           SELECT MASKED-INVENTORY-FILE ASSIGN TO 'MSKPOSN.DAT'.
           SELECT CONTROL-FILE ASSIGN TO 'MSKCTRL.DAT'.
           SELECT SEED-FILE ASSIGN TO 'MSKSEED.DAT'.

       DATA DIVISION.
       FILE SECTION.
      *--  The subset to take: one real portfolio ID per record.
       FD  SUBSET-LIST-FILE.
       01  SEL-REC.
           05  SEL-PORTFOLIO-ID      PIC X(08).

       FD  PORTFOLIO-MASTER-FILE.
           COPY PRTMST.

       FD  TRANSACTION-FILE.
           COPY TRNREC.

      *--  TRNHIST.DAT is written in TRNREC.cpy's layout by HISTLD00.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HST-==.

       FD  POSITION-INV-FILE.
           COPY POSINVRC.

       FD  MASKED-PORTFOLIO-FILE.
           COPY PRTMST REPLACING LEADING ==PMR-== BY ==MPM-==.

       FD  MASKED-TRANSACTION-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==MTR-==.

       FD  MASKED-HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==MHS-==.

       FD  MASKED-INVENTORY-FILE.
           COPY POSINVRC REPLACING LEADING ==INV-== BY ==MIV-==.

      *--  Same control record UTLVAL00's 1200-LOAD-CONTROL-TOTALS
      *--  reads.
       FD  CONTROL-FILE.
       01  CTRL-REC.
           05  CTRL-EXPECTED-COUNT   PIC 9(09).
           05  CTRL-EXPECTED-TOTAL   PIC S9(13)V99.

      *--  PORTVAL seed in the P&L output layout, complete with the
      *--  control trailer PVLOAD00 verifies, as TSTGEN00 writes it.
       FD  SEED-FILE.
           COPY PNLOUTRC REPLACING
               ==PNL-OUT-TRAILER== BY ==SEED-TRAILER==,
               ==PNL-OUT-REC== BY ==SEED-REC==,
               ==UNREALIZED-PNL-AMT== BY ==SEED-UNREALIZED-AMT==,
               ==REALIZED-PNL-AMT== BY ==SEED-REALIZED-AMT==,
               ==PORTFOLIO-ID== BY ==SEED-PORTFOLIO-ID==,
               ==TRADE-DATE== BY ==SEED-TRADE-DATE==,
               ==PNL-TRADE-COUNT== BY ==SEED-TRADE-COUNT==,
               ==PNL-CURRENCY-CODE== BY ==SEED-CURRENCY-CODE==,
               ==NATIVE-PNL-AMT== BY ==SEED-NATIVE-AMT==,
               ==TRL-RECORD-COUNT== BY ==SEED-TRL-COUNT==,
               ==TRL-UNREALIZED-SUM== BY ==SEED-TRL-UNREAL-SUM==,
               ==TRL-REALIZED-SUM== BY ==SEED-TRL-REAL-SUM==,
               ==TRL-ID== BY ==SEED-TRL-ID==.

       WORKING-STORAGE SECTION.
       01  WS-SEL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SEL-FILE-OK        VALUE '00'.
           88  WS-SEL-FILE-MISSING   VALUE '35'.
       01  WS-PMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PMR-FILE-OK        VALUE '00'.
           88  WS-PMR-FILE-MISSING   VALUE '35'.
       01  WS-TRN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TRN-FILE-OK        VALUE '00'.
           88  WS-TRN-FILE-MISSING   VALUE '35'.
       01  WS-HST-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HST-FILE-OK        VALUE '00'.
           88  WS-HST-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

      *--  Parameter card, read from the environment.  A blank or
      *--  zero sample interval falls back to every 10th portfolio.
      *--  TSTMSK-KEY is the masking key; the job takes it from a
      *--  protected member, never from the job stream itself.
       01  WS-ENV-SAMPLE-EVERY       PIC X(03) VALUE SPACES.
       01  WS-ENV-MASK-KEY           PIC X(09) VALUE SPACES.
       01  WS-SAMPLE-EVERY           PIC 9(03) VALUE 10.
       01  WS-MASK-KEY               PIC 9(09) VALUE ZERO.
       01  WS-PMR-SEQ                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-SAMPLE-QUOTIENT        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-SAMPLE-REMAINDER       PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-LIST-SUPPLIED-IND      PIC X(01) VALUE 'N'.
           88  WS-LIST-SUPPLIED      VALUE 'Y'.

      *--  The subset: each real portfolio ID taken and the
      *--  pseudonym it is written under.
       01  WS-SUB-MAX                PIC 9(03) VALUE 500.
       01  WS-SUB-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SUB-COUNT
                   INDEXED BY WS-SUB-IDX WS-SUB-CHK-IDX.
               10  WS-SUB-REAL-ID        PIC X(08).
               10  WS-SUB-FAKE-ID        PIC X(08).
       01  WS-SUBSET-FULL-IND        PIC X(01) VALUE 'N'.
           88  WS-SUBSET-FULL        VALUE 'Y'.
       01  WS-SUBSET-GREW-IND        PIC X(01) VALUE 'N'.
           88  WS-SUBSET-GREW        VALUE 'Y'.
       01  WS-TRANSFER-PASSES        PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FIND-ID                PIC X(08) VALUE SPACES.
       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-FROM-IN-SUBSET-IND     PIC X(01) VALUE 'N'.
           88  WS-FROM-IN-SUBSET     VALUE 'Y'.
       01  WS-TO-IN-SUBSET-IND       PIC X(01) VALUE 'N'.
           88  WS-TO-IN-SUBSET       VALUE 'Y'.
       01  WS-SCAN-PORTFOLIO-ID      PIC X(08) VALUE SPACES.
       01  WS-SCAN-TRANSFER-ID       PIC X(08) VALUE SPACES.
       01  WS-SCAN-TRANSFER-IND      PIC X(01) VALUE 'N'.
           88  WS-SCAN-IS-TRANSFER   VALUE 'Y'.

      *--  Keyed hash behind both kinds of pseudonym: seeded from
      *--  the masking key, each character of the real value folds in
      *--  as value * 131 + character ordinal, then the running value
      *--  is squared and re-keyed, all modulo a prime just under
      *--  seven digits -- the squaring is what keeps two similar IDs
      *--  from landing on similar pseudonyms.  An external trade ID
      *--  takes two such hashes under different seeds for its eleven
      *--  digits.
       01  WS-HASH-INPUT             PIC X(12) VALUE SPACES.
       01  WS-HASH-INPUT-CHARS REDEFINES WS-HASH-INPUT.
           05  WS-HASH-CHAR OCCURS 12 TIMES
                                     PIC X(01).
       01  WS-HASH-LENGTH            PIC 9(02) VALUE ZERO.
       01  WS-HASH-SUB               PIC 9(02) VALUE ZERO.
       01  WS-HASH-SEED              PIC 9(09) VALUE ZERO.
       01  WS-HASH-MODULUS           PIC S9(18) COMP-3 VALUE 9999991.
       01  WS-HASH-VALUE             PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-HASH-QUOTIENT          PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-HASH-REMAINDER         PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-HASH-KEYED             PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-PORT-MODULUS           PIC 9(07) VALUE 9999991.
       01  WS-FAKE-PORT-NUM          PIC 9(07) VALUE ZERO.
       01  WS-FAKE-EXT-NUM           PIC 9(11) VALUE ZERO.
       01  WS-FAKE-EXT-HIGH          PIC 9(07) VALUE ZERO.
       01  WS-FAKE-EXT-LOW           PIC 9(04) VALUE ZERO.
       01  WS-COLLISION-IND          PIC X(01) VALUE 'N'.
           88  WS-COLLISION          VALUE 'Y'.
       01  WS-COLLISION-COUNT        PIC 9(05) COMP-3 VALUE ZERO.

      *--  In/out of the masking paragraphs.
       01  WS-MASK-REAL-ID           PIC X(08) VALUE SPACES.
       01  WS-MASK-FAKE-ID           PIC X(08) VALUE SPACES.
       01  WS-MASK-REAL-EXT-ID       PIC X(12) VALUE SPACES.
       01  WS-MASK-FAKE-EXT-ID       PIC X(12) VALUE SPACES.

       01  WS-PORT-WRITTEN           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TRAN-READ              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-HIST-READ              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-HIST-WRITTEN           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-INV-READ               PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-INV-WRITTEN            PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-EXT-MASKED             PIC 9(09) COMP-3 VALUE ZERO.

      *--  Companion control totals and PORTVAL seed accumulators.
       01  WS-CTRL-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CTRL-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SEED-PNL               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SEED-COUNT             PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-SEED-REAL-SUM          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SEED-UNREAL-SUM        PIC S9(13)V99 COMP-3 VALUE ZERO.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-MASK.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SELECT-PORTFOLIOS
           PERFORM 1300-CLOSE-OVER-TRANSFERS
           PERFORM 1400-ASSIGN-PSEUDONYMS
           PERFORM 2000-MASK-PORTFOLIO-MASTER
           PERFORM 3000-MASK-TRANSACTIONS
           PERFORM 4000-MASK-HISTORY
           PERFORM 5000-MASK-INVENTORY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE reads the parameter card from the environment
      *  and applies defaults to whatever was left blank.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-ENV-SAMPLE-EVERY
               FROM ENVIRONMENT 'TSTMSK-SAMPLE-EVERY'
           ACCEPT WS-ENV-MASK-KEY
               FROM ENVIRONMENT 'TSTMSK-KEY'
           IF WS-ENV-SAMPLE-EVERY IS NUMERIC
                   AND WS-ENV-SAMPLE-EVERY > ZERO
               MOVE WS-ENV-SAMPLE-EVERY TO WS-SAMPLE-EVERY
           END-IF
           IF WS-ENV-MASK-KEY IS NUMERIC
               MOVE WS-ENV-MASK-KEY TO WS-MASK-KEY
           END-IF
           .

      *----------------------------------------------------------------
      *  1100-SELECT-PORTFOLIOS takes the subset from MSKSEL.DAT when
      *  one was supplied with anything on it, and otherwise samples
      *  every n'th portfolio on the master.
      *----------------------------------------------------------------
       1100-SELECT-PORTFOLIOS.
           MOVE ZERO TO WS-SUB-COUNT
           OPEN INPUT SUBSET-LIST-FILE
           IF WS-SEL-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ SUBSET-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SEL-PORTFOLIO-ID NOT = SPACES
                               MOVE SEL-PORTFOLIO-ID TO WS-FIND-ID
                               PERFORM 1350-ADD-TO-SUBSET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSET-LIST-FILE
           END-IF
           IF WS-SUB-COUNT > ZERO
               MOVE 'Y' TO WS-LIST-SUPPLIED-IND
           ELSE
               PERFORM 1150-SAMPLE-PORTFOLIO-MASTER
           END-IF
           .

       1150-SAMPLE-PORTFOLIO-MASTER.
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE ZERO TO WS-PMR-SEQ
           PERFORM UNTIL WS-EOF
               READ PORTFOLIO-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PMR-SEQ
                       DIVIDE WS-PMR-SEQ BY WS-SAMPLE-EVERY
                           GIVING WS-SAMPLE-QUOTIENT
                           REMAINDER WS-SAMPLE-REMAINDER
                       IF WS-SAMPLE-REMAINDER = 1
                               OR WS-SAMPLE-EVERY = 1
                           MOVE PMR-PORTFOLIO-ID TO WS-FIND-ID
                           PERFORM 1350-ADD-TO-SUBSET
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PMR-FILE-MISSING
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1300-CLOSE-OVER-TRANSFERS sweeps the transfers on tonight's
      *  feed and on history, pulling in the other side of any that
      *  cross the subset boundary, until a sweep pulls in nothing --
      *  a portfolio pulled in may itself have transferred with one
      *  that is still outside.
      *----------------------------------------------------------------
       1300-CLOSE-OVER-TRANSFERS.
           MOVE 'Y' TO WS-SUBSET-GREW-IND
           PERFORM UNTIL NOT WS-SUBSET-GREW OR WS-SUBSET-FULL
               MOVE 'N' TO WS-SUBSET-GREW-IND
               ADD 1 TO WS-TRANSFER-PASSES
               OPEN INPUT TRANSACTION-FILE
               IF WS-TRN-FILE-MISSING
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TRN-PORTFOLIO-ID
                               TO WS-SCAN-PORTFOLIO-ID
                           MOVE TRN-TRANSFER-PORTFOLIO
                               TO WS-SCAN-TRANSFER-ID
                           MOVE 'N' TO WS-SCAN-TRANSFER-IND
                           IF TRN-TYPE-TRANSFER
                               MOVE 'Y' TO WS-SCAN-TRANSFER-IND
                           END-IF
                           PERFORM 1310-CHECK-TRANSFER
                   END-READ
               END-PERFORM
               IF NOT WS-TRN-FILE-MISSING
                   CLOSE TRANSACTION-FILE
               END-IF
               OPEN INPUT HISTORY-FILE
               IF WS-HST-FILE-MISSING
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HST-PORTFOLIO-ID
                               TO WS-SCAN-PORTFOLIO-ID
                           MOVE HST-TRANSFER-PORTFOLIO
                               TO WS-SCAN-TRANSFER-ID
                           MOVE 'N' TO WS-SCAN-TRANSFER-IND
                           IF HST-TYPE-TRANSFER
                               MOVE 'Y' TO WS-SCAN-TRANSFER-IND
                           END-IF
                           PERFORM 1310-CHECK-TRANSFER
                   END-READ
               END-PERFORM
               IF NOT WS-HST-FILE-MISSING
                   CLOSE HISTORY-FILE
               END-IF
           END-PERFORM
           .

       1310-CHECK-TRANSFER.
           IF WS-SCAN-IS-TRANSFER
                   AND WS-SCAN-TRANSFER-ID NOT = SPACES
               MOVE WS-SCAN-PORTFOLIO-ID TO WS-FIND-ID
               PERFORM 8100-FIND-IN-SUBSET
               MOVE WS-FOUND-IND TO WS-FROM-IN-SUBSET-IND
               MOVE WS-SCAN-TRANSFER-ID TO WS-FIND-ID
               PERFORM 8100-FIND-IN-SUBSET
               MOVE WS-FOUND-IND TO WS-TO-IN-SUBSET-IND
               IF WS-FROM-IN-SUBSET AND NOT WS-TO-IN-SUBSET
                   MOVE WS-SCAN-TRANSFER-ID TO WS-FIND-ID
                   PERFORM 1350-ADD-TO-SUBSET
                   MOVE 'Y' TO WS-SUBSET-GREW-IND
               END-IF
               IF WS-TO-IN-SUBSET AND NOT WS-FROM-IN-SUBSET
                   MOVE WS-SCAN-PORTFOLIO-ID TO WS-FIND-ID
                   PERFORM 1350-ADD-TO-SUBSET
                   MOVE 'Y' TO WS-SUBSET-GREW-IND
               END-IF
           END-IF
           .

      *--  Adds WS-FIND-ID to the subset unless it is already there;
      *--  a full table stops the subset growing and is reported.
       1350-ADD-TO-SUBSET.
           PERFORM 8100-FIND-IN-SUBSET
           IF NOT WS-FOUND
               IF WS-SUB-COUNT < WS-SUB-MAX
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-FIND-ID TO WS-SUB-REAL-ID (WS-SUB-COUNT)
                   MOVE SPACES TO WS-SUB-FAKE-ID (WS-SUB-COUNT)
               ELSE
                   MOVE 'Y' TO WS-SUBSET-FULL-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1400-ASSIGN-PSEUDONYMS gives each subset portfolio its
      *  pseudonym, stepping past any value another portfolio in the
      *  subset already holds.
      *----------------------------------------------------------------
       1400-ASSIGN-PSEUDONYMS.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-REAL-ID (WS-SUB-IDX) TO WS-MASK-REAL-ID
               PERFORM 8200-HASH-PORTFOLIO-ID
               MOVE 'Y' TO WS-COLLISION-IND
               PERFORM UNTIL NOT WS-COLLISION
                   MOVE 'N' TO WS-COLLISION-IND
                   PERFORM VARYING WS-SUB-CHK-IDX FROM 1 BY 1
                           UNTIL WS-SUB-CHK-IDX NOT < WS-SUB-IDX
                       IF WS-SUB-FAKE-ID (WS-SUB-CHK-IDX)
                               = WS-MASK-FAKE-ID
                           MOVE 'Y' TO WS-COLLISION-IND
                       END-IF
                   END-PERFORM
                   IF WS-COLLISION
                       ADD 1 TO WS-COLLISION-COUNT
                       ADD 1 TO WS-FAKE-PORT-NUM
                       IF WS-FAKE-PORT-NUM NOT < WS-PORT-MODULUS
                           MOVE ZERO TO WS-FAKE-PORT-NUM
                       END-IF
                       MOVE SPACES TO WS-MASK-FAKE-ID
                       STRING 'P' WS-FAKE-PORT-NUM
                           DELIMITED BY SIZE INTO WS-MASK-FAKE-ID
                   END-IF
               END-PERFORM
               MOVE WS-MASK-FAKE-ID TO WS-SUB-FAKE-ID (WS-SUB-IDX)
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2000-MASK-PORTFOLIO-MASTER copies the subset's master
      *  records under their pseudonyms.
      *----------------------------------------------------------------
       2000-MASK-PORTFOLIO-MASTER.
           OPEN OUTPUT MASKED-PORTFOLIO-FILE
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ PORTFOLIO-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PMR-PORTFOLIO-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-IN-SUBSET
                       IF WS-FOUND
                           MOVE WS-SUB-FAKE-ID (WS-SUB-IDX)
                               TO PMR-PORTFOLIO-ID
                           MOVE SPACES TO PMR-DESCRIPTION
                           STRING 'MASKED ' PMR-PORTFOLIO-ID
                               DELIMITED BY SIZE INTO PMR-DESCRIPTION
                           WRITE MPM-REC FROM PMR-REC
                           ADD 1 TO WS-PORT-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PMR-FILE-MISSING
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           CLOSE MASKED-PORTFOLIO-FILE
           .

      *----------------------------------------------------------------
      *  3000-MASK-TRANSACTIONS copies the subset's records off
      *  tonight's feed and rebuilds the control totals and PORTVAL
      *  seed over exactly what was written.
      *----------------------------------------------------------------
       3000-MASK-TRANSACTIONS.
           OPEN OUTPUT MASKED-TRANSACTION-FILE
           OPEN OUTPUT CONTROL-FILE
           OPEN OUTPUT SEED-FILE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRN-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRAN-READ
                       MOVE TRN-PORTFOLIO-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-IN-SUBSET
                       IF WS-FOUND
                           PERFORM 3100-WRITE-MASKED-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-TRN-FILE-MISSING
               CLOSE TRANSACTION-FILE
           END-IF
           .

       3100-WRITE-MASKED-TRANSACTION.
           MOVE WS-SUB-FAKE-ID (WS-SUB-IDX) TO TRN-PORTFOLIO-ID
           MOVE TRN-TRANSFER-PORTFOLIO TO WS-MASK-REAL-ID
           PERFORM 8300-MASK-PORTFOLIO-ID
           MOVE WS-MASK-FAKE-ID TO TRN-TRANSFER-PORTFOLIO
           MOVE TRN-EXTERNAL-TRADE-ID TO WS-MASK-REAL-EXT-ID
           PERFORM 8400-MASK-EXTERNAL-ID
           MOVE WS-MASK-FAKE-EXT-ID TO TRN-EXTERNAL-TRADE-ID
           WRITE MTR-REC FROM TRN-REC
           ADD 1 TO WS-CTRL-COUNT
           ADD TRN-TRADE-AMT TO WS-CTRL-TOTAL
           PERFORM 3200-WRITE-SEED-RECORD
           .

      *----------------------------------------------------------------
      *  3200-WRITE-SEED-RECORD drops one PORTVAL seed row per masked
      *  transaction, the way TSTGEN00's 2350-WRITE-SEED-RECORD does:
      *  the trade's net economics as an open position, so PVLOAD00
      *  posts a row the cross-reference check will find.  Repeats of
      *  a portfolio/date key fold onto one version in PVLOAD00.
      *----------------------------------------------------------------
       3200-WRITE-SEED-RECORD.
           MOVE TRN-PORTFOLIO-ID TO SEED-PORTFOLIO-ID OF SEED-REC
           MOVE TRN-TRADE-DATE TO SEED-TRADE-DATE OF SEED-REC
           COMPUTE WS-SEED-PNL =
               TRN-TRADE-AMT - TRN-COST-AMT
                   - TRN-COMMISSION-AMT - TRN-FEE-AMT
           MOVE ZERO TO SEED-REALIZED-AMT
           MOVE WS-SEED-PNL TO SEED-UNREALIZED-AMT
           MOVE 1 TO SEED-TRADE-COUNT
           MOVE TRN-CURRENCY-CODE TO SEED-CURRENCY-CODE
           MOVE WS-SEED-PNL TO SEED-NATIVE-AMT
           WRITE SEED-REC
           ADD 1 TO WS-SEED-COUNT
           ADD WS-SEED-PNL TO WS-SEED-UNREAL-SUM
           .

      *----------------------------------------------------------------
      *  4000-MASK-HISTORY copies the subset's history.  The masked
      *  file seeds a test region's keyed store the way HISTLD00
      *  seeds a new one from TRNHIST.DAT, so the new keys need not
      *  arrive in key order; HISTLD00 builds the monthly partitions
      *  and their index behind it on its first run.
      *----------------------------------------------------------------
       4000-MASK-HISTORY.
           OPEN OUTPUT MASKED-HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HST-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE HST-PORTFOLIO-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-IN-SUBSET
                       IF WS-FOUND
                           MOVE WS-SUB-FAKE-ID (WS-SUB-IDX)
                               TO HST-PORTFOLIO-ID
                           MOVE HST-TRANSFER-PORTFOLIO
                               TO WS-MASK-REAL-ID
                           PERFORM 8300-MASK-PORTFOLIO-ID
                           MOVE WS-MASK-FAKE-ID
                               TO HST-TRANSFER-PORTFOLIO
                           MOVE HST-EXTERNAL-TRADE-ID
                               TO WS-MASK-REAL-EXT-ID
                           PERFORM 8400-MASK-EXTERNAL-ID
                           MOVE WS-MASK-FAKE-EXT-ID
                               TO HST-EXTERNAL-TRADE-ID
                           WRITE MHS-REC FROM HST-REC
                           ADD 1 TO WS-HIST-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-HST-FILE-MISSING
               CLOSE HISTORY-FILE
           END-IF
           CLOSE MASKED-HISTORY-FILE
           .

       5000-MASK-INVENTORY.
           OPEN OUTPUT MASKED-INVENTORY-FILE
           OPEN INPUT POSITION-INV-FILE
           IF WS-INV-FILE-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INV-READ
                       MOVE INV-PORTFOLIO-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-IN-SUBSET
                       IF WS-FOUND
                           MOVE WS-SUB-FAKE-ID (WS-SUB-IDX)
                               TO INV-PORTFOLIO-ID
                           WRITE MIV-REC FROM INV-REC
                           ADD 1 TO WS-INV-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-INV-FILE-MISSING
               CLOSE POSITION-INV-FILE
           END-IF
           CLOSE MASKED-INVENTORY-FILE
           .

      *--  Looks WS-FIND-ID up in the subset; WS-SUB-IDX is left on
      *--  the entry when found.
       8100-FIND-IN-SUBSET.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-SUB-COUNT > ZERO
               SET WS-SUB-IDX TO 1
               SEARCH WS-SUB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUB-REAL-ID (WS-SUB-IDX) = WS-FIND-ID
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           .

      *--  Hashes WS-MASK-REAL-ID into WS-FAKE-PORT-NUM and the
      *--  pseudonym 'P' + seven digits in WS-MASK-FAKE-ID.
       8200-HASH-PORTFOLIO-ID.
           MOVE WS-MASK-REAL-ID TO WS-HASH-INPUT
           MOVE 8 TO WS-HASH-LENGTH
           MOVE WS-MASK-KEY TO WS-HASH-SEED
           PERFORM 8500-COMPUTE-HASH
           MOVE WS-HASH-VALUE TO WS-FAKE-PORT-NUM
           MOVE SPACES TO WS-MASK-FAKE-ID
           STRING 'P' WS-FAKE-PORT-NUM
               DELIMITED BY SIZE INTO WS-MASK-FAKE-ID
           .

      *--  Masks a portfolio ID met on a record: the subset's own
      *--  pseudonym where the portfolio is in it, the bare hash for
      *--  the other side of a transfer the full subset table could
      *--  not take in, and SPACES left as SPACES.
       8300-MASK-PORTFOLIO-ID.
           IF WS-MASK-REAL-ID = SPACES
               MOVE SPACES TO WS-MASK-FAKE-ID
           ELSE
               MOVE WS-MASK-REAL-ID TO WS-FIND-ID
               PERFORM 8100-FIND-IN-SUBSET
               IF WS-FOUND
                   MOVE WS-SUB-FAKE-ID (WS-SUB-IDX) TO WS-MASK-FAKE-ID
               ELSE
                   PERFORM 8200-HASH-PORTFOLIO-ID
               END-IF
           END-IF
           .

      *--  Masks a non-blank external trade ID as 'X' + eleven digits:
      *--  seven from the hash under the masking key, four from a
      *--  second hash under a seed one off it.
       8400-MASK-EXTERNAL-ID.
           IF WS-MASK-REAL-EXT-ID = SPACES
               MOVE SPACES TO WS-MASK-FAKE-EXT-ID
           ELSE
               MOVE WS-MASK-REAL-EXT-ID TO WS-HASH-INPUT
               MOVE 12 TO WS-HASH-LENGTH
               MOVE WS-MASK-KEY TO WS-HASH-SEED
               PERFORM 8500-COMPUTE-HASH
               MOVE WS-HASH-VALUE TO WS-FAKE-EXT-HIGH
               IF WS-MASK-KEY < 999999999
                   ADD 1 TO WS-HASH-SEED
               ELSE
                   MOVE ZERO TO WS-HASH-SEED
               END-IF
               PERFORM 8500-COMPUTE-HASH
               DIVIDE WS-HASH-VALUE BY 10000
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-REMAINDER
               MOVE WS-HASH-REMAINDER TO WS-FAKE-EXT-LOW
               COMPUTE WS-FAKE-EXT-NUM =
                   WS-FAKE-EXT-HIGH * 10000 + WS-FAKE-EXT-LOW
               MOVE SPACES TO WS-MASK-FAKE-EXT-ID
               STRING 'X' WS-FAKE-EXT-NUM
                   DELIMITED BY SIZE INTO WS-MASK-FAKE-EXT-ID
               ADD 1 TO WS-EXT-MASKED
           END-IF
           .

      *--  One hash of WS-HASH-INPUT (WS-HASH-LENGTH characters) under
      *--  WS-HASH-SEED into WS-HASH-VALUE.  Every intermediate stays
      *--  under the square of the modulus, inside eighteen digits.
       8500-COMPUTE-HASH.
           DIVIDE WS-HASH-SEED BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-KEYED
           MOVE WS-HASH-KEYED TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > WS-HASH-LENGTH
               COMPUTE WS-HASH-VALUE = WS-HASH-VALUE * 131
                   + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB))
               DIVIDE WS-HASH-VALUE BY WS-HASH-MODULUS
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-REMAINDER
               COMPUTE WS-HASH-VALUE =
                   WS-HASH-REMAINDER * WS-HASH-REMAINDER
                       + WS-HASH-KEYED + WS-HASH-SUB
               DIVIDE WS-HASH-VALUE BY WS-HASH-MODULUS
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-REMAINDER
               MOVE WS-HASH-REMAINDER TO WS-HASH-VALUE
           END-PERFORM
           .

       9999-TERMINATE.
           MOVE WS-CTRL-COUNT TO CTRL-EXPECTED-COUNT
           MOVE WS-CTRL-TOTAL TO CTRL-EXPECTED-TOTAL
           WRITE CTRL-REC
           MOVE 'TRAILER ' TO SEED-TRL-ID
           MOVE WS-SEED-COUNT TO SEED-TRL-COUNT
           MOVE WS-SEED-REAL-SUM TO SEED-TRL-REAL-SUM
           MOVE WS-SEED-UNREAL-SUM TO SEED-TRL-UNREAL-SUM
           WRITE SEED-TRAILER
           CLOSE MASKED-TRANSACTION-FILE
           CLOSE CONTROL-FILE
           CLOSE SEED-FILE
           IF WS-LIST-SUPPLIED
               DISPLAY 'TSTMSK00 SUBSET TAKEN FROM MSKSEL.DAT'
           ELSE
               DISPLAY 'TSTMSK00 SUBSET SAMPLED EVERY '
                   WS-SAMPLE-EVERY ' PORTFOLIOS'
           END-IF
           DISPLAY 'TSTMSK00 PORTFOLIOS IN SUBSET: ' WS-SUB-COUNT
           DISPLAY 'TSTMSK00 TRANSFER SWEEPS: ' WS-TRANSFER-PASSES
           DISPLAY 'TSTMSK00 PSEUDONYM CLASHES STEPPED: '
               WS-COLLISION-COUNT
           DISPLAY 'TSTMSK00 PORTMST RECORDS WRITTEN: '
               WS-PORT-WRITTEN
           DISPLAY 'TSTMSK00 BCHTRAN RECORDS READ/WRITTEN: '
               WS-TRAN-READ '/' WS-CTRL-COUNT
           DISPLAY 'TSTMSK00 TRNHIST RECORDS READ/WRITTEN: '
               WS-HIST-READ '/' WS-HIST-WRITTEN
           DISPLAY 'TSTMSK00 POSINV RECORDS READ/WRITTEN: '
               WS-INV-READ '/' WS-INV-WRITTEN
           DISPLAY 'TSTMSK00 EXTERNAL TRADE IDS MASKED: '
               WS-EXT-MASKED
           DISPLAY 'TSTMSK00 SEED RECORDS WRITTEN: ' WS-SEED-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when there was nothing to take a
      *  subset from, a warning when the subset outgrew its table --
      *  some transfers then point at portfolios the masked master
      *  does not carry -- normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'TSTMSK00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-SUB-COUNT = ZERO
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'NO SUBSET -- MSKSEL.DAT AND PORTMST.DAT EMPTY'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-SUBSET-FULL
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'SUBSET TABLE FULL -- SUBSET NOT CLOSED'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
