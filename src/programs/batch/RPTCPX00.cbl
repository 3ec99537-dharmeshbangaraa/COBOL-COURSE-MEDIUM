       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTCPX00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTCPX00 -- COUNTERPARTY EXPOSURE REPORT
      *  Credit risk's morning answer to "how much do we have open
      *  with broker X", which used to be a phone call to the
      *  settlements team.  Two pieces make up a counterparty's
      *  exposure:
      *    - OPEN: the trade amount of every open lot in POSINV.DAT,
      *      as the calc just rewrote it, booked with the
      *      counterparty;
      *    - UNSETTLED: the trade amount of every T2 trade in the
      *      loaded history whose settlement date is still ahead of
      *      the business date and which was not cancelled.
      *  Both are converted to USD through the day's FXRATE.DAT and
      *  measured against the counterparty's limit on CPTYREF.DAT.
      *  Every counterparty prints; the ones over their limit print
      *  again in a breach list at the foot of the report and drop
      *  the RPTCPXAL.DAT trigger the alert router sweeps.
      *
      *  Lots and trades with no counterparty report together on one
      *  (NONE) line so their total is still visible.  A currency with
      *  no rate contributes nothing to the USD columns and ends the
      *  step with a warning, as in RPTCCY00.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT COUNTERPARTY-REF-FILE ASSIGN TO 'CPTYREF.DAT'
               FILE STATUS IS WS-CPT-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT EXPOSURE-REPORT ASSIGN TO 'RPTCPX.PRT'.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO 'RPTCPXAL.DAT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  The nightly flat unload HISTLD00 writes, in TRNREC.cpy's
      *--  layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Shared with UTLVAL00 via CPTYREF.cpy.
       FD  COUNTERPARTY-REF-FILE.
           COPY CPTYREF.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  EXPOSURE-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Alert trigger dataset, present only when a counterparty is
      *--  over its limit -- same convention as RPTLIMAL.DAT.
       FD  ALERT-TRIGGER-FILE.
       01  ALERT-TRIGGER-REC.
           05  ALERT-RUN-DATE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-BREACH-COUNT    PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-TEXT            PIC X(40)
                   VALUE 'COUNTERPARTY LIMIT BREACH - SEE RPTCPX'.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
           88  WS-HIST-FILE-MISSING  VALUE '35'.
       01  WS-CPT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CPT-FILE-OK        VALUE '00'.
           88  WS-CPT-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The day's rates, the same 50-entry shape the calc loads.
       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  One bucket per counterparty: seeded from the reference so
      *--  every counterparty with a limit prints, then extended by
      *--  any code met on the book that the reference lacks.
       01  WS-CPX-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CPX-TABLE.
           05  WS-CPX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CPX-COUNT
                   INDEXED BY WS-CPX-IDX.
               10  WS-CPX-TBL-CODE       PIC X(08).
               10  WS-CPX-TBL-NAME       PIC X(30).
               10  WS-CPX-TBL-LIMIT      PIC S9(13)V99 COMP-3.
               10  WS-CPX-TBL-OPEN-USD   PIC S9(13)V99 COMP-3.
               10  WS-CPX-TBL-UNSET-USD  PIC S9(13)V99 COMP-3.
               10  WS-CPX-TBL-UNSET-CNT  PIC 9(05) COMP-3.
               10  WS-CPX-TBL-TOTAL-USD  PIC S9(13)V99 COMP-3.
               10  WS-CPX-TBL-BREACH     PIC X(01).
       01  WS-CPX-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-RATE-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-CODE            PIC X(08) VALUE SPACES.
       01  WS-POSITION-RATE          PIC 9(01)V9(06) VALUE ZERO.
       01  WS-USD-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MEASURE-AMT            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-POSITION-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-UNSETTLED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NO-RATE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-BREACH-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-GRAND-OPEN-USD         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-UNSET-USD        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'COUNTERPARTY EXPOSURE REPORT'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'CPTY'.
           05  FILLER                PIC X(32) VALUE 'NAME'.
           05  FILLER                PIC X(18) VALUE 'OPEN (USD)'.
           05  FILLER                PIC X(18) VALUE 'UNSETTLED (USD)'.
           05  FILLER                PIC X(07) VALUE 'TRADES'.
           05  FILLER                PIC X(18) VALUE 'TOTAL (USD)'.
           05  FILLER                PIC X(18) VALUE 'LIMIT (USD)'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-CODE              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NAME              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OPEN-USD          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-UNSET-USD         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-UNSET-CNT         PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TOTAL-USD         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LIMIT             PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-FLAG              PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(42)
                   VALUE 'ALL COUNTERPARTIES'.
           05  TOT-OPEN-USD          PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TOT-UNSET-USD         PIC Z(11)9.99-.

       01  WS-BREACH-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'COUNTERPARTIES OVER LIMIT'.

       01  WS-BREACH-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  BRC-CODE              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BRC-NAME              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BRC-TOTAL-USD         PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BRC-LIMIT             PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE 'OVER: '.
           05  BRC-EXCESS            PIC Z(11)9.99-.

       01  WS-NO-BREACH-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO COUNTERPARTY OVER ITS LIMIT'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(22)
                   VALUE 'OPEN POSITIONS READ: '.
           05  SUM-POSITIONS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(18) VALUE '  UNSETTLED T2: '.
           05  SUM-UNSETTLED         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  BREACHES: '.
           05  SUM-BREACHES          PIC ZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE '  NO RATE: '.
           05  SUM-NO-RATE           PIC ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-INVENTORY
           PERFORM 2500-SWEEP-UNSETTLED-TRADES
           PERFORM 3000-WRITE-EXPOSURE-LINES
           PERFORM 3500-WRITE-BREACH-LIST
           PERFORM 5000-WRITE-ALERT-TRIGGER
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1050-LOAD-FX-RATES
           PERFORM 1060-LOAD-COUNTERPARTY-REF
           OPEN OUTPUT EXPOSURE-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           .

       1020-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNP-FILE-OK
               READ RUN-PARM-FILE
               MOVE RUNP-BUSINESS-DATE TO WS-RUN-DATE
               MOVE RUNP-RUN-TOKEN TO WS-RUN-TOKEN
               CLOSE RUN-PARM-FILE
           ELSE
               IF WS-RUNP-FILE-MISSING
                   CONTINUE
               END-IF
           END-IF
           .

       1050-LOAD-FX-RATES.
           MOVE ZERO TO WS-FXR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-FXR-COUNT NOT < 50
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FXR-COUNT
                           MOVE FXR-CURRENCY-CODE TO
                               WS-FXR-TBL-CURRENCY (WS-FXR-COUNT)
                           MOVE FXR-RATE-TO-USD TO
                               WS-FXR-TBL-RATE (WS-FXR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1060-LOAD-COUNTERPARTY-REF seeds one bucket per counterparty
      *  on the reference, carrying its name and limit, so a
      *  counterparty with nothing open still prints with its limit.
      *----------------------------------------------------------------
       1060-LOAD-COUNTERPARTY-REF.
           MOVE ZERO TO WS-CPX-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPT-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-CPX-COUNT NOT < 500
                   READ COUNTERPARTY-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CPX-COUNT
                           SET WS-CPX-IDX TO WS-CPX-COUNT
                           PERFORM 1070-CLEAR-BUCKET
                           MOVE CPT-COUNTERPARTY-CODE
                               TO WS-CPX-TBL-CODE (WS-CPX-IDX)
                           MOVE CPT-NAME
                               TO WS-CPX-TBL-NAME (WS-CPX-IDX)
                           MOVE CPT-EXPOSURE-LIMIT
                               TO WS-CPX-TBL-LIMIT (WS-CPX-IDX)
                   END-READ
               END-PERFORM
               CLOSE COUNTERPARTY-REF-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1070-CLEAR-BUCKET.
           MOVE SPACES TO WS-CPX-TBL-CODE (WS-CPX-IDX)
           MOVE SPACES TO WS-CPX-TBL-NAME (WS-CPX-IDX)
           MOVE ZERO TO WS-CPX-TBL-LIMIT (WS-CPX-IDX)
           MOVE ZERO TO WS-CPX-TBL-OPEN-USD (WS-CPX-IDX)
           MOVE ZERO TO WS-CPX-TBL-UNSET-USD (WS-CPX-IDX)
           MOVE ZERO TO WS-CPX-TBL-UNSET-CNT (WS-CPX-IDX)
           MOVE ZERO TO WS-CPX-TBL-TOTAL-USD (WS-CPX-IDX)
           MOVE 'N' TO WS-CPX-TBL-BREACH (WS-CPX-IDX)
           .

       2000-SWEEP-INVENTORY.
           OPEN INPUT POSITION-INV-FILE
           IF NOT WS-INV-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-POSITION-COUNT
                       PERFORM 2100-FOLD-ONE-POSITION
               END-READ
           END-PERFORM
           IF WS-INV-FILE-OK
               CLOSE POSITION-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-FOLD-ONE-POSITION.
           MOVE INV-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2800-CONVERT-TO-USD-SETUP
           IF WS-RATE-FOUND
               COMPUTE WS-USD-AMT ROUNDED =
                   INV-TRADE-AMT * WS-POSITION-RATE
           END-IF
           MOVE INV-COUNTERPARTY-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-FIND-BUCKET
           IF WS-FOUND
               ADD WS-USD-AMT TO WS-CPX-TBL-OPEN-USD (WS-CPX-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-SWEEP-UNSETTLED-TRADES picks up every T2 trade in the
      *  loaded history still waiting to settle: settlement date after
      *  the business date, not cancelled.  A trade settling today is
      *  treated as settled -- RPTFLS00 watches the ones that do not.
      *----------------------------------------------------------------
       2500-SWEEP-UNSETTLED-TRADES.
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-RECORD-TYPE = 'T2'
                               AND HIST-SETTLEMENT-DATE NOT = SPACES
                               AND HIST-SETTLEMENT-DATE > WS-RUN-DATE
                               AND HIST-CANCEL-IND NOT = 'Y'
                           PERFORM 2600-FOLD-ONE-UNSETTLED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-FILE-OK
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2600-FOLD-ONE-UNSETTLED.
           ADD 1 TO WS-UNSETTLED-COUNT
           MOVE HIST-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2800-CONVERT-TO-USD-SETUP
           IF WS-RATE-FOUND
               COMPUTE WS-USD-AMT ROUNDED =
                   HIST-TRADE-AMT * WS-POSITION-RATE
           END-IF
           MOVE HIST-COUNTERPARTY-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-FIND-BUCKET
           IF WS-FOUND
               ADD WS-USD-AMT TO WS-CPX-TBL-UNSET-USD (WS-CPX-IDX)
               ADD 1 TO WS-CPX-TBL-UNSET-CNT (WS-CPX-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2800-CONVERT-TO-USD-SETUP looks up WS-LOOKUP-CURRENCY's rate
      *  and clears the USD amount; the caller converts when a rate
      *  was found.  An amount with no rate is counted, not guessed.
      *----------------------------------------------------------------
       2800-CONVERT-TO-USD-SETUP.
           MOVE ZERO TO WS-USD-AMT
           MOVE ZERO TO WS-POSITION-RATE
           MOVE 'N' TO WS-RATE-FOUND-IND
           IF WS-FXR-COUNT > ZERO
               SET WS-FXR-IDX TO 1
               SEARCH WS-FXR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXR-TBL-CURRENCY (WS-FXR-IDX)
                           = WS-LOOKUP-CURRENCY
                       MOVE WS-FXR-TBL-RATE (WS-FXR-IDX)
                           TO WS-POSITION-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-FIND-BUCKET positions WS-CPX-IDX on WS-LOOKUP-CODE's
      *  bucket, opening one (with no name and no limit) for a code
      *  the reference does not carry.  A blank code is the (NONE)
      *  bucket.  A full table counts the amount as dropped.
      *----------------------------------------------------------------
       2900-FIND-BUCKET.
           IF WS-LOOKUP-CODE = SPACES
               MOVE '(NONE)' TO WS-LOOKUP-CODE
           END-IF
           MOVE 'N' TO WS-FOUND-IND
           IF WS-CPX-COUNT > ZERO
               SET WS-CPX-IDX TO 1
               SEARCH WS-CPX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CPX-TBL-CODE (WS-CPX-IDX) = WS-LOOKUP-CODE
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-CPX-COUNT NOT < 500
                   ADD 1 TO WS-CPX-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-CPX-COUNT
                   SET WS-CPX-IDX TO WS-CPX-COUNT
                   PERFORM 1070-CLEAR-BUCKET
                   MOVE WS-LOOKUP-CODE TO WS-CPX-TBL-CODE (WS-CPX-IDX)
                   IF WS-LOOKUP-CODE = '(NONE)'
                       MOVE 'NO COUNTERPARTY ON THE TRADE'
                           TO WS-CPX-TBL-NAME (WS-CPX-IDX)
                   ELSE
                       MOVE 'NOT ON COUNTERPARTY REFERENCE'
                           TO WS-CPX-TBL-NAME (WS-CPX-IDX)
                   END-IF
                   MOVE 'Y' TO WS-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-WRITE-EXPOSURE-LINES prints every counterparty's open,
      *  unsettled, and total exposure against its limit.  The limit
      *  test is on the size of the total either way round -- a large
      *  short exposure is still credit exposure.
      *----------------------------------------------------------------
       3000-WRITE-EXPOSURE-LINES.
           PERFORM VARYING WS-CPX-IDX FROM 1 BY 1
                   UNTIL WS-CPX-IDX > WS-CPX-COUNT
               COMPUTE WS-CPX-TBL-TOTAL-USD (WS-CPX-IDX) =
                   WS-CPX-TBL-OPEN-USD (WS-CPX-IDX)
                   + WS-CPX-TBL-UNSET-USD (WS-CPX-IDX)
               MOVE WS-CPX-TBL-TOTAL-USD (WS-CPX-IDX)
                   TO WS-MEASURE-AMT
               IF WS-MEASURE-AMT < ZERO
                   COMPUTE WS-MEASURE-AMT = ZERO - WS-MEASURE-AMT
               END-IF
               MOVE SPACES TO DTL-FLAG
               IF WS-CPX-TBL-LIMIT (WS-CPX-IDX) > ZERO
                       AND WS-MEASURE-AMT
                           > WS-CPX-TBL-LIMIT (WS-CPX-IDX)
                   MOVE 'Y' TO WS-CPX-TBL-BREACH (WS-CPX-IDX)
                   MOVE '* BREACH' TO DTL-FLAG
                   ADD 1 TO WS-BREACH-COUNT
               END-IF
               ADD WS-CPX-TBL-OPEN-USD (WS-CPX-IDX)
                   TO WS-GRAND-OPEN-USD
               ADD WS-CPX-TBL-UNSET-USD (WS-CPX-IDX)
                   TO WS-GRAND-UNSET-USD
               MOVE WS-CPX-TBL-CODE (WS-CPX-IDX) TO DTL-CODE
               MOVE WS-CPX-TBL-NAME (WS-CPX-IDX) TO DTL-NAME
               MOVE WS-CPX-TBL-OPEN-USD (WS-CPX-IDX) TO DTL-OPEN-USD
               MOVE WS-CPX-TBL-UNSET-USD (WS-CPX-IDX)
                   TO DTL-UNSET-USD
               MOVE WS-CPX-TBL-UNSET-CNT (WS-CPX-IDX)
                   TO DTL-UNSET-CNT
               MOVE WS-CPX-TBL-TOTAL-USD (WS-CPX-IDX)
                   TO DTL-TOTAL-USD
               MOVE WS-CPX-TBL-LIMIT (WS-CPX-IDX) TO DTL-LIMIT
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE WS-GRAND-OPEN-USD TO TOT-OPEN-USD
           MOVE WS-GRAND-UNSET-USD TO TOT-UNSET-USD
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           .

      *----------------------------------------------------------------
      *  3500-WRITE-BREACH-LIST repeats every counterparty over its
      *  limit, with the excess, as the list credit risk works from.
      *----------------------------------------------------------------
       3500-WRITE-BREACH-LIST.
           WRITE RPT-LINE FROM WS-BREACH-HEADER
           IF WS-BREACH-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-BREACH-LINE
           END-IF
           PERFORM VARYING WS-CPX-IDX FROM 1 BY 1
                   UNTIL WS-CPX-IDX > WS-CPX-COUNT
               IF WS-CPX-TBL-BREACH (WS-CPX-IDX) = 'Y'
                   MOVE WS-CPX-TBL-TOTAL-USD (WS-CPX-IDX)
                       TO WS-MEASURE-AMT
                   IF WS-MEASURE-AMT < ZERO
                       COMPUTE WS-MEASURE-AMT = ZERO - WS-MEASURE-AMT
                   END-IF
                   MOVE WS-CPX-TBL-CODE (WS-CPX-IDX) TO BRC-CODE
                   MOVE WS-CPX-TBL-NAME (WS-CPX-IDX) TO BRC-NAME
                   MOVE WS-CPX-TBL-TOTAL-USD (WS-CPX-IDX)
                       TO BRC-TOTAL-USD
                   MOVE WS-CPX-TBL-LIMIT (WS-CPX-IDX) TO BRC-LIMIT
                   COMPUTE BRC-EXCESS = WS-MEASURE-AMT
                       - WS-CPX-TBL-LIMIT (WS-CPX-IDX)
                   WRITE RPT-LINE FROM WS-BREACH-LINE
               END-IF
           END-PERFORM
           MOVE WS-POSITION-COUNT TO SUM-POSITIONS
           MOVE WS-UNSETTLED-COUNT TO SUM-UNSETTLED
           MOVE WS-BREACH-COUNT TO SUM-BREACHES
           MOVE WS-NO-RATE-COUNT TO SUM-NO-RATE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

       5000-WRITE-ALERT-TRIGGER.
           IF WS-BREACH-COUNT > ZERO
               MOVE WS-RUN-DATE TO ALERT-RUN-DATE
               MOVE WS-BREACH-COUNT TO ALERT-BREACH-COUNT
               OPEN OUTPUT ALERT-TRIGGER-FILE
               WRITE ALERT-TRIGGER-REC
               CLOSE ALERT-TRIGGER-FILE
           END-IF
           .

       9999-TERMINATE.
           CLOSE EXPOSURE-REPORT
           DISPLAY 'RPTCPX00 OPEN POSITIONS READ: ' WS-POSITION-COUNT
           DISPLAY 'RPTCPX00 UNSETTLED T2 TRADES: ' WS-UNSETTLED-COUNT
           DISPLAY 'RPTCPX00 COUNTERPARTIES OVER LIMIT: '
               WS-BREACH-COUNT
           IF WS-CPX-DROPPED-COUNT > ZERO
               DISPLAY 'RPTCPX00 AMOUNTS DROPPED (TABLE FULL): '
                   WS-CPX-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when a counterparty is over its limit,
      *  an amount had no rate, or the bucket table overflowed;
      *  normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTCPX00' TO RC-ERROR-PROGRAM-ID
           IF WS-BREACH-COUNT > ZERO
               MOVE 'W001' TO RC-ERROR-CODE
               MOVE 'COUNTERPARTY OVER EXPOSURE LIMIT'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-NO-RATE-COUNT > ZERO
                       OR WS-CPX-DROPPED-COUNT > ZERO
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'AMOUNT WITHOUT RATE OR BUCKETS DROPPED'
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
           MOVE 'RPTCPX00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
