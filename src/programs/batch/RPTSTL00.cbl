       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTSTL00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTSTL00 -- PROJECTED SETTLEMENT CASH LADDER
      *  RPTFLS00 looks back at settlement dates already passed; the
      *  morning funding call needs the other direction -- what cash
      *  is due to move over the next two weeks -- and used to build
      *  it in a spreadsheet.
      *
      *  This step takes every uncancelled T2 trade in the loaded
      *  history whose settlement date is still ahead of the business
      *  date and buckets it on the next ten business days (weekends
      *  and HOLCAL.DAT holidays skipped; a settlement date falling
      *  on a non-business day lands on the next business day):
      *    - an opening trade ('O') PAYS its cost amount plus
      *      commission and fees;
      *    - a closing trade ('C') RECEIVES its trade amount less
      *      commission and fees.
      *  A trade whose feed left the entity blank takes the entity of
      *  its open lot on POSINV.DAT, matched by portfolio, trade date,
      *  currency, and instrument.
      *
      *  RPTSTL.PRT prints each value date's pay, receive, and net
      *  per currency and entity with the net's USD equivalent off
      *  FXRATE.DAT and a USD total for the day, then the ten-day
      *  total per currency and entity.  Trades settling past the
      *  tenth business day are counted, not laddered.  Each entity
      *  prints with its name off the ENTMST.DAT entity master.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO 'HOLCAL.DAT'
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-EMS-FILE-STATUS.
           SELECT LADDER-REPORT ASSIGN TO 'RPTSTL.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The nightly flat unload HISTLD00 writes, in TRNREC.cpy's
      *--  layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

      *--  Same holiday file BCHCTL00 resolves the business date
      *--  against: one non-business date per record.
       FD  HOLIDAY-CAL-FILE.
       01  HOL-REC.
           05  HOL-DATE              PIC X(08).

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

      *--  Shared with ENTMNT00 and UTLVAL00 via ENTMST.cpy.
       FD  ENTITY-MASTER-FILE.
           COPY ENTMST.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  LADDER-REPORT.
       01  RPT-LINE                  PIC X(132).

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
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
           88  WS-HIST-FILE-MISSING  VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-HOL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HOL-FILE-OK        VALUE '00'.
           88  WS-HOL-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.
       01  WS-EMS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EMS-FILE-OK        VALUE '00'.
           88  WS-EMS-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

       01  WS-HOL-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HOL-COUNT
                   INDEXED BY WS-HOL-IDX.
               10  WS-HOL-TBL-DATE   PIC X(08).

      *--  Business-day stepping, as BCHCTL00 resolves the run date.
       01  WS-CAND-DATE-NUM          PIC 9(08) VALUE ZERO.
       01  WS-CAND-JULIAN            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CAND-DOW               PIC 9(01) COMP-3 VALUE ZERO.
       01  WS-CAND-BUSINESS-IND      PIC X(01) VALUE 'Y'.
           88  WS-CAND-BUSINESS      VALUE 'Y'.
       01  WS-STEP-COUNT             PIC 9(03) COMP-3 VALUE ZERO.

      *--  The ladder's ten value dates, in order.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-DATE       PIC X(08).
               10  WS-BKT-USD-NET    PIC S9(13)V99 COMP-3.
       01  WS-BUCKET-SUB             PIC 9(02) COMP-3 VALUE ZERO.

       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  Legal-entity names, loaded from ENTMST.DAT, printed next
      *--  to the bare entity code.
       01  WS-EMS-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-EMS-TABLE.
           05  WS-EMS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EMS-COUNT
                   INDEXED BY WS-EMS-IDX.
               10  WS-EMS-TBL-CODE       PIC X(04).
               10  WS-EMS-TBL-NAME       PIC X(30).
       01  WS-ENTITY-NAME            PIC X(30) VALUE SPACES.

      *--  Unsettled trades off the history, with their bucket and
      *--  cash, held until the inventory sweep has filled in any
      *--  blank entity.
       01  WS-UNS-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-UNS-TABLE.
           05  WS-UNS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-UNS-COUNT
                   INDEXED BY WS-UNS-IDX.
               10  WS-UNS-PORTFOLIO      PIC X(08).
               10  WS-UNS-TRADE-DATE     PIC X(08).
               10  WS-UNS-CURRENCY       PIC X(03).
               10  WS-UNS-INSTRUMENT     PIC X(12).
               10  WS-UNS-ENTITY         PIC X(04).
               10  WS-UNS-BUCKET         PIC 9(02) COMP-3.
               10  WS-UNS-PAY            PIC S9(13)V99 COMP-3.
               10  WS-UNS-RECEIVE        PIC S9(13)V99 COMP-3.
       01  WS-UNS-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  Ten-day totals per currency and entity, in the order first
      *--  met.
       01  WS-CEN-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CEN-TABLE.
           05  WS-CEN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CEN-COUNT
                   INDEXED BY WS-CEN-IDX.
               10  WS-CEN-CURRENCY       PIC X(03).
               10  WS-CEN-ENTITY         PIC X(04).
               10  WS-CEN-PAY            PIC S9(13)V99 COMP-3.
               10  WS-CEN-RECEIVE        PIC S9(13)V99 COMP-3.
               10  WS-CEN-DAY-PAY        PIC S9(13)V99 COMP-3.
               10  WS-CEN-DAY-RECEIVE    PIC S9(13)V99 COMP-3.
       01  WS-CEN-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-RATE-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND         VALUE 'Y'.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-ENTITY          PIC X(04) VALUE SPACES.
       01  WS-SETTLE-DATE            PIC X(08) VALUE SPACES.
       01  WS-POSITION-RATE          PIC 9(01)V9(06) VALUE ZERO.
       01  WS-NET-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-USD-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LADDERED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-BEYOND-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ENTITY-FILLED-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-RATE-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(36)
                   VALUE 'PROJECTED SETTLEMENT CASH LADDER'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(18)
                   VALUE '   THROUGH DATE: '.
           05  HDR-THROUGH-DATE      PIC X(08).

       01  WS-DATE-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(12) VALUE 'VALUE DATE: '.
           05  DTE-VALUE-DATE        PIC X(08).
           05  FILLER                PIC X(06) VALUE '  DAY '.
           05  DTE-DAY-NUMBER        PIC Z9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(08) VALUE 'ENTITY'.
           05  FILLER                PIC X(22) VALUE 'ENTITY NAME'.
           05  FILLER                PIC X(19) VALUE 'PAY'.
           05  FILLER                PIC X(19) VALUE 'RECEIVE'.
           05  FILLER                PIC X(19) VALUE 'NET'.
           05  FILLER                PIC X(19) VALUE 'NET USD EQUIV'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY            PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY-NAME       PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PAY               PIC Z(11)9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-RECEIVE           PIC Z(11)9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-NET               PIC Z(11)9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DTL-USD               PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-RATE-FLAG         PIC X(08).

       01  WS-DAY-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(92)
                   VALUE '  VALUE DATE NET, USD EQUIVALENT'.
           05  DAY-USD               PIC Z(11)9.99-.

       01  WS-NO-FLOW-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE '  NOTHING DUE TO SETTLE'.

       01  WS-TOTAL-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(48)
                   VALUE 'TEN-DAY TOTAL BY CURRENCY AND ENTITY'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(17)
                   VALUE 'TRADES LADDERED: '.
           05  SUM-LADDERED          PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  BEYOND DAY TEN: '.
           05  SUM-BEYOND            PIC ZZ,ZZ9.
           05  FILLER                PIC X(26)
                   VALUE '  ENTITY FROM INVENTORY: '.
           05  SUM-FILLED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE '  NO FX RATE: '.
           05  SUM-NO-RATE           PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LADDER.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-UNSETTLED-TRADES
           PERFORM 2500-FILL-ENTITY-FROM-INVENTORY
           PERFORM 3000-WRITE-ONE-VALUE-DATE
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 10
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1050-LOAD-FX-RATES
           PERFORM 1060-LOAD-ENTITY-MASTER
           PERFORM 1070-LOAD-HOLIDAY-CALENDAR
           PERFORM 1080-BUILD-VALUE-DATES
           OPEN OUTPUT LADDER-REPORT
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-BKT-DATE (10) TO HDR-THROUGH-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
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

       1060-LOAD-ENTITY-MASTER.
           MOVE ZERO TO WS-EMS-COUNT
           OPEN INPUT ENTITY-MASTER-FILE
           IF WS-EMS-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-EMS-COUNT NOT < 100
                   READ ENTITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-EMS-COUNT
                           MOVE ENT-ENTITY-CODE TO
                               WS-EMS-TBL-CODE (WS-EMS-COUNT)
                           MOVE ENT-NAME TO
                               WS-EMS-TBL-NAME (WS-EMS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1070-LOAD-HOLIDAY-CALENDAR reads the operations-maintained
      *  holiday file.  A missing file just means weekends are the
      *  only non-business days.
      *----------------------------------------------------------------
       1070-LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HOL-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-HOL-COUNT NOT < 200
                   READ HOLIDAY-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO
                               WS-HOL-TBL-DATE (WS-HOL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1080-BUILD-VALUE-DATES steps forward from the business date
      *  to each of the next ten business days.
      *----------------------------------------------------------------
       1080-BUILD-VALUE-DATES.
           MOVE WS-RUN-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 10
               MOVE 'N' TO WS-CAND-BUSINESS-IND
               PERFORM UNTIL WS-CAND-BUSINESS
                       OR WS-STEP-COUNT > 100
                   ADD 1 TO WS-CAND-JULIAN
                   ADD 1 TO WS-STEP-COUNT
                   COMPUTE WS-CAND-DATE-NUM = FUNCTION DATE-OF-INTEGER
                       (WS-CAND-JULIAN)
                   PERFORM 1085-CHECK-CANDIDATE-DATE
               END-PERFORM
               MOVE WS-CAND-DATE-NUM TO WS-BKT-DATE (WS-BKT-IDX)
               MOVE ZERO TO WS-BKT-USD-NET (WS-BKT-IDX)
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  1085-CHECK-CANDIDATE-DATE: a business day is neither a
      *  weekend (INTEGER-OF-DATE day 1 was a Monday, so remainder 6
      *  is Saturday and 0 is Sunday) nor on the holiday file.
      *----------------------------------------------------------------
       1085-CHECK-CANDIDATE-DATE.
           MOVE 'Y' TO WS-CAND-BUSINESS-IND
           COMPUTE WS-CAND-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-CAND-DATE-NUM)
           COMPUTE WS-CAND-DOW = FUNCTION REM (WS-CAND-JULIAN 7)
           IF WS-CAND-DOW = 6 OR WS-CAND-DOW = ZERO
               MOVE 'N' TO WS-CAND-BUSINESS-IND
           END-IF
           IF WS-CAND-BUSINESS AND WS-HOL-COUNT > ZERO
               SET WS-HOL-IDX TO 1
               SEARCH WS-HOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-TBL-DATE (WS-HOL-IDX)
                           = WS-CAND-DATE-NUM
                       MOVE 'N' TO WS-CAND-BUSINESS-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-COLLECT-UNSETTLED-TRADES keeps every uncancelled T2
      *  trade still to settle after the business date.  Those past
      *  the tenth business day are only counted.
      *----------------------------------------------------------------
       2000-COLLECT-UNSETTLED-TRADES.
           MOVE 'N' TO WS-EOF-FLAG
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
                               AND HIST-SETTLEMENT-DATE
                                   > WS-RUN-DATE
                               AND HIST-CANCEL-IND NOT = 'Y'
                           PERFORM 2100-KEEP-UNSETTLED-TRADE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-FILE-OK
               CLOSE HISTORY-FILE
           END-IF
           .

       2100-KEEP-UNSETTLED-TRADE.
           MOVE HIST-SETTLEMENT-DATE TO WS-SETTLE-DATE
           SET WS-BKT-IDX TO 1
           SEARCH WS-BUCKET-ENTRY
               AT END
                   ADD 1 TO WS-BEYOND-COUNT
               WHEN WS-BKT-DATE (WS-BKT-IDX) NOT < WS-SETTLE-DATE
                   PERFORM 2200-ADD-UNSETTLED-ENTRY
           END-SEARCH
           .

       2200-ADD-UNSETTLED-ENTRY.
           IF WS-UNS-COUNT NOT < 2000
               ADD 1 TO WS-UNS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-UNS-COUNT
               ADD 1 TO WS-LADDERED-COUNT
               SET WS-UNS-IDX TO WS-UNS-COUNT
               MOVE HIST-PORTFOLIO-ID TO WS-UNS-PORTFOLIO (WS-UNS-IDX)
               MOVE HIST-TRADE-DATE TO WS-UNS-TRADE-DATE (WS-UNS-IDX)
               MOVE HIST-CURRENCY-CODE TO WS-UNS-CURRENCY (WS-UNS-IDX)
               MOVE HIST-INSTRUMENT-ID
                   TO WS-UNS-INSTRUMENT (WS-UNS-IDX)
               MOVE HIST-ENTITY-CODE TO WS-UNS-ENTITY (WS-UNS-IDX)
               SET WS-UNS-BUCKET (WS-UNS-IDX) TO WS-BKT-IDX
               MOVE ZERO TO WS-UNS-PAY (WS-UNS-IDX)
               MOVE ZERO TO WS-UNS-RECEIVE (WS-UNS-IDX)
               IF HIST-POSITION-STATUS = 'C'
                   COMPUTE WS-UNS-RECEIVE (WS-UNS-IDX) =
                       HIST-TRADE-AMT - HIST-COMMISSION-AMT
                       - HIST-FEE-AMT
               ELSE
                   COMPUTE WS-UNS-PAY (WS-UNS-IDX) =
                       HIST-COST-AMT + HIST-COMMISSION-AMT
                       + HIST-FEE-AMT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-FILL-ENTITY-FROM-INVENTORY sweeps the open inventory
      *  once, giving each unsettled trade the feed left without an
      *  entity the entity its open lot was booked under.
      *----------------------------------------------------------------
       2500-FILL-ENTITY-FROM-INVENTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POSITION-INV-FILE
           IF NOT WS-INV-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ POSITION-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF INV-ENTITY-CODE NOT = SPACES
                           PERFORM 2600-MATCH-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INV-FILE-OK
               CLOSE POSITION-INV-FILE
           END-IF
           .

       2600-MATCH-ONE-LOT.
           PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
                   UNTIL WS-UNS-IDX > WS-UNS-COUNT
               IF WS-UNS-ENTITY (WS-UNS-IDX) = SPACES
                       AND WS-UNS-PORTFOLIO (WS-UNS-IDX)
                           = INV-PORTFOLIO-ID
                       AND WS-UNS-TRADE-DATE (WS-UNS-IDX)
                           = INV-TRADE-DATE
                       AND WS-UNS-CURRENCY (WS-UNS-IDX)
                           = INV-CURRENCY-CODE
                       AND WS-UNS-INSTRUMENT (WS-UNS-IDX)
                           = INV-INSTRUMENT-ID
                   MOVE INV-ENTITY-CODE TO WS-UNS-ENTITY (WS-UNS-IDX)
                   ADD 1 TO WS-ENTITY-FILLED-COUNT
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3000-WRITE-ONE-VALUE-DATE prints one rung of the ladder: the
      *  day's pay, receive, and net per currency and entity, and the
      *  day's net in USD.  The day's amounts also roll into the
      *  ten-day totals.
      *----------------------------------------------------------------
       3000-WRITE-ONE-VALUE-DATE.
           SET WS-BKT-IDX TO WS-BUCKET-SUB
           MOVE WS-BKT-DATE (WS-BKT-IDX) TO DTE-VALUE-DATE
           MOVE WS-BUCKET-SUB TO DTE-DAY-NUMBER
           WRITE RPT-LINE FROM WS-DATE-LINE
           PERFORM VARYING WS-CEN-IDX FROM 1 BY 1
                   UNTIL WS-CEN-IDX > WS-CEN-COUNT
               MOVE ZERO TO WS-CEN-DAY-PAY (WS-CEN-IDX)
               MOVE ZERO TO WS-CEN-DAY-RECEIVE (WS-CEN-IDX)
           END-PERFORM
           PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
                   UNTIL WS-UNS-IDX > WS-UNS-COUNT
               IF WS-UNS-BUCKET (WS-UNS-IDX) = WS-BUCKET-SUB
                   MOVE WS-UNS-CURRENCY (WS-UNS-IDX)
                       TO WS-LOOKUP-CURRENCY
                   MOVE WS-UNS-ENTITY (WS-UNS-IDX) TO WS-LOOKUP-ENTITY
                   PERFORM 2900-FIND-CURRENCY-ENTITY
                   IF WS-FOUND
                       ADD WS-UNS-PAY (WS-UNS-IDX)
                           TO WS-CEN-DAY-PAY (WS-CEN-IDX)
                       ADD WS-UNS-RECEIVE (WS-UNS-IDX)
                           TO WS-CEN-DAY-RECEIVE (WS-CEN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           MOVE 'N' TO WS-FOUND-IND
           PERFORM VARYING WS-CEN-IDX FROM 1 BY 1
                   UNTIL WS-CEN-IDX > WS-CEN-COUNT
               IF WS-CEN-DAY-PAY (WS-CEN-IDX) NOT = ZERO
                       OR WS-CEN-DAY-RECEIVE (WS-CEN-IDX) NOT = ZERO
                   MOVE 'Y' TO WS-FOUND-IND
                   PERFORM 3100-WRITE-DAY-LINE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               WRITE RPT-LINE FROM WS-NO-FLOW-LINE
           END-IF
           MOVE WS-BKT-USD-NET (WS-BKT-IDX) TO DAY-USD
           WRITE RPT-LINE FROM WS-DAY-TOTAL-LINE
           .

       3100-WRITE-DAY-LINE.
           ADD WS-CEN-DAY-PAY (WS-CEN-IDX) TO WS-CEN-PAY (WS-CEN-IDX)
           ADD WS-CEN-DAY-RECEIVE (WS-CEN-IDX)
               TO WS-CEN-RECEIVE (WS-CEN-IDX)
           COMPUTE WS-NET-AMT = WS-CEN-DAY-RECEIVE (WS-CEN-IDX)
               - WS-CEN-DAY-PAY (WS-CEN-IDX)
           MOVE WS-CEN-CURRENCY (WS-CEN-IDX) TO DTL-CURRENCY
           MOVE WS-CEN-ENTITY (WS-CEN-IDX) TO DTL-ENTITY
           MOVE WS-CEN-ENTITY (WS-CEN-IDX) TO WS-LOOKUP-ENTITY
           PERFORM 3300-FIND-ENTITY-NAME
           MOVE WS-ENTITY-NAME TO DTL-ENTITY-NAME
           MOVE WS-CEN-DAY-PAY (WS-CEN-IDX) TO DTL-PAY
           MOVE WS-CEN-DAY-RECEIVE (WS-CEN-IDX) TO DTL-RECEIVE
           PERFORM 3200-CONVERT-NET-TO-USD
           ADD WS-USD-AMT TO WS-BKT-USD-NET (WS-BKT-IDX)
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  3200-CONVERT-NET-TO-USD fills the net and USD columns from
      *  WS-NET-AMT.  A currency with no rate on FXRATE.DAT is
      *  flagged and counted, not guessed; it adds nothing to the
      *  USD total.
      *----------------------------------------------------------------
       3200-CONVERT-NET-TO-USD.
           MOVE ZERO TO WS-USD-AMT
           MOVE 'N' TO WS-RATE-FOUND-IND
           IF WS-FXR-COUNT > ZERO
               SET WS-FXR-IDX TO 1
               SEARCH WS-FXR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXR-TBL-CURRENCY (WS-FXR-IDX)
                           = WS-CEN-CURRENCY (WS-CEN-IDX)
                       MOVE WS-FXR-TBL-RATE (WS-FXR-IDX)
                           TO WS-POSITION-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-IND
               END-SEARCH
           END-IF
           MOVE WS-NET-AMT TO DTL-NET
           IF WS-RATE-FOUND
               COMPUTE WS-USD-AMT ROUNDED =
                   WS-NET-AMT * WS-POSITION-RATE
               MOVE SPACES TO DTL-RATE-FLAG
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE ' NO RATE' TO DTL-RATE-FLAG
           END-IF
           MOVE WS-USD-AMT TO DTL-USD
           .

      *----------------------------------------------------------------
      *  3300-FIND-ENTITY-NAME sets WS-ENTITY-NAME for
      *  WS-LOOKUP-ENTITY off the entity master; the blank entity is
      *  unassigned, and a code the master does not carry says so.
      *----------------------------------------------------------------
       3300-FIND-ENTITY-NAME.
           IF WS-LOOKUP-ENTITY = SPACES
               MOVE 'UNASSIGNED' TO WS-ENTITY-NAME
           ELSE
               MOVE 'NOT ON ENTITY MASTER' TO WS-ENTITY-NAME
           END-IF
           IF WS-EMS-COUNT > ZERO
               SET WS-EMS-IDX TO 1
               SEARCH WS-EMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMS-TBL-CODE (WS-EMS-IDX) = WS-LOOKUP-ENTITY
                       MOVE WS-EMS-TBL-NAME (WS-EMS-IDX)
                           TO WS-ENTITY-NAME
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-FIND-CURRENCY-ENTITY positions WS-CEN-IDX on the total
      *  for WS-LOOKUP-CURRENCY/WS-LOOKUP-ENTITY, opening one for a
      *  pair not yet met.  A full table counts the trade as dropped.
      *----------------------------------------------------------------
       2900-FIND-CURRENCY-ENTITY.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-CEN-COUNT > ZERO
               SET WS-CEN-IDX TO 1
               SEARCH WS-CEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CEN-CURRENCY (WS-CEN-IDX)
                           = WS-LOOKUP-CURRENCY
                           AND WS-CEN-ENTITY (WS-CEN-IDX)
                               = WS-LOOKUP-ENTITY
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-CEN-COUNT NOT < 500
                   ADD 1 TO WS-CEN-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-CEN-COUNT
                   SET WS-CEN-IDX TO WS-CEN-COUNT
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CEN-CURRENCY (WS-CEN-IDX)
                   MOVE WS-LOOKUP-ENTITY TO WS-CEN-ENTITY (WS-CEN-IDX)
                   MOVE ZERO TO WS-CEN-PAY (WS-CEN-IDX)
                   MOVE ZERO TO WS-CEN-RECEIVE (WS-CEN-IDX)
                   MOVE ZERO TO WS-CEN-DAY-PAY (WS-CEN-IDX)
                   MOVE ZERO TO WS-CEN-DAY-RECEIVE (WS-CEN-IDX)
                   MOVE 'Y' TO WS-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-WRITE-TOTALS prints the ten-day total per currency and
      *  entity, then the run summary.  The no-rate count covers the
      *  day lines only, so the totals' lookups are not re-counted.
      *----------------------------------------------------------------
       4000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-TOTAL-HEADER
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           MOVE WS-NO-RATE-COUNT TO SUM-NO-RATE
           PERFORM VARYING WS-CEN-IDX FROM 1 BY 1
                   UNTIL WS-CEN-IDX > WS-CEN-COUNT
               COMPUTE WS-NET-AMT = WS-CEN-RECEIVE (WS-CEN-IDX)
                   - WS-CEN-PAY (WS-CEN-IDX)
               MOVE WS-CEN-CURRENCY (WS-CEN-IDX) TO DTL-CURRENCY
               MOVE WS-CEN-ENTITY (WS-CEN-IDX) TO DTL-ENTITY
               MOVE WS-CEN-ENTITY (WS-CEN-IDX) TO WS-LOOKUP-ENTITY
               PERFORM 3300-FIND-ENTITY-NAME
               MOVE WS-ENTITY-NAME TO DTL-ENTITY-NAME
               MOVE WS-CEN-PAY (WS-CEN-IDX) TO DTL-PAY
               MOVE WS-CEN-RECEIVE (WS-CEN-IDX) TO DTL-RECEIVE
               PERFORM 3200-CONVERT-NET-TO-USD
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE WS-LADDERED-COUNT TO SUM-LADDERED
           MOVE WS-BEYOND-COUNT TO SUM-BEYOND
           MOVE WS-ENTITY-FILLED-COUNT TO SUM-FILLED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

       9999-TERMINATE.
           CLOSE LADDER-REPORT
           DISPLAY 'RPTSTL00 TRADES LADDERED: ' WS-LADDERED-COUNT
           DISPLAY 'RPTSTL00 SETTLING PAST DAY TEN: ' WS-BEYOND-COUNT
           IF WS-UNS-DROPPED-COUNT > ZERO
                   OR WS-CEN-DROPPED-COUNT > ZERO
               DISPLAY 'RPTSTL00 TRADES DROPPED (TABLE FULL): '
                   WS-UNS-DROPPED-COUNT ' ' WS-CEN-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when the ladder is incomplete -- no
      *  history to read, a trade dropped, or a net with no USD rate
      *  -- normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTSTL00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-HIST-FILE-OK
               MOVE 'W002' TO RC-ERROR-CODE
               MOVE 'TRNHIST.DAT NOT AVAILABLE - LADDER EMPTY'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-UNS-DROPPED-COUNT > ZERO
                       OR WS-CEN-DROPPED-COUNT > ZERO
                       OR WS-NO-RATE-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'LADDER INCOMPLETE - SEE RPTSTL.PRT'
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
           MOVE 'RPTSTL00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
