       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BNKREC00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  BNKREC00 -- BANK CASH-STATEMENT RECONCILIATION
      *  Settlement cash moves through the nostro accounts, but
      *  nothing checked that the bank moved what the book expected;
      *  operations did it with two printouts and a highlighter.
      *
      *  This step loads the banks' daily statement (BNKSTM.DAT,
      *  BNKSTM.cpy) and the settlements the loaded history expected
      *  over the same days -- a trade or cash event's net cash on
      *  its settlement date (the trade date for a trade with none),
      *  as CSHLED00 posts it, leaving out trades cancelled by then.
      *  Each statement line is matched to an expected settlement:
      *    - first by reference, when the line quotes one of our
      *      external trade IDs (an amount that then differs is
      *      matched but flagged);
      *    - otherwise by currency, amount, and value date.
      *  Whatever does not match stays open in BNKOPN.DAT (BNKOPN.cpy)
      *  and is tried again against the next statement.
      *
      *  BNKREC.PRT lists tonight's matches, then every open item on
      *  either side aged by days since its value date.  Items open
      *  more than five days, and matched amounts that differ, set
      *  the warning.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO 'BNKSTM.DAT'
               FILE STATUS IS WS-BST-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.DAT'
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'BNKOPN.DAT'
               FILE STATUS IS WS-BOI-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'BNKREC.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
           COPY BNKSTM.

      *--  The nightly flat unload HISTLD00 writes, in TRNREC.cpy's
      *--  layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

       FD  OPEN-ITEM-FILE.
           COPY BNKOPN.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  RECON-REPORT.
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
       01  WS-BST-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-BST-FILE-OK        VALUE '00'.
           88  WS-BST-FILE-MISSING   VALUE '35'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
           88  WS-HIST-FILE-MISSING  VALUE '35'.
       01  WS-BOI-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-BOI-FILE-OK        VALUE '00'.
           88  WS-BOI-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Statement checks: a header date and a detail count that
      *--  agrees with the trailer.  Any failure leaves the statement
      *--  and the open items as they were.
       01  WS-STMT-USABLE-IND        PIC X(01) VALUE 'N'.
           88  WS-STMT-USABLE        VALUE 'Y'.
       01  WS-STMT-DATE              PIC X(08) VALUE SPACES.
       01  WS-STMT-TRAILER-IND       PIC X(01) VALUE 'N'.
           88  WS-STMT-TRAILER-SEEN  VALUE 'Y'.
       01  WS-STMT-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-STMT-DETAIL-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-STMT-PROBLEM           PIC X(50) VALUE SPACES.

      *--  Expected settlements are taken for every date after
      *--  WS-WINDOW-START up to the statement date.  With no control
      *--  record yet, the statement date alone.
       01  WS-WINDOW-START           PIC X(08) VALUE SPACES.
       01  WS-PRIOR-STMT-DATE        PIC X(08) VALUE SPACES.
       01  WS-RERUN-IND              PIC X(01) VALUE 'N'.
           88  WS-RERUN              VALUE 'Y'.
       01  WS-TAKE-IND               PIC X(01) VALUE 'N'.
           88  WS-TAKE               VALUE 'Y'.
       01  WS-SETTLE-DATE            PIC X(08) VALUE SPACES.
       01  WS-EXPECTED-AMT           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-STMT-DATE-NUM          PIC 9(08).
       01  WS-ITEM-DATE-NUM          PIC 9(08).
       01  WS-STMT-JULIAN            PIC S9(09) COMP-3.
       01  WS-ITEM-JULIAN            PIC S9(09) COMP-3.
       01  WS-DAYS-OPEN              PIC S9(05) COMP-3 VALUE ZERO.

      *--  Every item in play tonight: carried open items, tonight's
      *--  statement lines, and the newly expected settlements.
      *--  WS-ITM-STATE: 'O' open, 'M' matched tonight, 'C' closed on
      *--  an earlier statement and carried one night for a rerun.
       01  WS-ITM-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ITM-COUNT
                   INDEXED BY WS-ITM-IDX WS-MAT-IDX.
               10  WS-ITM-SIDE           PIC X(01).
                   88  WS-ITM-EXPECTED       VALUE 'E'.
                   88  WS-ITM-BANK-LINE      VALUE 'S'.
               10  WS-ITM-ACCOUNT        PIC X(12).
               10  WS-ITM-CURRENCY       PIC X(03).
               10  WS-ITM-VALUE-DATE     PIC X(08).
               10  WS-ITM-AMOUNT         PIC S9(13)V99 COMP-3.
               10  WS-ITM-REFERENCE      PIC X(16).
               10  WS-ITM-PORTFOLIO      PIC X(08).
               10  WS-ITM-TRADE-DATE     PIC X(08).
               10  WS-ITM-OPENED-DATE    PIC X(08).
               10  WS-ITM-CLOSED-DATE    PIC X(08).
               10  WS-ITM-STATE          PIC X(01).
                   88  WS-ITM-OPEN           VALUE 'O'.
                   88  WS-ITM-MATCHED        VALUE 'M'.
       01  WS-ITM-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-MATCH-BASIS            PIC X(12) VALUE SPACES.

       01  WS-MATCHED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-AMT-DIFF-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-OPEN-BANK-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-OPEN-EXPECTED-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-AGE-CURRENT-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-AGE-MIDDLE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-AGE-OLD-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(36)
                   VALUE 'BANK CASH-STATEMENT RECONCILIATION'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(17)
                   VALUE '   STATEMENT AS: '.
           05  HDR-STMT-DATE         PIC X(08).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(50).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(10) VALUE 'VALUE DT'.
           05  FILLER                PIC X(17) VALUE 'BANK AMOUNT'.
           05  FILLER                PIC X(17) VALUE 'EXPECTED AMT'.
           05  FILLER                PIC X(18) VALUE 'REFERENCE'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(10) VALUE 'TRADE DT'.
           05  FILLER                PIC X(13) VALUE 'BASIS/AGE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-ACCOUNT           PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-VALUE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BANK-AMT          PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-EXPECTED-AMT      PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-REFERENCE         PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BASIS             PIC X(12).
           05  DTL-FLAG              PIC X(14).
       01  WS-AGE-DETAIL REDEFINES WS-DETAIL-LINE.
           05  FILLER                PIC X(102).
           05  DTL-DAYS-OPEN         PIC ZZZ9.
           05  FILLER                PIC X(01).
           05  DTL-AGE-BUCKET        PIC X(07).
           05  FILLER                PIC X(14).

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(20) VALUE '  NONE'.

       01  WS-PROBLEM-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(27)
                   VALUE 'STATEMENT NOT RECONCILED - '.
           05  PRB-TEXT              PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(09) VALUE 'MATCHED: '.
           05  SUM-MATCHED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(20)
                   VALUE '  AMOUNT DIFFERS: '.
           05  SUM-AMT-DIFF          PIC ZZ,ZZ9.
           05  FILLER                PIC X(20)
                   VALUE '  OPEN BANK LINES: '.
           05  SUM-OPEN-BANK         PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  OPEN EXPECTED: '.
           05  SUM-OPEN-EXPECTED     PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(22)
                   VALUE 'OPEN ITEMS AGED 0-1: '.
           05  SUM-AGE-CURRENT       PIC ZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE '   2-5: '.
           05  SUM-AGE-MIDDLE        PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '   OVER 5: '.
           05  SUM-AGE-OLD           PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-RECON.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-BANK-STATEMENT
           IF WS-STMT-USABLE
               PERFORM 1200-LOAD-OPEN-ITEMS
               PERFORM 1300-ADD-STATEMENT-LINES
               PERFORM 2000-COLLECT-EXPECTED-CASH
               MOVE 'MATCHED TONIGHT' TO SEC-TITLE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               WRITE RPT-LINE FROM WS-HEADER-LINE-2
               PERFORM 3000-MATCH-BY-REFERENCE
               PERFORM 3200-MATCH-BY-AMOUNT-DATE
               IF WS-MATCHED-COUNT = ZERO
                   WRITE RPT-LINE FROM WS-NONE-LINE
               END-IF
               PERFORM 4000-WRITE-OPEN-ITEMS
               PERFORM 4500-REWRITE-OPEN-ITEM-FILE
           ELSE
               MOVE WS-STMT-PROBLEM TO PRB-TEXT
               WRITE RPT-LINE FROM WS-PROBLEM-LINE
           END-IF
           PERFORM 4800-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           OPEN OUTPUT RECON-REPORT
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

      *----------------------------------------------------------------
      *  1100-LOAD-BANK-STATEMENT reads the statement's header and
      *  trailer and counts its lines; the lines themselves are
      *  loaded once the open items are in (1300).  The report
      *  header is written here, once the statement date is known.
      *----------------------------------------------------------------
       1100-LOAD-BANK-STATEMENT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BANK-STATEMENT-FILE
           IF NOT WS-BST-FILE-OK
               MOVE 'BNKSTM.DAT NOT RECEIVED FROM THE BANKS'
                   TO WS-STMT-PROBLEM
           ELSE
               PERFORM UNTIL WS-EOF
                   READ BANK-STATEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE BSTH-ID
                               WHEN 'HEADER  '
                                   MOVE BSTH-STATEMENT-DATE
                                       TO WS-STMT-DATE
                               WHEN 'TRAILER '
                                   MOVE 'Y' TO WS-STMT-TRAILER-IND
                                   MOVE BSTT-RECORD-COUNT
                                       TO WS-STMT-TRAILER-COUNT
                               WHEN OTHER
                                   ADD 1 TO WS-STMT-DETAIL-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BANK-STATEMENT-FILE
               IF WS-STMT-DATE = SPACES
                   MOVE 'STATEMENT HAS NO HEADER DATE'
                       TO WS-STMT-PROBLEM
               ELSE
                   IF NOT WS-STMT-TRAILER-SEEN
                           OR WS-STMT-TRAILER-COUNT
                               NOT = WS-STMT-DETAIL-COUNT
                       MOVE 'LINE COUNT DOES NOT AGREE WITH THE TRAILER'
                           TO WS-STMT-PROBLEM
                   ELSE
                       MOVE 'Y' TO WS-STMT-USABLE-IND
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-STMT-DATE TO HDR-STMT-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           IF WS-STMT-USABLE
               MOVE WS-STMT-DATE TO WS-STMT-DATE-NUM
               COMPUTE WS-STMT-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-STMT-DATE-NUM)
           END-IF
           .

      *----------------------------------------------------------------
      *  1200-LOAD-OPEN-ITEMS reads the control record, which decides
      *  the expected-settlement window, and the carried items.  A
      *  rerun of the same statement date reopens what that statement
      *  closed and drops what it opened; a new statement drops what
      *  closed the night before.
      *----------------------------------------------------------------
       1200-LOAD-OPEN-ITEMS.
           MOVE ZERO TO WS-ITM-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-BOI-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF BOI-CONTROL
                               PERFORM 1210-APPLY-CONTROL-RECORD
                           ELSE
                               PERFORM 1250-CARRY-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1210-APPLY-CONTROL-RECORD.
           IF BOIC-LAST-STMT-DATE = WS-STMT-DATE
               MOVE 'Y' TO WS-RERUN-IND
               MOVE BOIC-PRIOR-STMT-DATE TO WS-WINDOW-START
           ELSE
               MOVE BOIC-LAST-STMT-DATE TO WS-WINDOW-START
           END-IF
           MOVE WS-WINDOW-START TO WS-PRIOR-STMT-DATE
           .

       1250-CARRY-ONE-ITEM.
           IF WS-RERUN
               IF BOI-OPENED-DATE = WS-STMT-DATE
                   CONTINUE
               ELSE
                   IF BOI-CLOSED-DATE = WS-STMT-DATE
                       MOVE SPACES TO BOI-CLOSED-DATE
                   END-IF
                   PERFORM 1260-ADD-CARRIED-ITEM
               END-IF
           ELSE
               IF BOI-CLOSED-DATE = SPACES
                   PERFORM 1260-ADD-CARRIED-ITEM
               END-IF
           END-IF
           .

       1260-ADD-CARRIED-ITEM.
           IF BOI-CLOSED-DATE = SPACES
               IF WS-ITM-COUNT NOT < 5000
                   ADD 1 TO WS-ITM-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-ITM-COUNT
                   SET WS-ITM-IDX TO WS-ITM-COUNT
                   MOVE BOI-RECORD-TYPE TO WS-ITM-SIDE (WS-ITM-IDX)
                   MOVE BOI-ACCOUNT-ID TO WS-ITM-ACCOUNT (WS-ITM-IDX)
                   MOVE BOI-CURRENCY-CODE
                       TO WS-ITM-CURRENCY (WS-ITM-IDX)
                   MOVE BOI-VALUE-DATE TO WS-ITM-VALUE-DATE (WS-ITM-IDX)
                   MOVE BOI-AMOUNT TO WS-ITM-AMOUNT (WS-ITM-IDX)
                   MOVE BOI-REFERENCE TO WS-ITM-REFERENCE (WS-ITM-IDX)
                   MOVE BOI-PORTFOLIO-ID
                       TO WS-ITM-PORTFOLIO (WS-ITM-IDX)
                   MOVE BOI-TRADE-DATE TO WS-ITM-TRADE-DATE (WS-ITM-IDX)
                   MOVE BOI-OPENED-DATE
                       TO WS-ITM-OPENED-DATE (WS-ITM-IDX)
                   MOVE SPACES TO WS-ITM-CLOSED-DATE (WS-ITM-IDX)
                   MOVE 'O' TO WS-ITM-STATE (WS-ITM-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1300-ADD-STATEMENT-LINES adds tonight's statement lines as
      *  open bank-side items.
      *----------------------------------------------------------------
       1300-ADD-STATEMENT-LINES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BANK-STATEMENT-FILE
           PERFORM UNTIL WS-EOF
               READ BANK-STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BSTH-ID NOT = 'HEADER  '
                               AND BSTH-ID NOT = 'TRAILER '
                           PERFORM 1350-ADD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           .

       1350-ADD-ONE-LINE.
           IF WS-ITM-COUNT NOT < 5000
               ADD 1 TO WS-ITM-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ITM-COUNT
               SET WS-ITM-IDX TO WS-ITM-COUNT
               MOVE 'S' TO WS-ITM-SIDE (WS-ITM-IDX)
               MOVE BST-ACCOUNT-ID TO WS-ITM-ACCOUNT (WS-ITM-IDX)
               MOVE BST-CURRENCY-CODE TO WS-ITM-CURRENCY (WS-ITM-IDX)
               MOVE BST-VALUE-DATE TO WS-ITM-VALUE-DATE (WS-ITM-IDX)
               MOVE BST-AMOUNT TO WS-ITM-AMOUNT (WS-ITM-IDX)
               MOVE BST-REFERENCE TO WS-ITM-REFERENCE (WS-ITM-IDX)
               MOVE SPACES TO WS-ITM-PORTFOLIO (WS-ITM-IDX)
               MOVE SPACES TO WS-ITM-TRADE-DATE (WS-ITM-IDX)
               MOVE WS-STMT-DATE TO WS-ITM-OPENED-DATE (WS-ITM-IDX)
               MOVE SPACES TO WS-ITM-CLOSED-DATE (WS-ITM-IDX)
               MOVE 'O' TO WS-ITM-STATE (WS-ITM-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-COLLECT-EXPECTED-CASH adds, as open expected items, the
      *  net cash of every settlement in the window: what an opening
      *  trade pays (cost, commission, fees), what a closing trade
      *  receives (trade amount less commission and fees), and a
      *  cash event's trade amount less cost.  A cancel applied by
      *  the settlement date means nothing was due, and a cancel
      *  request or position transfer moves no cash.  The external
      *  trade ID is the reference a statement line may quote.
      *----------------------------------------------------------------
       2000-COLLECT-EXPECTED-CASH.
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
                       IF HIST-RECORD-TYPE NOT = 'TC'
                               AND HIST-RECORD-TYPE NOT = 'TX'
                           PERFORM 2100-CHECK-ONE-SETTLEMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-FILE-OK
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-CHECK-ONE-SETTLEMENT.
           MOVE 'Y' TO WS-TAKE-IND
           IF HIST-SETTLEMENT-DATE = SPACES
               MOVE HIST-TRADE-DATE TO WS-SETTLE-DATE
           ELSE
               MOVE HIST-SETTLEMENT-DATE TO WS-SETTLE-DATE
           END-IF
           IF WS-SETTLE-DATE > WS-STMT-DATE
               MOVE 'N' TO WS-TAKE-IND
           END-IF
           IF WS-WINDOW-START = SPACES
               IF WS-SETTLE-DATE NOT = WS-STMT-DATE
                   MOVE 'N' TO WS-TAKE-IND
               END-IF
           ELSE
               IF WS-SETTLE-DATE NOT > WS-WINDOW-START
                   MOVE 'N' TO WS-TAKE-IND
               END-IF
           END-IF
           IF HIST-CANCELLED
                   AND HIST-CANCEL-DATE NOT > WS-SETTLE-DATE
               MOVE 'N' TO WS-TAKE-IND
           END-IF
           IF WS-TAKE
               IF HIST-RECORD-TYPE = 'T3'
                   COMPUTE WS-EXPECTED-AMT =
                       HIST-TRADE-AMT - HIST-COST-AMT
               ELSE
                   IF HIST-POSITION-STATUS = 'C'
                       COMPUTE WS-EXPECTED-AMT = HIST-TRADE-AMT
                           - HIST-COMMISSION-AMT - HIST-FEE-AMT
                   ELSE
                       COMPUTE WS-EXPECTED-AMT = ZERO - HIST-COST-AMT
                           - HIST-COMMISSION-AMT - HIST-FEE-AMT
                   END-IF
               END-IF
               IF WS-EXPECTED-AMT NOT = ZERO
                   PERFORM 2150-ADD-EXPECTED-ITEM
               END-IF
           END-IF
           .

       2150-ADD-EXPECTED-ITEM.
           IF WS-ITM-COUNT NOT < 5000
               ADD 1 TO WS-ITM-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ITM-COUNT
               SET WS-ITM-IDX TO WS-ITM-COUNT
               MOVE 'E' TO WS-ITM-SIDE (WS-ITM-IDX)
               MOVE SPACES TO WS-ITM-ACCOUNT (WS-ITM-IDX)
               MOVE HIST-CURRENCY-CODE TO WS-ITM-CURRENCY (WS-ITM-IDX)
               MOVE WS-SETTLE-DATE TO WS-ITM-VALUE-DATE (WS-ITM-IDX)
               MOVE WS-EXPECTED-AMT TO WS-ITM-AMOUNT (WS-ITM-IDX)
               MOVE HIST-EXTERNAL-TRADE-ID
                   TO WS-ITM-REFERENCE (WS-ITM-IDX)
               MOVE HIST-PORTFOLIO-ID TO WS-ITM-PORTFOLIO (WS-ITM-IDX)
               MOVE HIST-TRADE-DATE TO WS-ITM-TRADE-DATE (WS-ITM-IDX)
               MOVE WS-STMT-DATE TO WS-ITM-OPENED-DATE (WS-ITM-IDX)
               MOVE SPACES TO WS-ITM-CLOSED-DATE (WS-ITM-IDX)
               MOVE 'O' TO WS-ITM-STATE (WS-ITM-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-MATCH-BY-REFERENCE pairs each open statement line that
      *  quotes a reference with the open expected settlement
      *  carrying that external trade ID in the same currency.
      *----------------------------------------------------------------
       3000-MATCH-BY-REFERENCE.
           MOVE 'REFERENCE' TO WS-MATCH-BASIS
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-BANK-LINE (WS-ITM-IDX)
                       AND WS-ITM-OPEN (WS-ITM-IDX)
                       AND WS-ITM-REFERENCE (WS-ITM-IDX) NOT = SPACES
                   MOVE 'N' TO WS-FOUND-IND
                   PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                           UNTIL WS-MAT-IDX > WS-ITM-COUNT
                           OR WS-FOUND
                       IF WS-ITM-EXPECTED (WS-MAT-IDX)
                               AND WS-ITM-OPEN (WS-MAT-IDX)
                               AND WS-ITM-REFERENCE (WS-MAT-IDX)
                                   = WS-ITM-REFERENCE (WS-ITM-IDX)
                               AND WS-ITM-CURRENCY (WS-MAT-IDX)
                                   = WS-ITM-CURRENCY (WS-ITM-IDX)
                           MOVE 'Y' TO WS-FOUND-IND
                           PERFORM 3500-WRITE-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3200-MATCH-BY-AMOUNT-DATE pairs each statement line still
      *  open with an open expected settlement of the same currency,
      *  amount, and value date.
      *----------------------------------------------------------------
       3200-MATCH-BY-AMOUNT-DATE.
           MOVE 'AMOUNT/DATE' TO WS-MATCH-BASIS
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-BANK-LINE (WS-ITM-IDX)
                       AND WS-ITM-OPEN (WS-ITM-IDX)
                   MOVE 'N' TO WS-FOUND-IND
                   PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                           UNTIL WS-MAT-IDX > WS-ITM-COUNT
                           OR WS-FOUND
                       IF WS-ITM-EXPECTED (WS-MAT-IDX)
                               AND WS-ITM-OPEN (WS-MAT-IDX)
                               AND WS-ITM-CURRENCY (WS-MAT-IDX)
                                   = WS-ITM-CURRENCY (WS-ITM-IDX)
                               AND WS-ITM-AMOUNT (WS-MAT-IDX)
                                   = WS-ITM-AMOUNT (WS-ITM-IDX)
                               AND WS-ITM-VALUE-DATE (WS-MAT-IDX)
                                   = WS-ITM-VALUE-DATE (WS-ITM-IDX)
                           MOVE 'Y' TO WS-FOUND-IND
                           PERFORM 3500-WRITE-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3500-WRITE-MATCH closes the statement line at WS-ITM-IDX and
      *  the expected settlement at WS-MAT-IDX against tonight's
      *  statement and prints the pair.
      *----------------------------------------------------------------
       3500-WRITE-MATCH.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE 'M' TO WS-ITM-STATE (WS-ITM-IDX)
           MOVE 'M' TO WS-ITM-STATE (WS-MAT-IDX)
           MOVE WS-STMT-DATE TO WS-ITM-CLOSED-DATE (WS-ITM-IDX)
           MOVE WS-STMT-DATE TO WS-ITM-CLOSED-DATE (WS-MAT-IDX)
           MOVE WS-ITM-ACCOUNT (WS-ITM-IDX) TO DTL-ACCOUNT
           MOVE WS-ITM-CURRENCY (WS-ITM-IDX) TO DTL-CURRENCY
           MOVE WS-ITM-VALUE-DATE (WS-ITM-IDX) TO DTL-VALUE-DATE
           MOVE WS-ITM-AMOUNT (WS-ITM-IDX) TO DTL-BANK-AMT
           MOVE WS-ITM-AMOUNT (WS-MAT-IDX) TO DTL-EXPECTED-AMT
           MOVE WS-ITM-REFERENCE (WS-ITM-IDX) TO DTL-REFERENCE
           MOVE WS-ITM-PORTFOLIO (WS-MAT-IDX) TO DTL-PORTFOLIO
           MOVE WS-ITM-TRADE-DATE (WS-MAT-IDX) TO DTL-TRADE-DATE
           MOVE WS-MATCH-BASIS TO DTL-BASIS
           MOVE SPACES TO DTL-FLAG
           IF WS-ITM-AMOUNT (WS-ITM-IDX)
                   NOT = WS-ITM-AMOUNT (WS-MAT-IDX)
               MOVE ' *AMT DIFFERS' TO DTL-FLAG
               ADD 1 TO WS-AMT-DIFF-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  4000-WRITE-OPEN-ITEMS lists what is still open on each side,
      *  aged by days from its value date to the statement date.
      *----------------------------------------------------------------
       4000-WRITE-OPEN-ITEMS.
           MOVE 'STATEMENT LINES NOT EXPLAINED BY HISTORY'
               TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-BANK-LINE (WS-ITM-IDX)
                       AND WS-ITM-OPEN (WS-ITM-IDX)
                   ADD 1 TO WS-OPEN-BANK-COUNT
                   PERFORM 4100-WRITE-ONE-OPEN-ITEM
               END-IF
           END-PERFORM
           IF WS-OPEN-BANK-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE 'EXPECTED SETTLEMENTS THE BANK HAS NOT MOVED'
               TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-EXPECTED (WS-ITM-IDX)
                       AND WS-ITM-OPEN (WS-ITM-IDX)
                   ADD 1 TO WS-OPEN-EXPECTED-COUNT
                   PERFORM 4100-WRITE-ONE-OPEN-ITEM
               END-IF
           END-PERFORM
           IF WS-OPEN-EXPECTED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       4100-WRITE-ONE-OPEN-ITEM.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ITM-ACCOUNT (WS-ITM-IDX) TO DTL-ACCOUNT
           MOVE WS-ITM-CURRENCY (WS-ITM-IDX) TO DTL-CURRENCY
           MOVE WS-ITM-VALUE-DATE (WS-ITM-IDX) TO DTL-VALUE-DATE
           IF WS-ITM-BANK-LINE (WS-ITM-IDX)
               MOVE WS-ITM-AMOUNT (WS-ITM-IDX) TO DTL-BANK-AMT
           ELSE
               MOVE WS-ITM-AMOUNT (WS-ITM-IDX) TO DTL-EXPECTED-AMT
           END-IF
           MOVE WS-ITM-REFERENCE (WS-ITM-IDX) TO DTL-REFERENCE
           MOVE WS-ITM-PORTFOLIO (WS-ITM-IDX) TO DTL-PORTFOLIO
           MOVE WS-ITM-TRADE-DATE (WS-ITM-IDX) TO DTL-TRADE-DATE
           MOVE WS-ITM-VALUE-DATE (WS-ITM-IDX) TO WS-ITEM-DATE-NUM
           COMPUTE WS-ITEM-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-ITEM-DATE-NUM)
           COMPUTE WS-DAYS-OPEN = WS-STMT-JULIAN - WS-ITEM-JULIAN
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO DTL-DAYS-OPEN
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN < 2
                   MOVE 'CURRENT' TO DTL-AGE-BUCKET
                   ADD 1 TO WS-AGE-CURRENT-COUNT
               WHEN WS-DAYS-OPEN < 6
                   MOVE '2-5 DAY' TO DTL-AGE-BUCKET
                   ADD 1 TO WS-AGE-MIDDLE-COUNT
               WHEN OTHER
                   MOVE 'OVER 5 ' TO DTL-AGE-BUCKET
                   ADD 1 TO WS-AGE-OLD-COUNT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------
      *  4500-REWRITE-OPEN-ITEM-FILE writes the control record and
      *  every item still open or closed tonight; items closed on an
      *  earlier statement were already left behind at the load.
      *----------------------------------------------------------------
       4500-REWRITE-OPEN-ITEM-FILE.
           OPEN OUTPUT OPEN-ITEM-FILE
           MOVE SPACES TO BOI-CONTROL-REC
           MOVE 'H' TO BOIC-RECORD-TYPE
           MOVE WS-STMT-DATE TO BOIC-LAST-STMT-DATE
           MOVE WS-PRIOR-STMT-DATE TO BOIC-PRIOR-STMT-DATE
           WRITE BOI-REC
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               MOVE WS-ITM-SIDE (WS-ITM-IDX) TO BOI-RECORD-TYPE
               MOVE WS-ITM-ACCOUNT (WS-ITM-IDX) TO BOI-ACCOUNT-ID
               MOVE WS-ITM-CURRENCY (WS-ITM-IDX) TO BOI-CURRENCY-CODE
               MOVE WS-ITM-VALUE-DATE (WS-ITM-IDX) TO BOI-VALUE-DATE
               MOVE WS-ITM-AMOUNT (WS-ITM-IDX) TO BOI-AMOUNT
               MOVE WS-ITM-REFERENCE (WS-ITM-IDX) TO BOI-REFERENCE
               MOVE WS-ITM-PORTFOLIO (WS-ITM-IDX) TO BOI-PORTFOLIO-ID
               MOVE WS-ITM-TRADE-DATE (WS-ITM-IDX) TO BOI-TRADE-DATE
               MOVE WS-ITM-OPENED-DATE (WS-ITM-IDX) TO BOI-OPENED-DATE
               MOVE WS-ITM-CLOSED-DATE (WS-ITM-IDX) TO BOI-CLOSED-DATE
               WRITE BOI-REC
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

       4800-WRITE-SUMMARY.
           MOVE WS-MATCHED-COUNT TO SUM-MATCHED
           MOVE WS-AMT-DIFF-COUNT TO SUM-AMT-DIFF
           MOVE WS-OPEN-BANK-COUNT TO SUM-OPEN-BANK
           MOVE WS-OPEN-EXPECTED-COUNT TO SUM-OPEN-EXPECTED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-AGE-CURRENT-COUNT TO SUM-AGE-CURRENT
           MOVE WS-AGE-MIDDLE-COUNT TO SUM-AGE-MIDDLE
           MOVE WS-AGE-OLD-COUNT TO SUM-AGE-OLD
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           .

       9999-TERMINATE.
           CLOSE RECON-REPORT
           DISPLAY 'BNKREC00 STATEMENT LINES MATCHED: ' WS-MATCHED-COUNT
           DISPLAY 'BNKREC00 OPEN BANK LINES: ' WS-OPEN-BANK-COUNT
           DISPLAY 'BNKREC00 OPEN EXPECTED: ' WS-OPEN-EXPECTED-COUNT
           IF NOT WS-STMT-USABLE
               DISPLAY 'BNKREC00 ' WS-STMT-PROBLEM
           END-IF
           IF WS-ITM-DROPPED-COUNT > ZERO
               DISPLAY 'BNKREC00 ITEMS DROPPED (TABLE FULL): '
                   WS-ITM-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when the statement could not be
      *  reconciled, an item has stayed open more than five days, a
      *  matched amount differs, or an item was dropped; normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'BNKREC00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-STMT-USABLE
               MOVE 'W002' TO RC-ERROR-CODE
               MOVE WS-STMT-PROBLEM TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-AGE-OLD-COUNT > ZERO
                       OR WS-AMT-DIFF-COUNT > ZERO
                       OR WS-ITM-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'AGED OR DIFFERING CASH ITEMS - SEE BNKREC.PRT'
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
           MOVE 'BNKREC00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
