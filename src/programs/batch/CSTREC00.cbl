       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSTREC00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  CSTREC00 -- CUSTODIAN HOLDINGS RECONCILIATION
      *  CSTEXT00 sends the custodian our open positions each night;
      *  the statement the custodian sends back (CSTHLD.DAT,
      *  CSTHLD.cpy) used to be compared by eye, and a custody break
      *  left a week unnoticed is an audit finding.
      *
      *  This step matches the custodian's holdings to POSINV.DAT,
      *  summed from lots to holdings by portfolio, currency and --
      *  once the custodian sends security identifiers -- instrument.
      *  It runs ahead of the corporate actions and the calc, while
      *  the inventory is still the book CSTEXT00 sent, and takes a
      *  statement dated the prior business date only; a stale,
      *  missing, or short statement is reported and not reconciled.
      *
      *  CSTREC.PRT lists every holding as matched, a quantity or
      *  amount break (amounts agree within CSTREC-AMT-TOLERANCE,
      *  default zero), or on one side only.  Open breaks carry their
      *  first-seen date in CSTBRK.DAT (CSTBRK.cpy); any break drops
      *  the CSTRECAL.DAT trigger the alert router sweeps, with a
      *  second record when a break has stayed open CSTREC-AGE-DAYS
      *  (default 7) days or more.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-HOLDINGS-FILE ASSIGN TO 'CSTHLD.DAT'
               FILE STATUS IS WS-CSH-FILE-STATUS.
           SELECT POSITION-INV-FILE ASSIGN TO 'POSINV.DAT'
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT CUSTODY-BREAK-FILE ASSIGN TO 'CSTBRK.DAT'
               FILE STATUS IS WS-CBK-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'CSTREC.PRT'.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO 'CSTRECAL.DAT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODIAN-HOLDINGS-FILE.
           COPY CSTHLD.

      *--  Same layout PNL-CALC-PROG rewrites each night (POSINVRC.cpy).
       FD  POSITION-INV-FILE.
           COPY POSINVRC.

       FD  CUSTODY-BREAK-FILE.
           COPY CSTBRK.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  RECON-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Alert trigger dataset, present only when a break was found
      *--  -- same convention as RPTLIMAL.DAT.
       FD  ALERT-TRIGGER-FILE.
       01  ALERT-TRIGGER-REC.
           05  ALERT-RUN-DATE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-BREAK-COUNT     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ALERT-TEXT            PIC X(40).

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
       01  WS-CSH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CSH-FILE-OK        VALUE '00'.
           88  WS-CSH-FILE-MISSING   VALUE '35'.
       01  WS-INV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-INV-FILE-OK        VALUE '00'.
           88  WS-INV-FILE-MISSING   VALUE '35'.
       01  WS-CBK-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CBK-FILE-OK        VALUE '00'.
           88  WS-CBK-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
      *--  The statement must be as of the book CSTEXT00 sent last
      *--  night.  No prior date on the run parameters accepts any.
       01  WS-EXPECTED-STMT-DATE     PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM           PIC 9(08).
       01  WS-SEEN-DATE-NUM          PIC 9(08).
       01  WS-RUN-JULIAN             PIC S9(09) COMP-3.
       01  WS-SEEN-JULIAN            PIC S9(09) COMP-3.
       01  WS-DAYS-OPEN              PIC S9(05) COMP-3 VALUE ZERO.

      *--  Amount tolerance, in whole currency units.
       01  WS-AMT-TOLERANCE          PIC 9(07)V99 COMP-3 VALUE ZERO.
       01  WS-AMT-TOLERANCE-ENV      PIC X(07) VALUE SPACES.
       01  WS-AGE-DAYS               PIC 9(03) COMP-3 VALUE 7.
       01  WS-AGE-DAYS-ENV           PIC X(03) VALUE SPACES.

      *--  Statement checks: header date, detail count against the
      *--  trailer.  Any failure leaves the statement unreconciled.
       01  WS-STMT-USABLE-IND        PIC X(01) VALUE 'N'.
           88  WS-STMT-USABLE        VALUE 'Y'.
       01  WS-STMT-DATE              PIC X(08) VALUE SPACES.
       01  WS-STMT-TRAILER-IND       PIC X(01) VALUE 'N'.
           88  WS-STMT-TRAILER-SEEN  VALUE 'Y'.
       01  WS-STMT-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-STMT-DETAIL-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-STMT-PROBLEM           PIC X(50) VALUE SPACES.
       01  WS-INSTRUMENT-IND         PIC X(01) VALUE 'N'.
           88  WS-MATCH-ON-INSTRUMENT VALUE 'Y'.

      *--  The custodian's holdings as sent.
       01  WS-CUS-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-CUS-COUNT
                   INDEXED BY WS-CUS-IDX.
               10  WS-CUS-PORTFOLIO      PIC X(08).
               10  WS-CUS-CURRENCY       PIC X(03).
               10  WS-CUS-INSTRUMENT     PIC X(12).
               10  WS-CUS-QUANTITY       PIC S9(11)V9(04) COMP-3.
               10  WS-CUS-AMOUNT         PIC S9(13)V99 COMP-3.

      *--  Our open lots, summed to the custodian's holding level.
       01  WS-BOOK-COUNT             PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-BOOK-COUNT
                   INDEXED BY WS-BOOK-IDX.
               10  WS-BOOK-PORTFOLIO     PIC X(08).
               10  WS-BOOK-CURRENCY      PIC X(03).
               10  WS-BOOK-INSTRUMENT    PIC X(12).
               10  WS-BOOK-QUANTITY      PIC S9(11)V9(04) COMP-3.
               10  WS-BOOK-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-BOOK-MATCHED-IND   PIC X(01).
                   88  WS-BOOK-MATCHED   VALUE 'Y'.
       01  WS-DROPPED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

      *--  Breaks open before tonight, with their first-seen dates.
       01  WS-OBK-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-OBK-TABLE.
           05  WS-OBK-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-OBK-COUNT
                   INDEXED BY WS-OBK-IDX.
               10  WS-OBK-PORTFOLIO      PIC X(08).
               10  WS-OBK-CURRENCY       PIC X(03).
               10  WS-OBK-INSTRUMENT     PIC X(12).
               10  WS-OBK-FIRST-SEEN     PIC X(08).

      *--  Tonight's breaks, rewritten to CSTBRK.DAT at the end.
       01  WS-NBK-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-NBK-TABLE.
           05  WS-NBK-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-NBK-COUNT
                   INDEXED BY WS-NBK-IDX.
               10  WS-NBK-PORTFOLIO      PIC X(08).
               10  WS-NBK-CURRENCY       PIC X(03).
               10  WS-NBK-INSTRUMENT     PIC X(12).
               10  WS-NBK-BREAK-TYPE     PIC X(14).
               10  WS-NBK-FIRST-SEEN     PIC X(08).

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-PORTFOLIO       PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-INSTRUMENT      PIC X(12) VALUE SPACES.
       01  WS-QTY-BREAK-IND          PIC X(01) VALUE 'N'.
           88  WS-QTY-BREAK          VALUE 'Y'.
       01  WS-AMT-BREAK-IND          PIC X(01) VALUE 'N'.
           88  WS-AMT-BREAK          VALUE 'Y'.
       01  WS-AMT-DIFF               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BREAK-TYPE             PIC X(14) VALUE SPACES.

       01  WS-MATCHED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-QTY-BREAK-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-AMT-BREAK-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CUS-ONLY-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-BOOK-ONLY-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-BREAK-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-AGED-BREAK-COUNT       PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'CUSTODIAN HOLDINGS RECONCILIATION'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(17)
                   VALUE '   STATEMENT AS: '.
           05  HDR-STMT-DATE         PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(18) VALUE 'BOOK QUANTITY'.
           05  FILLER                PIC X(18) VALUE 'CUSTODIAN QTY'.
           05  FILLER                PIC X(17) VALUE 'BOOK AMOUNT'.
           05  FILLER                PIC X(17) VALUE 'CUSTODIAN AMT'.
           05  FILLER                PIC X(15) VALUE 'STATUS'.
           05  FILLER                PIC X(09) VALUE 'DAYS OPEN'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-INSTRUMENT        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BOOK-QTY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CUS-QTY           PIC Z(10)9.9999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-BOOK-AMT          PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CUS-AMT           PIC Z(11)9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-STATUS            PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DAYS-OPEN         PIC ZZZ9.
           05  DTL-AGED-FLAG         PIC X(06).

       01  WS-PROBLEM-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(27)
                   VALUE 'STATEMENT NOT RECONCILED - '.
           05  PRB-TEXT              PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(09) VALUE 'MATCHED: '.
           05  SUM-MATCHED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE '  QTY BREAKS: '.
           05  SUM-QTY-BREAKS        PIC ZZ,ZZ9.
           05  FILLER                PIC X(17)
                   VALUE '  AMOUNT BREAKS: '.
           05  SUM-AMT-BREAKS        PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  CUSTODIAN ONLY: '.
           05  SUM-CUS-ONLY          PIC ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  BOOK ONLY: '.
           05  SUM-BOOK-ONLY         PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(13) VALUE 'OPEN BREAKS: '.
           05  SUM-BREAKS            PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  OPEN PAST AGE: '.
           05  SUM-AGED              PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-RECON.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CUSTODIAN-STATEMENT
           IF WS-STMT-USABLE
               PERFORM 1200-LOAD-OPEN-BREAKS
               PERFORM 2000-SUM-BOOK-HOLDINGS
               PERFORM 3000-MATCH-HOLDINGS
               PERFORM 4000-REWRITE-OPEN-BREAKS
           ELSE
               MOVE WS-STMT-PROBLEM TO PRB-TEXT
               WRITE RPT-LINE FROM WS-PROBLEM-LINE
           END-IF
           PERFORM 4500-WRITE-SUMMARY
           PERFORM 5000-WRITE-ALERT-TRIGGER
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-AMT-TOLERANCE-ENV
               FROM ENVIRONMENT 'CSTREC-AMT-TOLERANCE'
           IF WS-AMT-TOLERANCE-ENV IS NUMERIC
               MOVE WS-AMT-TOLERANCE-ENV TO WS-AMT-TOLERANCE
           END-IF
           ACCEPT WS-AGE-DAYS-ENV
               FROM ENVIRONMENT 'CSTREC-AGE-DAYS'
           IF WS-AGE-DAYS-ENV IS NUMERIC
               MOVE WS-AGE-DAYS-ENV TO WS-AGE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE-NUM)
           OPEN OUTPUT RECON-REPORT
           .

       1020-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNP-FILE-OK
               READ RUN-PARM-FILE
               MOVE RUNP-BUSINESS-DATE TO WS-RUN-DATE
               MOVE RUNP-PRIOR-BUSINESS-DATE TO WS-EXPECTED-STMT-DATE
               MOVE RUNP-RUN-TOKEN TO WS-RUN-TOKEN
               CLOSE RUN-PARM-FILE
           ELSE
               IF WS-RUNP-FILE-MISSING
                   CONTINUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1100-LOAD-CUSTODIAN-STATEMENT loads the returned holdings and
      *  checks the statement as a whole: present, dated for the book
      *  it answers, and complete against its own trailer.  Whether
      *  any holding carries an instrument decides the match level.
      *  The report header is written here, once the statement date
      *  is known.
      *----------------------------------------------------------------
       1100-LOAD-CUSTODIAN-STATEMENT.
           MOVE ZERO TO WS-CUS-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTODIAN-HOLDINGS-FILE
           IF NOT WS-CSH-FILE-OK
               MOVE 'CSTHLD.DAT NOT RECEIVED FROM THE CUSTODIAN'
                   TO WS-STMT-PROBLEM
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CUSTODIAN-HOLDINGS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 1150-KEEP-ONE-HOLDING
                   END-READ
               END-PERFORM
               CLOSE CUSTODIAN-HOLDINGS-FILE
               PERFORM 1170-CHECK-STATEMENT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-STMT-DATE TO HDR-STMT-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           .

       1150-KEEP-ONE-HOLDING.
           EVALUATE CSHH-ID
               WHEN 'HEADER  '
                   MOVE CSHH-STATEMENT-DATE TO WS-STMT-DATE
               WHEN 'TRAILER '
                   MOVE 'Y' TO WS-STMT-TRAILER-IND
                   MOVE CSHT-RECORD-COUNT TO WS-STMT-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STMT-DETAIL-COUNT
                   IF WS-CUS-COUNT NOT < 3000
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       ADD 1 TO WS-CUS-COUNT
                       SET WS-CUS-IDX TO WS-CUS-COUNT
                       MOVE CSH-PORTFOLIO-ID
                           TO WS-CUS-PORTFOLIO (WS-CUS-IDX)
                       MOVE CSH-CURRENCY-CODE
                           TO WS-CUS-CURRENCY (WS-CUS-IDX)
                       MOVE CSH-INSTRUMENT-ID
                           TO WS-CUS-INSTRUMENT (WS-CUS-IDX)
                       MOVE CSH-QUANTITY TO WS-CUS-QUANTITY (WS-CUS-IDX)
                       MOVE CSH-AMOUNT TO WS-CUS-AMOUNT (WS-CUS-IDX)
                       IF CSH-INSTRUMENT-ID NOT = SPACES
                           MOVE 'Y' TO WS-INSTRUMENT-IND
                       END-IF
                   END-IF
           END-EVALUATE
           .

       1170-CHECK-STATEMENT.
           IF WS-EXPECTED-STMT-DATE NOT = SPACES
                   AND WS-STMT-DATE NOT = WS-EXPECTED-STMT-DATE
               MOVE 'STATEMENT DATE IS NOT THE PRIOR BUSINESS DATE'
                   TO WS-STMT-PROBLEM
           ELSE
               IF NOT WS-STMT-TRAILER-SEEN
                       OR WS-STMT-TRAILER-COUNT
                           NOT = WS-STMT-DETAIL-COUNT
                   MOVE 'HOLDING COUNT DOES NOT AGREE WITH THE TRAILER'
                       TO WS-STMT-PROBLEM
               ELSE
                   MOVE 'Y' TO WS-STMT-USABLE-IND
               END-IF
           END-IF
           .

       1200-LOAD-OPEN-BREAKS.
           MOVE ZERO TO WS-OBK-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTODY-BREAK-FILE
           IF WS-CBK-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-OBK-COUNT NOT < 3000
                   READ CUSTODY-BREAK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-OBK-COUNT
                           MOVE CBK-PORTFOLIO-ID
                               TO WS-OBK-PORTFOLIO (WS-OBK-COUNT)
                           MOVE CBK-CURRENCY-CODE
                               TO WS-OBK-CURRENCY (WS-OBK-COUNT)
                           MOVE CBK-INSTRUMENT-ID
                               TO WS-OBK-INSTRUMENT (WS-OBK-COUNT)
                           MOVE CBK-FIRST-SEEN-DATE
                               TO WS-OBK-FIRST-SEEN (WS-OBK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTODY-BREAK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2000-SUM-BOOK-HOLDINGS sums the open lots to holdings: cost
      *  amount and quantity per portfolio, currency and, when the
      *  custodian sends one, instrument.
      *----------------------------------------------------------------
       2000-SUM-BOOK-HOLDINGS.
           MOVE ZERO TO WS-BOOK-COUNT
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
                       PERFORM 2100-ADD-ONE-LOT
               END-READ
           END-PERFORM
           IF WS-INV-FILE-OK
               CLOSE POSITION-INV-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-ADD-ONE-LOT.
           MOVE INV-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE INV-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           MOVE SPACES TO WS-LOOKUP-INSTRUMENT
           IF WS-MATCH-ON-INSTRUMENT
               MOVE INV-INSTRUMENT-ID TO WS-LOOKUP-INSTRUMENT
           END-IF
           PERFORM 2900-FIND-BOOK-HOLDING
           IF WS-FOUND
               ADD INV-QUANTITY TO WS-BOOK-QUANTITY (WS-BOOK-IDX)
               ADD INV-COST-AMT TO WS-BOOK-AMOUNT (WS-BOOK-IDX)
           ELSE
               IF WS-BOOK-COUNT NOT < 3000
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-BOOK-COUNT
                   SET WS-BOOK-IDX TO WS-BOOK-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-BOOK-PORTFOLIO (WS-BOOK-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-BOOK-CURRENCY (WS-BOOK-IDX)
                   MOVE WS-LOOKUP-INSTRUMENT
                       TO WS-BOOK-INSTRUMENT (WS-BOOK-IDX)
                   MOVE INV-QUANTITY TO WS-BOOK-QUANTITY (WS-BOOK-IDX)
                   MOVE INV-COST-AMT TO WS-BOOK-AMOUNT (WS-BOOK-IDX)
                   MOVE 'N' TO WS-BOOK-MATCHED-IND (WS-BOOK-IDX)
               END-IF
           END-IF
           .

       2900-FIND-BOOK-HOLDING.
           MOVE 'N' TO WS-FOUND-IND
           IF WS-BOOK-COUNT > ZERO
               SET WS-BOOK-IDX TO 1
               SEARCH WS-BOOK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BOOK-PORTFOLIO (WS-BOOK-IDX)
                           = WS-LOOKUP-PORTFOLIO
                           AND WS-BOOK-CURRENCY (WS-BOOK-IDX)
                               = WS-LOOKUP-CURRENCY
                           AND WS-BOOK-INSTRUMENT (WS-BOOK-IDX)
                               = WS-LOOKUP-INSTRUMENT
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-MATCH-HOLDINGS walks the custodian's holdings against
      *  the book, then lists every book holding the custodian did
      *  not report.
      *----------------------------------------------------------------
       3000-MATCH-HOLDINGS.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               PERFORM 3100-MATCH-ONE-HOLDING
           END-PERFORM
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                   UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
               IF NOT WS-BOOK-MATCHED (WS-BOOK-IDX)
                   MOVE WS-BOOK-PORTFOLIO (WS-BOOK-IDX)
                       TO DTL-PORTFOLIO WS-LOOKUP-PORTFOLIO
                   MOVE WS-BOOK-CURRENCY (WS-BOOK-IDX)
                       TO DTL-CURRENCY WS-LOOKUP-CURRENCY
                   MOVE WS-BOOK-INSTRUMENT (WS-BOOK-IDX)
                       TO DTL-INSTRUMENT WS-LOOKUP-INSTRUMENT
                   MOVE WS-BOOK-QUANTITY (WS-BOOK-IDX) TO DTL-BOOK-QTY
                   MOVE ZERO TO DTL-CUS-QTY
                   MOVE WS-BOOK-AMOUNT (WS-BOOK-IDX) TO DTL-BOOK-AMT
                   MOVE ZERO TO DTL-CUS-AMT
                   MOVE 'BOOK ONLY' TO WS-BREAK-TYPE
                   ADD 1 TO WS-BOOK-ONLY-COUNT
                   PERFORM 3500-RECORD-BREAK
               END-IF
           END-PERFORM
           .

       3100-MATCH-ONE-HOLDING.
           MOVE WS-CUS-PORTFOLIO (WS-CUS-IDX) TO WS-LOOKUP-PORTFOLIO
           MOVE WS-CUS-CURRENCY (WS-CUS-IDX) TO WS-LOOKUP-CURRENCY
           MOVE WS-CUS-INSTRUMENT (WS-CUS-IDX) TO WS-LOOKUP-INSTRUMENT
           MOVE WS-LOOKUP-PORTFOLIO TO DTL-PORTFOLIO
           MOVE WS-LOOKUP-CURRENCY TO DTL-CURRENCY
           MOVE WS-LOOKUP-INSTRUMENT TO DTL-INSTRUMENT
           MOVE WS-CUS-QUANTITY (WS-CUS-IDX) TO DTL-CUS-QTY
           MOVE WS-CUS-AMOUNT (WS-CUS-IDX) TO DTL-CUS-AMT
           PERFORM 2900-FIND-BOOK-HOLDING
           IF NOT WS-FOUND
               MOVE ZERO TO DTL-BOOK-QTY
               MOVE ZERO TO DTL-BOOK-AMT
               MOVE 'CUSTODIAN ONLY' TO WS-BREAK-TYPE
               ADD 1 TO WS-CUS-ONLY-COUNT
               PERFORM 3500-RECORD-BREAK
           ELSE
               MOVE 'Y' TO WS-BOOK-MATCHED-IND (WS-BOOK-IDX)
               MOVE WS-BOOK-QUANTITY (WS-BOOK-IDX) TO DTL-BOOK-QTY
               MOVE WS-BOOK-AMOUNT (WS-BOOK-IDX) TO DTL-BOOK-AMT
               MOVE 'N' TO WS-QTY-BREAK-IND
               MOVE 'N' TO WS-AMT-BREAK-IND
               IF WS-BOOK-QUANTITY (WS-BOOK-IDX)
                       NOT = WS-CUS-QUANTITY (WS-CUS-IDX)
                   MOVE 'Y' TO WS-QTY-BREAK-IND
               END-IF
               COMPUTE WS-AMT-DIFF = WS-BOOK-AMOUNT (WS-BOOK-IDX)
                   - WS-CUS-AMOUNT (WS-CUS-IDX)
               IF WS-AMT-DIFF > WS-AMT-TOLERANCE
                       OR WS-AMT-DIFF < ZERO - WS-AMT-TOLERANCE
                   MOVE 'Y' TO WS-AMT-BREAK-IND
               END-IF
               EVALUATE TRUE
                   WHEN WS-QTY-BREAK AND WS-AMT-BREAK
                       MOVE 'QTY+AMT BREAK' TO WS-BREAK-TYPE
                       ADD 1 TO WS-QTY-BREAK-COUNT
                       ADD 1 TO WS-AMT-BREAK-COUNT
                       PERFORM 3500-RECORD-BREAK
                   WHEN WS-QTY-BREAK
                       MOVE 'QTY BREAK' TO WS-BREAK-TYPE
                       ADD 1 TO WS-QTY-BREAK-COUNT
                       PERFORM 3500-RECORD-BREAK
                   WHEN WS-AMT-BREAK
                       MOVE 'AMOUNT BREAK' TO WS-BREAK-TYPE
                       ADD 1 TO WS-AMT-BREAK-COUNT
                       PERFORM 3500-RECORD-BREAK
                   WHEN OTHER
                       ADD 1 TO WS-MATCHED-COUNT
                       MOVE 'MATCHED' TO DTL-STATUS
                       MOVE ZERO TO DTL-DAYS-OPEN
                       MOVE SPACES TO DTL-AGED-FLAG
                       WRITE RPT-LINE FROM WS-DETAIL-LINE
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      *  3500-RECORD-BREAK prints one break with its age -- carried
      *  from CSTBRK.DAT when it was already open, tonight when new
      *  -- and keeps it for the rewrite.
      *----------------------------------------------------------------
       3500-RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-RUN-DATE TO WS-SEEN-DATE-NUM
           IF WS-OBK-COUNT > ZERO
               SET WS-OBK-IDX TO 1
               SEARCH WS-OBK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OBK-PORTFOLIO (WS-OBK-IDX)
                           = WS-LOOKUP-PORTFOLIO
                           AND WS-OBK-CURRENCY (WS-OBK-IDX)
                               = WS-LOOKUP-CURRENCY
                           AND WS-OBK-INSTRUMENT (WS-OBK-IDX)
                               = WS-LOOKUP-INSTRUMENT
                       MOVE WS-OBK-FIRST-SEEN (WS-OBK-IDX)
                           TO WS-SEEN-DATE-NUM
               END-SEARCH
           END-IF
           COMPUTE WS-SEEN-JULIAN = FUNCTION INTEGER-OF-DATE
               (WS-SEEN-DATE-NUM)
           COMPUTE WS-DAYS-OPEN = WS-RUN-JULIAN - WS-SEEN-JULIAN
           MOVE WS-BREAK-TYPE TO DTL-STATUS
           MOVE WS-DAYS-OPEN TO DTL-DAYS-OPEN
           MOVE SPACES TO DTL-AGED-FLAG
           IF WS-DAYS-OPEN NOT < WS-AGE-DAYS
               MOVE ' *AGED' TO DTL-AGED-FLAG
               ADD 1 TO WS-AGED-BREAK-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF WS-NBK-COUNT NOT < 3000
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-NBK-COUNT
               SET WS-NBK-IDX TO WS-NBK-COUNT
               MOVE WS-LOOKUP-PORTFOLIO TO WS-NBK-PORTFOLIO (WS-NBK-IDX)
               MOVE WS-LOOKUP-CURRENCY TO WS-NBK-CURRENCY (WS-NBK-IDX)
               MOVE WS-LOOKUP-INSTRUMENT
                   TO WS-NBK-INSTRUMENT (WS-NBK-IDX)
               MOVE WS-BREAK-TYPE TO WS-NBK-BREAK-TYPE (WS-NBK-IDX)
               MOVE WS-SEEN-DATE-NUM TO WS-NBK-FIRST-SEEN (WS-NBK-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-REWRITE-OPEN-BREAKS replaces CSTBRK.DAT with tonight's
      *  breaks; cleared ones drop off.
      *----------------------------------------------------------------
       4000-REWRITE-OPEN-BREAKS.
           OPEN OUTPUT CUSTODY-BREAK-FILE
           PERFORM VARYING WS-NBK-IDX FROM 1 BY 1
                   UNTIL WS-NBK-IDX > WS-NBK-COUNT
               MOVE WS-NBK-PORTFOLIO (WS-NBK-IDX) TO CBK-PORTFOLIO-ID
               MOVE WS-NBK-CURRENCY (WS-NBK-IDX) TO CBK-CURRENCY-CODE
               MOVE WS-NBK-INSTRUMENT (WS-NBK-IDX) TO CBK-INSTRUMENT-ID
               MOVE WS-NBK-BREAK-TYPE (WS-NBK-IDX) TO CBK-BREAK-TYPE
               MOVE WS-NBK-FIRST-SEEN (WS-NBK-IDX)
                   TO CBK-FIRST-SEEN-DATE
               MOVE WS-RUN-DATE TO CBK-LAST-SEEN-DATE
               WRITE CBK-REC
           END-PERFORM
           CLOSE CUSTODY-BREAK-FILE
           .

       4500-WRITE-SUMMARY.
           MOVE WS-MATCHED-COUNT TO SUM-MATCHED
           MOVE WS-QTY-BREAK-COUNT TO SUM-QTY-BREAKS
           MOVE WS-AMT-BREAK-COUNT TO SUM-AMT-BREAKS
           MOVE WS-CUS-ONLY-COUNT TO SUM-CUS-ONLY
           MOVE WS-BOOK-ONLY-COUNT TO SUM-BOOK-ONLY
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-BREAK-COUNT TO SUM-BREAKS
           MOVE WS-AGED-BREAK-COUNT TO SUM-AGED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           .

       5000-WRITE-ALERT-TRIGGER.
           IF WS-BREAK-COUNT > ZERO
               OPEN OUTPUT ALERT-TRIGGER-FILE
               MOVE WS-RUN-DATE TO ALERT-RUN-DATE
               MOVE WS-BREAK-COUNT TO ALERT-BREAK-COUNT
               MOVE 'CUSTODY BREAKS - SEE CSTREC.PRT'
                   TO ALERT-TEXT
               WRITE ALERT-TRIGGER-REC
               IF WS-AGED-BREAK-COUNT > ZERO
                   MOVE WS-AGED-BREAK-COUNT TO ALERT-BREAK-COUNT
                   MOVE 'CUSTODY BREAKS OPEN PAST AGE LIMIT'
                       TO ALERT-TEXT
                   WRITE ALERT-TRIGGER-REC
               END-IF
               CLOSE ALERT-TRIGGER-FILE
           END-IF
           .

       9999-TERMINATE.
           CLOSE RECON-REPORT
           DISPLAY 'CSTREC00 HOLDINGS MATCHED: ' WS-MATCHED-COUNT
           DISPLAY 'CSTREC00 OPEN BREAKS: ' WS-BREAK-COUNT
           DISPLAY 'CSTREC00 AGED BREAKS: ' WS-AGED-BREAK-COUNT
           IF NOT WS-STMT-USABLE
               DISPLAY 'CSTREC00 ' WS-STMT-PROBLEM
           END-IF
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY 'CSTREC00 HOLDINGS DROPPED (TABLE FULL): '
                   WS-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when the statement could not be
      *  reconciled or any break was found (the breaks also page
      *  through the trigger), normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'CSTREC00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-STMT-USABLE
               MOVE 'W002' TO RC-ERROR-CODE
               MOVE WS-STMT-PROBLEM TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-BREAK-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'CUSTODY BREAKS - SEE CSTREC.PRT'
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
           MOVE 'CSTREC00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
