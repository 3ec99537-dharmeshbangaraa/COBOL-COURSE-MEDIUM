       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRKREC00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  BRKREC00 -- BROKER COMMISSION INVOICE RECONCILIATION
      *  UTLVAL00's fee-schedule check holds each trade's commission
      *  to our own contracted rate, but the invoice each executing
      *  broker sends at month end was paid on trust.  This program
      *  loads the month's invoices (BRKINV.DAT, every broker's file
      *  concatenated) and holds each one against what we booked:
      *  the count and TRN-COMMISSION-AMT sum of the month's trades
      *  on that invoice's channel, off the history store.
      *
      *  An invoice is paid only when it RECONCILES -- the trade
      *  count agrees, the commission agrees within
      *  BRKREC-TOLERANCE (default 1.00), and every trade the broker
      *  itemized is one we booked.  Anything else is HELD with the
      *  reason, and the itemized trades we have no record of are
      *  listed.  A second invoice for a channel already invoiced in
      *  the month is held as a duplicate.  Channels we booked
      *  commission on that no invoice covered are listed for
      *  information.
      *
      *  BRKPAY.DAT carries one record per invoice with its pay/hold
      *  decision; accounts payable releases only the invoices
      *  marked P.  BRKREC-PERIOD (YYYYMM) names the month, set by
      *  PRDSCH00's month-end release or by hand for a rerun.
      *
      *  Booked trades are the month's standard and rich-format
      *  executions (T1/T2) not since cancelled -- cancels, cash
      *  events and position transfers carry no broker commission.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO 'BRKINV.DAT'
               FILE STATUS IS WS-BIV-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HIST-DSN
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARTITION-INDEX-FILE ASSIGN TO 'TRNHIDX.DAT'
               FILE STATUS IS WS-HIX-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'BRKPAY.DAT'.
           SELECT RECON-REPORT ASSIGN TO 'BRKREC.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The brokers' monthly invoices.  Each invoice is one 'S'
      *--  summary record -- trades billed and commission billed for
      *--  one channel and month -- optionally followed by 'D' detail
      *--  records itemizing the trades, each by the trade reference
      *--  we sent the broker (TRN-EXTERNAL-TRADE-ID).  Amounts are
      *--  unsigned display, as the brokers send them.
       FD  INVOICE-FILE.
       01  BIV-REC.
           05  BIV-RECORD-TYPE       PIC X(01).
               88  BIV-SUMMARY       VALUE 'S'.
               88  BIV-DETAIL        VALUE 'D'.
           05  BIV-BROKER-CODE       PIC X(08).
           05  BIV-INVOICE-NO        PIC X(12).
           05  BIV-PERIOD            PIC X(06).
           05  BIV-CHANNEL-CODE      PIC X(02).
           05  BIV-BODY              PIC X(30).
           05  BIV-SUMMARY-BODY REDEFINES BIV-BODY.
               10  BIV-TRADE-COUNT       PIC 9(07).
               10  BIV-COMMISSION-BILLED PIC 9(11)V99.
               10  FILLER                PIC X(10).
           05  BIV-DETAIL-BODY REDEFINES BIV-BODY.
               10  BIV-TRADE-DATE        PIC X(08).
               10  BIV-TRADE-REF         PIC X(12).
               10  BIV-DTL-COMMISSION    PIC 9(07)V99.
               10  FILLER                PIC X(01).

      *--  The nightly flat unload HISTLD00 writes from the keyed
      *--  history store, in TRNREC.cpy's layout under HIST- names.
       FD  HISTORY-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==HIST-==.

      *--  Monthly partition index HISTLD00 writes behind the unload;
      *--  see TRNHIDX.cpy.
       FD  PARTITION-INDEX-FILE.
           COPY TRNHIDX.

      *--  Accounts payable's release file: one record per invoice,
      *--  P to pay, H to hold, with the first reason it was held.
       FD  PAYMENT-FILE.
       01  PAY-REC.
           05  PAY-BROKER-CODE       PIC X(08).
           05  PAY-INVOICE-NO        PIC X(12).
           05  PAY-PERIOD            PIC X(06).
           05  PAY-CHANNEL-CODE      PIC X(02).
           05  PAY-COMMISSION-BILLED PIC 9(11)V99.
           05  PAY-STATUS            PIC X(01).
               88  PAY-RELEASE       VALUE 'P'.
               88  PAY-HOLD          VALUE 'H'.
           05  PAY-HOLD-REASON       PIC X(20).
           05  PAY-RECON-DATE        PIC X(08).

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
       01  WS-BIV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-BIV-FILE-OK        VALUE '00'.
           88  WS-BIV-FILE-MISSING   VALUE '35'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.

      *--  Set once, right after each OPEN -- the file status fields
      *--  move on with every READ.
       01  WS-HIST-OPEN-IND          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-OK       VALUE 'Y'.
       01  WS-BIV-MISSING-IND        PIC X(01) VALUE 'N'.
           88  WS-BIV-MISSING        VALUE 'Y'.

      *--  History partitions this run reads, off TRNHIDX.DAT.  Only
      *--  the invoice month is wanted; with no index the whole
      *--  TRNHIST.DAT is read and filtered on trade date.
       01  WS-HIST-DSN               PIC X(20) VALUE 'TRNHIST.DAT'.
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

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ENV-PERIOD             PIC X(06) VALUE SPACES.
       01  WS-PARMS-OK-IND           PIC X(01) VALUE 'Y'.
           88  WS-PARMS-OK           VALUE 'Y'.
       01  WS-TOLERANCE              PIC 9(07)V99 COMP-3 VALUE 1.00.
       01  WS-TOLERANCE-ENV          PIC X(07) VALUE SPACES.

      *--  The month's invoices, in file order.
       01  WS-INV-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-INV-COUNT
                   INDEXED BY WS-INV-IDX WS-INV-CHK-IDX.
               10  WS-INV-BROKER         PIC X(08).
               10  WS-INV-NUMBER         PIC X(12).
               10  WS-INV-CHANNEL        PIC X(02).
               10  WS-INV-BILLED-COUNT   PIC 9(07) COMP-3.
               10  WS-INV-BILLED-AMT     PIC 9(11)V99 COMP-3.
               10  WS-INV-DETAIL-COUNT   PIC 9(07) COMP-3.
               10  WS-INV-UNBOOKED-COUNT PIC 9(07) COMP-3.
               10  WS-INV-DUPLICATE-IND  PIC X(01).
                   88  WS-INV-DUPLICATE  VALUE 'Y'.
               10  WS-INV-STATUS         PIC X(01).
                   88  WS-INV-RELEASE    VALUE 'P'.
                   88  WS-INV-HOLD       VALUE 'H'.
               10  WS-INV-HOLD-REASON    PIC X(20).

      *--  Every itemized trade, matched off against history.
       01  WS-DTL-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DTL-TABLE.
           05  WS-DTL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DTL-COUNT
                   INDEXED BY WS-DTL-IDX.
               10  WS-DTL-INV-SUB        PIC 9(03) COMP-3.
               10  WS-DTL-CHANNEL        PIC X(02).
               10  WS-DTL-TRADE-DATE     PIC X(08).
               10  WS-DTL-TRADE-REF      PIC X(12).
               10  WS-DTL-COMMISSION     PIC 9(07)V99 COMP-3.
               10  WS-DTL-BOOKED-IND     PIC X(01).
                   88  WS-DTL-BOOKED     VALUE 'Y'.

      *--  What we booked in the month, per channel.
       01  WS-BKD-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-BKD-TABLE.
           05  WS-BKD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BKD-COUNT
                   INDEXED BY WS-BKD-IDX.
               10  WS-BKD-CHANNEL        PIC X(02).
               10  WS-BKD-TRADE-COUNT    PIC 9(07) COMP-3.
               10  WS-BKD-COMMISSION     PIC S9(13)V99 COMP-3.
               10  WS-BKD-INVOICED-IND   PIC X(01).
                   88  WS-BKD-INVOICED   VALUE 'Y'.

       01  WS-CUR-INV-SUB            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TABLE-FULL-IND         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL         VALUE 'Y'.
       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-BOOKED-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-BOOKED-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMT-DIFF               PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-INVOICE-RECORDS        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OTHER-PERIOD-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ORPHAN-DETAIL-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HIST-READ              PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-RELEASE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-HOLD-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-UNBOOKED-TOTAL         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-UNINVOICED-COUNT       PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-SECTION-LINES          PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(45)
                   VALUE 'BROKER COMMISSION INVOICE RECONCILIATION'.
           05  FILLER                PIC X(08) VALUE 'PERIOD: '.
           05  HDR-PERIOD            PIC X(06).
           05  FILLER                PIC X(12) VALUE '   RUN DATE:'.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(15) VALUE '   TOLERANCE: '.
           05  HDR-TOLERANCE         PIC Z,ZZZ,ZZ9.99.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  SEC-TITLE             PIC X(60).

       01  WS-INVOICE-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(09) VALUE 'BROKER'.
           05  FILLER                PIC X(13) VALUE 'INVOICE'.
           05  FILLER                PIC X(03) VALUE 'CH'.
           05  FILLER                PIC X(09) VALUE '   BILLED'.
           05  FILLER                PIC X(09) VALUE '   BOOKED'.
           05  FILLER                PIC X(18)
                   VALUE '  COMMISSION BILL'.
           05  FILLER                PIC X(18)
                   VALUE '  COMMISSION BOOK'.
           05  FILLER                PIC X(18)
                   VALUE '        DIFFERENCE'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(31)
                   VALUE 'PAY/HOLD'.

       01  WS-INVOICE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  INV-BROKER            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  INV-NUMBER            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  INV-CHANNEL           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  INV-BILLED-COUNT      PIC Z,ZZZ,ZZ9.
           05  INV-BOOKED-COUNT      PIC Z,ZZZ,ZZ9.
           05  INV-BILLED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  INV-BOOKED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  INV-DIFF-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-STATUS            PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  INV-HOLD-REASON       PIC X(20).

       01  WS-UNBOOKED-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(09) VALUE 'BROKER'.
           05  FILLER                PIC X(13) VALUE 'INVOICE'.
           05  FILLER                PIC X(03) VALUE 'CH'.
           05  FILLER                PIC X(11) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(13) VALUE 'TRADE REF'.
           05  FILLER                PIC X(20)
                   VALUE '   COMMISSION BILLED'.

       01  WS-UNBOOKED-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  UNB-BROKER            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  UNB-INVOICE           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  UNB-CHANNEL           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  UNB-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  UNB-TRADE-REF         PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  UNB-COMMISSION        PIC Z(15)9.99.

       01  WS-UNINVOICED-HEADER.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(05) VALUE 'CH'.
           05  FILLER                PIC X(11) VALUE '     TRADES'.
           05  FILLER                PIC X(20)
                   VALUE '   COMMISSION BOOKED'.

       01  WS-UNINVOICED-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  UNI-CHANNEL           PIC X(02).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  UNI-TRADE-COUNT       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  UNI-COMMISSION        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NONE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  NONE-TEXT             PIC X(50).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  SUM-LABEL             PIC X(40) VALUE SPACES.
           05  SUM-COUNT             PIC Z,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-RECON.
           PERFORM 1000-INITIALIZE
           IF WS-PARMS-OK
               PERFORM 1100-LOAD-INVOICES
               PERFORM 2000-SUM-BOOKED-COMMISSION
               PERFORM 3000-RECONCILE-INVOICES
               PERFORM 3500-WRITE-UNBOOKED-TRADES
               PERFORM 3700-WRITE-UNINVOICED-CHANNELS
           END-IF
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'BRKREC-PERIOD'
           IF WS-ENV-PERIOD NOT NUMERIC
               MOVE 'N' TO WS-PARMS-OK-IND
           END-IF
           ACCEPT WS-TOLERANCE-ENV
               FROM ENVIRONMENT 'BRKREC-TOLERANCE'
           IF WS-TOLERANCE-ENV IS NUMERIC
               MOVE WS-TOLERANCE-ENV TO WS-TOLERANCE
           END-IF
           OPEN OUTPUT RECON-REPORT
           OPEN OUTPUT PAYMENT-FILE
           MOVE WS-ENV-PERIOD TO HDR-PERIOD
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-TOLERANCE TO HDR-TOLERANCE
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

      *----------------------------------------------------------------
      *  1100-LOAD-INVOICES keeps the month's invoices and their
      *  itemized trades.  Records for another month are skipped and
      *  counted; a detail record with no summary ahead of it belongs
      *  to no invoice and is counted as an orphan.  A second summary
      *  for a channel already invoiced is marked a duplicate.
      *----------------------------------------------------------------
       1100-LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF WS-BIV-FILE-MISSING
               MOVE 'Y' TO WS-BIV-MISSING-IND
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE ZERO TO WS-CUR-INV-SUB
           PERFORM UNTIL WS-EOF
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INVOICE-RECORDS
                       IF BIV-PERIOD NOT = WS-ENV-PERIOD
                           ADD 1 TO WS-OTHER-PERIOD-COUNT
                       ELSE
                           EVALUATE TRUE
                               WHEN BIV-SUMMARY
                                   PERFORM 1110-KEEP-INVOICE
                               WHEN BIV-DETAIL
                                   PERFORM 1120-KEEP-DETAIL
                               WHEN OTHER
                                   ADD 1 TO WS-ORPHAN-DETAIL-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-BIV-MISSING
               CLOSE INVOICE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1110-KEEP-INVOICE.
           IF WS-INV-COUNT < 200
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-COUNT TO WS-CUR-INV-SUB
               SET WS-INV-IDX TO WS-INV-COUNT
               MOVE BIV-BROKER-CODE TO WS-INV-BROKER (WS-INV-IDX)
               MOVE BIV-INVOICE-NO TO WS-INV-NUMBER (WS-INV-IDX)
               MOVE BIV-CHANNEL-CODE TO WS-INV-CHANNEL (WS-INV-IDX)
               MOVE BIV-TRADE-COUNT
                   TO WS-INV-BILLED-COUNT (WS-INV-IDX)
               MOVE BIV-COMMISSION-BILLED
                   TO WS-INV-BILLED-AMT (WS-INV-IDX)
               MOVE ZERO TO WS-INV-DETAIL-COUNT (WS-INV-IDX)
               MOVE ZERO TO WS-INV-UNBOOKED-COUNT (WS-INV-IDX)
               MOVE 'N' TO WS-INV-DUPLICATE-IND (WS-INV-IDX)
               MOVE 'P' TO WS-INV-STATUS (WS-INV-IDX)
               MOVE SPACES TO WS-INV-HOLD-REASON (WS-INV-IDX)
               PERFORM VARYING WS-INV-CHK-IDX FROM 1 BY 1
                       UNTIL WS-INV-CHK-IDX NOT < WS-INV-IDX
                   IF WS-INV-CHANNEL (WS-INV-CHK-IDX)
                           = BIV-CHANNEL-CODE
                       MOVE 'Y' TO WS-INV-DUPLICATE-IND (WS-INV-IDX)
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-IND
               MOVE ZERO TO WS-CUR-INV-SUB
           END-IF
           .

       1120-KEEP-DETAIL.
           IF WS-CUR-INV-SUB = ZERO
               ADD 1 TO WS-ORPHAN-DETAIL-COUNT
           ELSE
               IF WS-DTL-COUNT < 5000
                   ADD 1 TO WS-DTL-COUNT
                   SET WS-DTL-IDX TO WS-DTL-COUNT
                   MOVE WS-CUR-INV-SUB TO WS-DTL-INV-SUB (WS-DTL-IDX)
                   MOVE BIV-CHANNEL-CODE TO WS-DTL-CHANNEL (WS-DTL-IDX)
                   MOVE BIV-TRADE-DATE
                       TO WS-DTL-TRADE-DATE (WS-DTL-IDX)
                   MOVE BIV-TRADE-REF TO WS-DTL-TRADE-REF (WS-DTL-IDX)
                   MOVE BIV-DTL-COMMISSION
                       TO WS-DTL-COMMISSION (WS-DTL-IDX)
                   MOVE 'N' TO WS-DTL-BOOKED-IND (WS-DTL-IDX)
                   SET WS-INV-IDX TO WS-CUR-INV-SUB
                   ADD 1 TO WS-INV-DETAIL-COUNT (WS-INV-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  1080-SELECT-PARTITIONS picks the invoice month off the
      *  partition index.  No index means the whole unload is read.
      *----------------------------------------------------------------
       1080-SELECT-PARTITIONS.
           MOVE ZERO TO WS-PART-COUNT
           OPEN INPUT PARTITION-INDEX-FILE
           IF WS-HIX-FILE-OK
               PERFORM UNTIL WS-HIX-EOF
                   READ PARTITION-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-HIX-EOF-FLAG
                       NOT AT END
                           MOVE 'Y' TO WS-PART-MODE-IND
                           IF HIX-PERIOD = WS-ENV-PERIOD
                               PERFORM 1085-KEEP-PARTITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-INDEX-FILE
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
      *  2000-SUM-BOOKED-COMMISSION totals the month's booked trades
      *  and commission per channel and ticks off each itemized
      *  trade found among them.
      *----------------------------------------------------------------
       2000-SUM-BOOKED-COMMISSION.
           PERFORM 1080-SELECT-PARTITIONS
           PERFORM 1090-OPEN-HISTORY
           IF NOT WS-HIST-OPEN-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       PERFORM 2020-END-OF-HISTORY-FILE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF HIST-TRADE-DATE (1:6) = WS-ENV-PERIOD
                               AND (HIST-TYPE-STANDARD
                                    OR HIST-TYPE-RICH)
                               AND NOT HIST-CANCELLED
                           PERFORM 2100-BOOK-TRADE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-OPEN-OK
                   AND NOT WS-PART-MODE
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
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
               MOVE WS-PART-TBL-DSN (WS-PART-SUB) TO WS-HIST-DSN
               OPEN INPUT HISTORY-FILE
               IF NOT WS-HIST-FILE-OK
                   DISPLAY 'BRKREC00 HISTORY PARTITION OPEN FAILED: '
                       WS-HIST-DSN ' STATUS ' WS-HIST-FILE-STATUS
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

       2100-BOOK-TRADE.
           SET WS-BKD-IDX TO 1
           MOVE 'N' TO WS-FOUND-IND
           IF WS-BKD-COUNT > ZERO
               SEARCH WS-BKD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BKD-CHANNEL (WS-BKD-IDX)
                           = HIST-CHANNEL-CODE
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-BKD-COUNT < 100
                   ADD 1 TO WS-BKD-COUNT
                   SET WS-BKD-IDX TO WS-BKD-COUNT
                   MOVE HIST-CHANNEL-CODE TO WS-BKD-CHANNEL (WS-BKD-IDX)
                   MOVE ZERO TO WS-BKD-TRADE-COUNT (WS-BKD-IDX)
                   MOVE ZERO TO WS-BKD-COMMISSION (WS-BKD-IDX)
                   MOVE 'N' TO WS-BKD-INVOICED-IND (WS-BKD-IDX)
                   MOVE 'Y' TO WS-FOUND-IND
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-BKD-TRADE-COUNT (WS-BKD-IDX)
               ADD HIST-COMMISSION-AMT TO WS-BKD-COMMISSION (WS-BKD-IDX)
           END-IF
           IF HIST-EXTERNAL-TRADE-ID NOT = SPACES
                   AND WS-DTL-COUNT > ZERO
               PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                       UNTIL WS-DTL-IDX > WS-DTL-COUNT
                   IF WS-DTL-TRADE-REF (WS-DTL-IDX)
                           = HIST-EXTERNAL-TRADE-ID
                           AND WS-DTL-CHANNEL (WS-DTL-IDX)
                               = HIST-CHANNEL-CODE
                       MOVE 'Y' TO WS-DTL-BOOKED-IND (WS-DTL-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-RECONCILE-INVOICES decides pay or hold for each invoice
      *  -- the first failing test names the hold -- prints it and
      *  writes accounts payable's release record.
      *----------------------------------------------------------------
       3000-RECONCILE-INVOICES.
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-COUNT
               IF NOT WS-DTL-BOOKED (WS-DTL-IDX)
                   SET WS-INV-IDX TO WS-DTL-INV-SUB (WS-DTL-IDX)
                   ADD 1 TO WS-INV-UNBOOKED-COUNT (WS-INV-IDX)
                   ADD 1 TO WS-UNBOOKED-TOTAL
               END-IF
           END-PERFORM
           MOVE 'INVOICES -- BILLED AGAINST BOOKED' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           IF WS-INV-COUNT = ZERO
               IF WS-BIV-MISSING
                   MOVE 'NO INVOICE FILE RECEIVED' TO NONE-TEXT
               ELSE
                   MOVE 'NO INVOICES FOR THE PERIOD' TO NONE-TEXT
               END-IF
               WRITE RPT-LINE FROM WS-NONE-LINE
           ELSE
               WRITE RPT-LINE FROM WS-INVOICE-HEADER
           END-IF
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               PERFORM 3100-DECIDE-INVOICE
               PERFORM 3200-WRITE-INVOICE
           END-PERFORM
           .

       3100-DECIDE-INVOICE.
           MOVE ZERO TO WS-BOOKED-COUNT
           MOVE ZERO TO WS-BOOKED-AMT
           MOVE 'N' TO WS-FOUND-IND
           IF WS-BKD-COUNT > ZERO
               SET WS-BKD-IDX TO 1
               SEARCH WS-BKD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BKD-CHANNEL (WS-BKD-IDX)
                           = WS-INV-CHANNEL (WS-INV-IDX)
                       MOVE 'Y' TO WS-FOUND-IND
                       MOVE WS-BKD-TRADE-COUNT (WS-BKD-IDX)
                           TO WS-BOOKED-COUNT
                       MOVE WS-BKD-COMMISSION (WS-BKD-IDX)
                           TO WS-BOOKED-AMT
                       MOVE 'Y' TO WS-BKD-INVOICED-IND (WS-BKD-IDX)
               END-SEARCH
           END-IF
           COMPUTE WS-AMT-DIFF =
               WS-INV-BILLED-AMT (WS-INV-IDX) - WS-BOOKED-AMT
           EVALUATE TRUE
               WHEN WS-INV-DUPLICATE (WS-INV-IDX)
                   MOVE 'DUPLICATE CHANNEL' TO WS-INV-HOLD-REASON
                       (WS-INV-IDX)
               WHEN NOT WS-FOUND
                   MOVE 'NOTHING BOOKED' TO WS-INV-HOLD-REASON
                       (WS-INV-IDX)
               WHEN WS-INV-UNBOOKED-COUNT (WS-INV-IDX) > ZERO
                   MOVE 'UNBOOKED TRADES' TO WS-INV-HOLD-REASON
                       (WS-INV-IDX)
               WHEN WS-INV-BILLED-COUNT (WS-INV-IDX)
                       NOT = WS-BOOKED-COUNT
                   MOVE 'TRADE COUNT DIFFERS' TO WS-INV-HOLD-REASON
                       (WS-INV-IDX)
               WHEN WS-AMT-DIFF > WS-TOLERANCE
                       OR WS-AMT-DIFF < ZERO - WS-TOLERANCE
                   MOVE 'COMMISSION DIFFERS' TO WS-INV-HOLD-REASON
                       (WS-INV-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-INV-HOLD-REASON (WS-INV-IDX)
           END-EVALUATE
           IF WS-INV-HOLD-REASON (WS-INV-IDX) = SPACES
               MOVE 'P' TO WS-INV-STATUS (WS-INV-IDX)
               ADD 1 TO WS-RELEASE-COUNT
           ELSE
               MOVE 'H' TO WS-INV-STATUS (WS-INV-IDX)
               ADD 1 TO WS-HOLD-COUNT
           END-IF
           .

       3200-WRITE-INVOICE.
           MOVE WS-INV-BROKER (WS-INV-IDX) TO INV-BROKER
           MOVE WS-INV-NUMBER (WS-INV-IDX) TO INV-NUMBER
           MOVE WS-INV-CHANNEL (WS-INV-IDX) TO INV-CHANNEL
           MOVE WS-INV-BILLED-COUNT (WS-INV-IDX) TO INV-BILLED-COUNT
           MOVE WS-BOOKED-COUNT TO INV-BOOKED-COUNT
           MOVE WS-INV-BILLED-AMT (WS-INV-IDX) TO INV-BILLED-AMT
           MOVE WS-BOOKED-AMT TO INV-BOOKED-AMT
           MOVE WS-AMT-DIFF TO INV-DIFF-AMT
           IF WS-INV-RELEASE (WS-INV-IDX)
               MOVE 'PAY' TO INV-STATUS
           ELSE
               MOVE 'HOLD' TO INV-STATUS
           END-IF
           MOVE WS-INV-HOLD-REASON (WS-INV-IDX) TO INV-HOLD-REASON
           WRITE RPT-LINE FROM WS-INVOICE-LINE
           MOVE WS-INV-BROKER (WS-INV-IDX) TO PAY-BROKER-CODE
           MOVE WS-INV-NUMBER (WS-INV-IDX) TO PAY-INVOICE-NO
           MOVE WS-ENV-PERIOD TO PAY-PERIOD
           MOVE WS-INV-CHANNEL (WS-INV-IDX) TO PAY-CHANNEL-CODE
           MOVE WS-INV-BILLED-AMT (WS-INV-IDX)
               TO PAY-COMMISSION-BILLED
           MOVE WS-INV-STATUS (WS-INV-IDX) TO PAY-STATUS
           MOVE WS-INV-HOLD-REASON (WS-INV-IDX) TO PAY-HOLD-REASON
           MOVE WS-RUN-DATE TO PAY-RECON-DATE
           WRITE PAY-REC
           .

      *----------------------------------------------------------------
      *  3500-WRITE-UNBOOKED-TRADES lists every itemized trade the
      *  brokers billed that the month's history does not hold.
      *----------------------------------------------------------------
       3500-WRITE-UNBOOKED-TRADES.
           MOVE 'TRADES BILLED THAT WE HAVE NO RECORD OF' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           IF WS-UNBOOKED-TOTAL = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           ELSE
               WRITE RPT-LINE FROM WS-UNBOOKED-HEADER
               PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                       UNTIL WS-DTL-IDX > WS-DTL-COUNT
                   IF NOT WS-DTL-BOOKED (WS-DTL-IDX)
                       SET WS-INV-IDX TO WS-DTL-INV-SUB (WS-DTL-IDX)
                       MOVE WS-INV-BROKER (WS-INV-IDX) TO UNB-BROKER
                       MOVE WS-INV-NUMBER (WS-INV-IDX) TO UNB-INVOICE
                       MOVE WS-DTL-CHANNEL (WS-DTL-IDX) TO UNB-CHANNEL
                       MOVE WS-DTL-TRADE-DATE (WS-DTL-IDX)
                           TO UNB-TRADE-DATE
                       MOVE WS-DTL-TRADE-REF (WS-DTL-IDX)
                           TO UNB-TRADE-REF
                       MOVE WS-DTL-COMMISSION (WS-DTL-IDX)
                           TO UNB-COMMISSION
                       WRITE RPT-LINE FROM WS-UNBOOKED-LINE
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      *  3700-WRITE-UNINVOICED-CHANNELS lists channels we booked
      *  commission on in the month that no invoice covered -- an
      *  invoice still to come, or a broker that has not billed.
      *----------------------------------------------------------------
       3700-WRITE-UNINVOICED-CHANNELS.
           MOVE 'CHANNELS BOOKED BUT NOT INVOICED' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-BKD-IDX FROM 1 BY 1
                   UNTIL WS-BKD-IDX > WS-BKD-COUNT
               IF NOT WS-BKD-INVOICED (WS-BKD-IDX)
                   IF WS-SECTION-LINES = ZERO
                       WRITE RPT-LINE FROM WS-UNINVOICED-HEADER
                   END-IF
                   ADD 1 TO WS-SECTION-LINES
                   ADD 1 TO WS-UNINVOICED-COUNT
                   MOVE WS-BKD-CHANNEL (WS-BKD-IDX) TO UNI-CHANNEL
                   MOVE WS-BKD-TRADE-COUNT (WS-BKD-IDX)
                       TO UNI-TRADE-COUNT
                   MOVE WS-BKD-COMMISSION (WS-BKD-IDX)
                       TO UNI-COMMISSION
                   WRITE RPT-LINE FROM WS-UNINVOICED-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE 'NONE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       4000-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SEC-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE 'INVOICES FOR THE PERIOD' TO SUM-LABEL
           MOVE WS-INV-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RECONCILED - RELEASED FOR PAYMENT' TO SUM-LABEL
           MOVE WS-RELEASE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HELD - DO NOT PAY' TO SUM-LABEL
           MOVE WS-HOLD-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BILLED TRADES WITH NO BOOKING' TO SUM-LABEL
           MOVE WS-UNBOOKED-TOTAL TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHANNELS BOOKED BUT NOT INVOICED' TO SUM-LABEL
           MOVE WS-UNINVOICED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'INVOICE RECORDS FOR OTHER PERIODS' TO SUM-LABEL
           MOVE WS-OTHER-PERIOD-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNRECOGNIZED OR ORPHAN INVOICE RECORDS' TO SUM-LABEL
           MOVE WS-ORPHAN-DETAIL-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-TABLE-FULL
               MOVE 'TABLE FULL - LISTING IS INCOMPLETE' TO NONE-TEXT
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           .

       9999-TERMINATE.
           CLOSE RECON-REPORT
           CLOSE PAYMENT-FILE
           DISPLAY 'BRKREC00 PERIOD: ' WS-ENV-PERIOD
           DISPLAY 'BRKREC00 INVOICES: ' WS-INV-COUNT
               ' RELEASED: ' WS-RELEASE-COUNT
               ' HELD: ' WS-HOLD-COUNT
           DISPLAY 'BRKREC00 BILLED TRADES WITH NO BOOKING: '
               WS-UNBOOKED-TOTAL
           DISPLAY 'BRKREC00 HISTORY RECORDS READ: ' WS-HIST-READ
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when the period parameter
      *  was bad, a file error when no invoice file arrived or the
      *  history could not be read, a warning when any invoice is
      *  held or the tables filled, normal when every invoice
      *  reconciled.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'BRKREC00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN NOT WS-PARMS-OK
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'BRKREC-PERIOD MISSING OR NOT NUMERIC'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-BIV-MISSING
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'BRKINV.DAT NOT FOUND - NO INVOICES TO CLEAR'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN NOT WS-HIST-OPEN-OK
                   MOVE 'E002' TO RC-ERROR-CODE
                   MOVE 'TRANSACTION HISTORY COULD NOT BE READ'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN WS-HOLD-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'INVOICES HELD - SEE BRKREC.PRT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN WS-TABLE-FULL
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'TABLE FULL - RECONCILIATION INCOMPLETE'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
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
           MOVE 'BRKREC00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
