      *                          new trailer.  Run once per archive
      *                          generation the trend report reads.
      *
      *  A later release appended fields to six more layouts.  These
      *  conversions start from the layout each file carried before
      *  that release:
      *
      *    TRNHIST2  111 -> 159  appends blank instrument,
      *                          counterparty, trader, transfer
      *                          portfolio, transfer lot date and
      *                          counterparty entity.  The keyed
      *                          store TRNHIST.KSD is not converted:
      *                          its key grew from 18 to 30 bytes
      *                          (the instrument joined it), so the
      *                          job deletes it and defines it empty
      *                          at KEYS(30 0) RECORDSIZE(159 159),
      *                          and HISTLD00's first run reseeds it
      *                          from this converted flat copy.
      *    PNLOUT2    96 -> 108  appends the blank instrument ID;
      *                          trailers pass through onto the padded
      *                          new trailer.  Run once per archive
      *                          generation on the GDG base -- the
      *                          trend report, the monthly report, the
      *                          reversal report and the restage all
      *                          read old generations.
      *    PNLIN      78 -> 114  appends blank instrument,
      *                          counterparty, trader and transfer
      *                          portfolio.  Run once per PNLIN
      *                          archive generation, which the restage
      *                          (UTLRST00) feeds back to the calc.
      *    POSINV     71 -> 99   appends blank instrument,
      *                          counterparty and trader on every open
      *                          lot
      *    PORTMST    40 -> 66   appends a zero fee rate and minimum
      *                          (not billed), a blank billing
      *                          frequency and a blank benchmark
      *    CORRAUTH   17 -> 57   appends blank expiry, manager, maker,
      *                          checker and approval date.  With no
      *                          expiry PVCORR00 refuses the entry, so
      *                          every converted entry must be granted
      *                          again through CAUM/CAUA -- fail
      *                          closed, by design.
      *
      *  ENTMST.DAT and REGSENT.DAT are new with that release and need
      *  no conversion: ENTMST is loaded fresh in the 62-byte
      *  ENTMST.cpy layout, and REGEXT00's first run creates
      *  REGSENT.DAT.
      *
      *  Each conversion reads the OLD-layout file and writes a NEW-
      *  layout file; the job then copies the converted file back over
      *  the original.  Old records pass through value-for-value --
           SELECT OLD-PNL-FILE ASSIGN TO 'OLDPNL.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PNL-FILE ASSIGN TO 'NEWPNL.DAT'.
           SELECT OLD-HIST-FILE ASSIGN TO 'OLDHST.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
      *--  The PNLOUT2 and PNLIN archive conversions share the OLDARC
      *--  and NEWPNL names, so one JCL procedure converts a generation
      *--  of either base.  Only one conversion runs per execution.
           SELECT OLD-ARCH-FILE ASSIGN TO 'OLDARC.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT OLD-PIN-FILE ASSIGN TO 'OLDARC.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PIN-FILE ASSIGN TO 'NEWPNL.DAT'.
           SELECT OLD-INV-FILE ASSIGN TO 'OLDINV.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-INV-FILE ASSIGN TO 'NEWINV.DAT'.
           SELECT OLD-PMR-FILE ASSIGN TO 'OLDPMR.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PMR-FILE ASSIGN TO 'NEWPMR.DAT'.
           SELECT OLD-CAU-FILE ASSIGN TO 'OLDCAU.DAT'
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CAU-FILE ASSIGN TO 'NEWCAU.DAT'.

       DATA DIVISION.
       FILE SECTION.
               ==TRL-REALIZED-SUM== BY ==NL-TRL-REALIZED-SUM==,
               ==TRL-ID== BY ==NL-TRL-ID==.

      *--  The transaction history record as the later release found
      *--  it: TRNREC.cpy through TRN-EVENT-CODE.  The new record is
      *--  written through NEW-TRN-FILE.
       FD  OLD-HIST-FILE.
       01  OH-REC.
           05  OH-PORTFOLIO-ID       PIC X(08).
           05  OH-TRADE-DATE         PIC X(08).
           05  OH-CHANNEL-CODE       PIC X(02).
           05  OH-CURRENCY-CODE      PIC X(03).
           05  OH-TRADE-AMT          PIC S9(13)V99 COMP-3.
           05  OH-COST-AMT           PIC S9(13)V99 COMP-3.
           05  OH-COMMISSION-AMT     PIC S9(13)V99 COMP-3.
           05  OH-FEE-AMT            PIC S9(13)V99 COMP-3.
           05  OH-POSITION-STATUS    PIC X(01).
           05  OH-RECORD-TYPE        PIC X(02).
           05  OH-SETTLEMENT-DATE    PIC X(08).
           05  OH-EXTERNAL-TRADE-ID  PIC X(12).
           05  OH-SOURCE-ID          PIC X(02).
           05  OH-ENTITY-CODE        PIC X(04).
           05  OH-QUANTITY           PIC S9(11)V9(04) COMP-3.
           05  OH-AS-OF-DATE         PIC X(08).
           05  OH-CANCEL-IND         PIC X(01).
           05  OH-CANCEL-DATE        PIC X(08).
           05  OH-EVENT-CODE         PIC X(04).

      *--  The P&L output record as the later release found it:
      *--  PNLOUTRC.cpy through PNL-CASH-EVENT-IND, with its 96-byte
      *--  trailer.  The new record is written through NEW-PNL-FILE.
       FD  OLD-ARCH-FILE.
       01  OR-REC.
           05  OR-PORTFOLIO-ID       PIC X(08).
           05  OR-TRADE-DATE         PIC X(08).
           05  OR-REALIZED-PNL-AMT   PIC S9(13)V99 COMP-3.
           05  OR-UNREALIZED-PNL-AMT PIC S9(13)V99 COMP-3.
           05  OR-PNL-TRADE-COUNT    PIC 9(05).
           05  OR-PNL-CURRENCY-CODE  PIC X(03).
           05  OR-NATIVE-PNL-AMT     PIC S9(13)V99 COMP-3.
           05  OR-RPT2-CURRENCY-CODE PIC X(03).
           05  OR-RPT2-REALIZED-AMT  PIC S9(13)V99 COMP-3.
           05  OR-RPT2-UNREALIZED-AMT PIC S9(13)V99 COMP-3.
           05  OR-ENTITY-CODE        PIC X(04).
           05  OR-PNL-QUANTITY       PIC S9(11)V9(04) COMP-3.
           05  OR-PNL-COST-AMT       PIC S9(13)V99 COMP-3.
           05  OR-PNL-CARRY-AMT      PIC S9(13)V99 COMP-3.
           05  OR-PNL-CASH-EVENT-IND PIC X(01).
       01  OR-TRAILER REDEFINES OR-REC.
           05  OR-TRL-ID             PIC X(08).
           05  OR-TRL-RECORD-COUNT   PIC 9(08).
           05  OR-TRL-REALIZED-SUM   PIC S9(13)V99 COMP-3.
           05  OR-TRL-UNREALIZED-SUM PIC S9(13)V99 COMP-3.
           05  OR-TRL-RUN-TOKEN      PIC X(16).
           05  FILLER                PIC X(48).

      *--  The P&L input record (PNLIN.DAT has no copybook; the
      *--  layout is PNL-CALC-PROG's and PNLBLD00's) before the
      *--  instrument, counterparty, trader and transfer portfolio.
       FD  OLD-PIN-FILE.
       01  OI-REC.
           05  OI-PORTFOLIO-ID       PIC X(08).
           05  OI-TRADE-DATE         PIC X(08).
           05  OI-CURRENCY-CODE      PIC X(03).
           05  OI-TRADE-AMT          PIC S9(13)V99 COMP-3.
           05  OI-COST-AMT           PIC S9(13)V99 COMP-3.
           05  OI-COMMISSION-AMT     PIC S9(13)V99 COMP-3.
           05  OI-FEE-AMT            PIC S9(13)V99 COMP-3.
           05  OI-POSITION-STATUS    PIC X(01).
           05  OI-ENTITY-CODE        PIC X(04).
           05  OI-QUANTITY           PIC S9(11)V9(04) COMP-3.
           05  OI-CANCEL-IND         PIC X(01).
           05  OI-ORIG-DATE          PIC X(08).
           05  OI-CASH-IND           PIC X(01).
           05  OI-EVENT-CODE         PIC X(04).

       FD  NEW-PIN-FILE.
       01  NI-REC.
           05  NI-PORTFOLIO-ID       PIC X(08).
           05  NI-TRADE-DATE         PIC X(08).
           05  NI-CURRENCY-CODE      PIC X(03).
           05  NI-TRADE-AMT          PIC S9(13)V99 COMP-3.
           05  NI-COST-AMT           PIC S9(13)V99 COMP-3.
           05  NI-COMMISSION-AMT     PIC S9(13)V99 COMP-3.
           05  NI-FEE-AMT            PIC S9(13)V99 COMP-3.
           05  NI-POSITION-STATUS    PIC X(01).
           05  NI-ENTITY-CODE        PIC X(04).
           05  NI-QUANTITY           PIC S9(11)V9(04) COMP-3.
           05  NI-CANCEL-IND         PIC X(01).
           05  NI-ORIG-DATE          PIC X(08).
           05  NI-CASH-IND           PIC X(01).
           05  NI-EVENT-CODE         PIC X(04).
           05  NI-INSTRUMENT-ID      PIC X(12).
           05  NI-COUNTERPARTY       PIC X(08).
           05  NI-TRADER-ID          PIC X(08).
           05  NI-TRANSFER-PORTFOLIO PIC X(08).

      *--  The open-lot inventory record: POSINVRC.cpy through
      *--  INV-ACCRUED-CARRY.
       FD  OLD-INV-FILE.
       01  OV-REC.
           05  OV-PORTFOLIO-ID       PIC X(08).
           05  OV-TRADE-DATE         PIC X(08).
           05  OV-CURRENCY-CODE      PIC X(03).
           05  OV-TRADE-AMT          PIC S9(13)V99 COMP-3.
           05  OV-COST-AMT           PIC S9(13)V99 COMP-3.
           05  OV-COMMISSION-AMT     PIC S9(13)V99 COMP-3.
           05  OV-FEE-AMT            PIC S9(13)V99 COMP-3.
           05  OV-ENTITY-CODE        PIC X(04).
           05  OV-QUANTITY           PIC S9(11)V9(04) COMP-3.
           05  OV-ACCRUED-CARRY      PIC S9(13)V99 COMP-3.

       FD  NEW-INV-FILE.
           COPY POSINVRC REPLACING LEADING ==INV-== BY ==NV-==.

      *--  The portfolio master record: PRTMST.cpy through
      *--  PMR-BASE-CURRENCY, before the fee and benchmark terms.
       FD  OLD-PMR-FILE.
       01  OM-REC.
           05  OM-PORTFOLIO-ID       PIC X(08).
           05  OM-DESCRIPTION        PIC X(20).
           05  OM-STATUS             PIC X(01).
           05  OM-INCEPTION-DATE     PIC X(08).
           05  OM-BASE-CURRENCY      PIC X(03).

       FD  NEW-PMR-FILE.
           COPY PRTMST REPLACING LEADING ==PMR-== BY ==NM-==.

      *--  The correction entitlement record: the key alone, as
      *--  PVCORR00 carried it before CORRAUTH.cpy.
       FD  OLD-CAU-FILE.
       01  OC-REC.
           05  OC-USER-ID            PIC X(08).
           05  OC-SCOPE-TYPE         PIC X(01).
           05  OC-SCOPE-ID           PIC X(08).

       FD  NEW-CAU-FILE.
           COPY CORRAUTH REPLACING LEADING ==CAU-== BY ==NC-==.

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OLD-FILE-OK        VALUE '00'.
           88  WS-TYPE-PNLPRIOR      VALUE 'PNLPRIOR'.
           88  WS-TYPE-PNLAUDIT      VALUE 'PNLAUDIT'.
           88  WS-TYPE-PNLOUT        VALUE 'PNLOUT  '.
           88  WS-TYPE-TRNHIST2      VALUE 'TRNHIST2'.
           88  WS-TYPE-PNLOUT2       VALUE 'PNLOUT2 '.
           88  WS-TYPE-PNLIN         VALUE 'PNLIN   '.
           88  WS-TYPE-POSINV        VALUE 'POSINV  '.
           88  WS-TYPE-PORTMST       VALUE 'PORTMST '.
           88  WS-TYPE-CORRAUTH      VALUE 'CORRAUTH'.
           88  WS-TYPE-VALID         VALUE 'TRNHIST ' 'PNLPRIOR'
                                           'PNLAUDIT' 'PNLOUT  '
                                           'TRNHIST2' 'PNLOUT2 '
                                           'PNLIN   ' 'POSINV  '
                                           'PORTMST ' 'CORRAUTH'.

       01  WS-OLD-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-OLD-OPEN-OK        VALUE 'Y'.
                   PERFORM 2300-CONVERT-PNLAUDIT
               WHEN WS-TYPE-PNLOUT
                   PERFORM 2400-CONVERT-PNLOUT
               WHEN WS-TYPE-TRNHIST2
                   PERFORM 2500-CONVERT-TRNHIST2
               WHEN WS-TYPE-PNLOUT2
                   PERFORM 2600-CONVERT-PNLOUT2
               WHEN WS-TYPE-PNLIN
                   PERFORM 2700-CONVERT-PNLIN
               WHEN WS-TYPE-POSINV
                   PERFORM 2800-CONVERT-POSINV
               WHEN WS-TYPE-PORTMST
                   PERFORM 2850-CONVERT-PORTMST
               WHEN WS-TYPE-CORRAUTH
                   PERFORM 2900-CONVERT-CORRAUTH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-WRITE-COUNT
           .

       2500-CONVERT-TRNHIST2.
           OPEN INPUT OLD-HIST-FILE
           IF WS-OLD-FILE-OK
               MOVE 'Y' TO WS-OLD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-TRN-FILE
           PERFORM UNTIL WS-EOF
               READ OLD-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OH-PORTFOLIO-ID TO NT-PORTFOLIO-ID
                       MOVE OH-TRADE-DATE TO NT-TRADE-DATE
                       MOVE OH-CHANNEL-CODE TO NT-CHANNEL-CODE
                       MOVE OH-CURRENCY-CODE TO NT-CURRENCY-CODE
                       MOVE OH-TRADE-AMT TO NT-TRADE-AMT
                       MOVE OH-COST-AMT TO NT-COST-AMT
                       MOVE OH-COMMISSION-AMT TO NT-COMMISSION-AMT
                       MOVE OH-FEE-AMT TO NT-FEE-AMT
                       MOVE OH-POSITION-STATUS
                           TO NT-POSITION-STATUS
                       MOVE OH-RECORD-TYPE TO NT-RECORD-TYPE
                       MOVE OH-SETTLEMENT-DATE
                           TO NT-SETTLEMENT-DATE
                       MOVE OH-EXTERNAL-TRADE-ID
                           TO NT-EXTERNAL-TRADE-ID
                       MOVE OH-SOURCE-ID TO NT-SOURCE-ID
                       MOVE OH-ENTITY-CODE TO NT-ENTITY-CODE
                       MOVE OH-QUANTITY TO NT-QUANTITY
                       MOVE OH-AS-OF-DATE TO NT-AS-OF-DATE
                       MOVE OH-CANCEL-IND TO NT-CANCEL-IND
                       MOVE OH-CANCEL-DATE TO NT-CANCEL-DATE
                       MOVE OH-EVENT-CODE TO NT-EVENT-CODE
                       MOVE SPACES TO NT-INSTRUMENT-ID
                       MOVE SPACES TO NT-COUNTERPARTY-CODE
                       MOVE SPACES TO NT-TRADER-ID
                       MOVE SPACES TO NT-TRANSFER-PORTFOLIO
                       MOVE SPACES TO NT-TRANSFER-LOT-DATE
                       MOVE SPACES TO NT-CPTY-ENTITY-CODE
                       WRITE NT-REC
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           IF WS-OLD-OPEN-OK
               CLOSE OLD-HIST-FILE
           END-IF
           CLOSE NEW-TRN-FILE
           .

       2600-CONVERT-PNLOUT2.
           OPEN INPUT OLD-ARCH-FILE
           IF WS-OLD-FILE-OK
               MOVE 'Y' TO WS-OLD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-PNL-FILE
           PERFORM UNTIL WS-EOF
               READ OLD-ARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2650-CONVERT-ONE-ARCH-RECORD
               END-READ
           END-PERFORM
           IF WS-OLD-OPEN-OK
               CLOSE OLD-ARCH-FILE
           END-IF
           CLOSE NEW-PNL-FILE
           .

       2650-CONVERT-ONE-ARCH-RECORD.
           IF OR-TRL-ID = 'TRAILER '
               MOVE SPACES TO NL-TRAILER
               MOVE OR-TRL-ID TO NL-TRL-ID
               MOVE OR-TRL-RECORD-COUNT TO NL-TRL-RECORD-COUNT
               MOVE OR-TRL-REALIZED-SUM TO NL-TRL-REALIZED-SUM
               MOVE OR-TRL-UNREALIZED-SUM
                   TO NL-TRL-UNREALIZED-SUM
               MOVE OR-TRL-RUN-TOKEN TO TRL-RUN-TOKEN
               WRITE NL-TRAILER
           ELSE
               MOVE OR-PORTFOLIO-ID TO NL-PORTFOLIO-ID OF NL-REC
               MOVE OR-TRADE-DATE TO NL-TRADE-DATE OF NL-REC
               MOVE OR-REALIZED-PNL-AMT TO NL-REALIZED-PNL-AMT
               MOVE OR-UNREALIZED-PNL-AMT
                   TO NL-UNREALIZED-PNL-AMT
               MOVE OR-PNL-TRADE-COUNT TO NL-PNL-TRADE-COUNT
               MOVE OR-PNL-CURRENCY-CODE TO NL-PNL-CURRENCY-CODE
               MOVE OR-NATIVE-PNL-AMT TO NL-NATIVE-PNL-AMT
               MOVE OR-RPT2-CURRENCY-CODE TO RPT2-CURRENCY-CODE
               MOVE OR-RPT2-REALIZED-AMT TO RPT2-REALIZED-AMT
               MOVE OR-RPT2-UNREALIZED-AMT TO RPT2-UNREALIZED-AMT
               MOVE OR-ENTITY-CODE TO ENTITY-CODE
               MOVE OR-PNL-QUANTITY TO PNL-QUANTITY
               MOVE OR-PNL-COST-AMT TO PNL-COST-AMT
               MOVE OR-PNL-CARRY-AMT TO PNL-CARRY-AMT
               MOVE OR-PNL-CASH-EVENT-IND TO PNL-CASH-EVENT-IND
               MOVE SPACES TO PNL-INSTRUMENT-ID
               WRITE NL-REC
           END-IF
           ADD 1 TO WS-WRITE-COUNT
           .

       2700-CONVERT-PNLIN.
           OPEN INPUT OLD-PIN-FILE
           IF WS-OLD-FILE-OK
               MOVE 'Y' TO WS-OLD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-PIN-FILE
           PERFORM UNTIL WS-EOF
               READ OLD-PIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OI-PORTFOLIO-ID TO NI-PORTFOLIO-ID
                       MOVE OI-TRADE-DATE TO NI-TRADE-DATE
                       MOVE OI-CURRENCY-CODE TO NI-CURRENCY-CODE
                       MOVE OI-TRADE-AMT TO NI-TRADE-AMT
                       MOVE OI-COST-AMT TO NI-COST-AMT
                       MOVE OI-COMMISSION-AMT TO NI-COMMISSION-AMT
                       MOVE OI-FEE-AMT TO NI-FEE-AMT
                       MOVE OI-POSITION-STATUS
                           TO NI-POSITION-STATUS
                       MOVE OI-ENTITY-CODE TO NI-ENTITY-CODE
                       MOVE OI-QUANTITY TO NI-QUANTITY
                       MOVE OI-CANCEL-IND TO NI-CANCEL-IND
                       MOVE OI-ORIG-DATE TO NI-ORIG-DATE
                       MOVE OI-CASH-IND TO NI-CASH-IND
                       MOVE OI-EVENT-CODE TO NI-EVENT-CODE
                       MOVE SPACES TO NI-INSTRUMENT-ID
                       MOVE SPACES TO NI-COUNTERPARTY
                       MOVE SPACES TO NI-TRADER-ID
                       MOVE SPACES TO NI-TRANSFER-PORTFOLIO
                       WRITE NI-REC
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           IF WS-OLD-OPEN-OK
               CLOSE OLD-PIN-FILE
           END-IF
           CLOSE NEW-PIN-FILE
           .

       2800-CONVERT-POSINV.
           OPEN INPUT OLD-INV-FILE
           IF WS-OLD-FILE-OK
               MOVE 'Y' TO WS-OLD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-INV-FILE
           PERFORM UNTIL WS-EOF
               READ OLD-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OV-PORTFOLIO-ID TO NV-PORTFOLIO-ID
                       MOVE OV-TRADE-DATE TO NV-TRADE-DATE
                       MOVE OV-CURRENCY-CODE TO NV-CURRENCY-CODE
                       MOVE OV-TRADE-AMT TO NV-TRADE-AMT
                       MOVE OV-COST-AMT TO NV-COST-AMT
                       MOVE OV-COMMISSION-AMT TO NV-COMMISSION-AMT
                       MOVE OV-FEE-AMT TO NV-FEE-AMT
                       MOVE OV-ENTITY-CODE TO NV-ENTITY-CODE
                       MOVE OV-QUANTITY TO NV-QUANTITY
                       MOVE OV-ACCRUED-CARRY TO NV-ACCRUED-CARRY
                       MOVE SPACES TO NV-INSTRUMENT-ID
                       MOVE SPACES TO NV-COUNTERPARTY-CODE
                       MOVE SPACES TO NV-TRADER-ID
                       WRITE NV-REC
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           IF WS-OLD-OPEN-OK
               CLOSE OLD-INV-FILE
           END-IF
           CLOSE NEW-INV-FILE
           .

       2850-CONVERT-PORTMST.
           OPEN INPUT OLD-PMR-FILE
           IF WS-OLD-FILE-OK
               MOVE 'Y' TO WS-OLD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-PMR-FILE
           PERFORM UNTIL WS-EOF
               READ OLD-PMR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OM-PORTFOLIO-ID TO NM-PORTFOLIO-ID
                       MOVE OM-DESCRIPTION TO NM-DESCRIPTION
                       MOVE OM-STATUS TO NM-STATUS
                       MOVE OM-INCEPTION-DATE TO NM-INCEPTION-DATE
                       MOVE OM-BASE-CURRENCY TO NM-BASE-CURRENCY
                       MOVE ZERO TO NM-FEE-RATE-PCT
                       MOVE SPACES TO NM-FEE-FREQUENCY
                       MOVE ZERO TO NM-FEE-MINIMUM
                       MOVE SPACES TO NM-BENCHMARK-ID
                       WRITE NM-REC
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           IF WS-OLD-OPEN-OK
               CLOSE OLD-PMR-FILE
           END-IF
           CLOSE NEW-PMR-FILE
           .

       2900-CONVERT-CORRAUTH.
           OPEN INPUT OLD-CAU-FILE
           IF WS-OLD-FILE-OK
               MOVE 'Y' TO WS-OLD-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-CAU-FILE
           PERFORM UNTIL WS-EOF
               READ OLD-CAU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OC-USER-ID TO NC-USER-ID
                       MOVE OC-SCOPE-TYPE TO NC-SCOPE-TYPE
                       MOVE OC-SCOPE-ID TO NC-SCOPE-ID
                       MOVE SPACES TO NC-EXPIRY-DATE
                       MOVE SPACES TO NC-MANAGER-ID
                       MOVE SPACES TO NC-MAKER-ID
                       MOVE SPACES TO NC-CHECKER-ID
                       MOVE SPACES TO NC-APPROVED-DATE
                       WRITE NC-REC
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           IF WS-OLD-OPEN-OK
               CLOSE OLD-CAU-FILE
           END-IF
           CLOSE NEW-CAU-FILE
           .

       9999-TERMINATE.
           DISPLAY 'UTLCVT00 CONVERSION TYPE: ' WS-CONVERT-TYPE
           DISPLAY 'UTLCVT00 RECORDS READ:    ' WS-READ-COUNT
