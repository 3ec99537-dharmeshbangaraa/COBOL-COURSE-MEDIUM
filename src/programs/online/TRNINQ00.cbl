       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNINQ00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  TRNINQ00 -- TRADE LOOKUP BY EXTERNAL TRADE ID (TRNQ,
      *  READ-ONLY)
      *  A vendor or custodian calling about a trade quotes their own
      *  trade ID (TRN-EXTERNAL-TRADE-ID), but the keyed history store
      *  is keyed portfolio/trade-date/channel/instrument -- answering
      *  meant an overnight RPTHIS00 run or a scan of the unload.
      *  This inquiry keys the external ID, finds the booking through
      *  the TRNXREF alternate index (TRNXREF.cpy, rebuilt by HISTLD00
      *  every night), reads the full record off TRNHIST, and shows
      *  it -- source, entity, amounts, settlement date, cancel status
      *  -- with the ID's result on the latest vendor confirm match
      *  off CNFMAT (CNFMAT.cpy, written by RPTCNF00), so client
      *  service can answer while the caller is still on the line.
      *
      *  Nothing here updates anything.
      *
      *  An ID booked more than once (the same vendor ID on two
      *  portfolios, say) shows one booking at a time: the commarea
      *  carries the ID and which booking is on screen, and keying N
      *  moves to the next, wrapping back to the first.  Keying a new
      *  ID starts a fresh inquiry.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in PVCORR00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-BROWSE      VALUE 'BRW'.
           05  WS-CA-EXT-ID          PIC X(12).
           05  WS-CA-BOOKING-NUM     PIC 9(04).

       01  WS-MSG-TEXT               PIC X(60) VALUE SPACES.
       01  WS-RESP-CODE              PIC S9(08) COMP VALUE ZERO.

      *--  The keyed history record, in the store's own layout (the
      *--  same one HISTLD00 declares); HIST-KEY is the dataset's key.
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-PORTFOLIO-ID     PIC X(08).
               10  HIST-TRADE-DATE       PIC X(08).
               10  HIST-CHANNEL-CODE     PIC X(02).
               10  HIST-INSTRUMENT-ID    PIC X(12).
           05  HIST-CURRENCY-CODE    PIC X(03).
           05  HIST-TRADE-AMT        PIC S9(13)V99 COMP-3.
           05  HIST-COST-AMT         PIC S9(13)V99 COMP-3.
           05  HIST-COMMISSION-AMT   PIC S9(13)V99 COMP-3.
           05  HIST-FEE-AMT          PIC S9(13)V99 COMP-3.
           05  HIST-POSITION-STATUS  PIC X(01).
           05  HIST-RECORD-TYPE      PIC X(02).
           05  HIST-SETTLEMENT-DATE  PIC X(08).
           05  HIST-EXTERNAL-TRADE-ID PIC X(12).
           05  HIST-SOURCE-ID        PIC X(02).
           05  HIST-ENTITY-CODE      PIC X(04).
           05  HIST-QUANTITY         PIC S9(11)V9(04) COMP-3.
           05  HIST-AS-OF-DATE       PIC X(08).
           05  HIST-CANCEL-IND       PIC X(01).
           05  HIST-CANCEL-DATE      PIC X(08).
           05  HIST-EVENT-CODE       PIC X(04).
           05  HIST-COUNTERPARTY-CODE PIC X(08).
           05  HIST-TRADER-ID        PIC X(08).
           05  HIST-TRANSFER-PORTFOLIO PIC X(08).
           05  HIST-TRANSFER-LOT-DATE PIC X(08).
           05  HIST-CPTY-ENTITY-CODE PIC X(04).

      *--  The alternate index entry and the confirm match result.
           COPY TRNXREF.
           COPY CNFMAT.

       01  WS-BROWSE-KEY.
           05  WS-BK-EXT-ID          PIC X(12).
           05  WS-BK-FILL            PIC X(30).
       01  WS-SHOWN-HIST-KEY         PIC X(30) VALUE SPACES.
       01  WS-CNM-KEY                PIC X(12) VALUE SPACES.

       01  WS-BROWSE-STARTED-IND     PIC X(01) VALUE 'N'.
           88  WS-BROWSE-STARTED     VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-BOOKING-COUNT          PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-BOOKING-EDIT           PIC ZZZ9.
       01  WS-BOOKING-TOTAL-EDIT     PIC ZZZ9.

      *--  The screen's ten lines, formatted below.
       01  WS-DETAIL-LINE-TABLE.
           05  WS-DETAIL-LINE-OUT    PIC X(70) OCCURS 10 TIMES.

       01  WS-KEY-LINE.
           05  FILLER                PIC X(11) VALUE 'PORTFOLIO '.
           05  KL-PORTFOLIO-ID       PIC X(08).
           05  FILLER                PIC X(13) VALUE '  TRADE DATE '.
           05  KL-TRADE-DATE         PIC X(08).
           05  FILLER                PIC X(10) VALUE '  CHANNEL '.
           05  KL-CHANNEL-CODE       PIC X(02).
           05  FILLER                PIC X(06) VALUE ' INST '.
           05  KL-INSTRUMENT-ID      PIC X(12).

       01  WS-SOURCE-LINE.
           05  FILLER                PIC X(11) VALUE 'RECORD TYPE'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SL-RECORD-TYPE        PIC X(02).
           05  FILLER                PIC X(09) VALUE '  SOURCE '.
           05  SL-SOURCE-ID          PIC X(02).
           05  FILLER                PIC X(09) VALUE '  ENTITY '.
           05  SL-ENTITY-CODE        PIC X(04).
           05  FILLER                PIC X(11) VALUE '  CURRENCY '.
           05  SL-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X(08) VALUE '  EVENT '.
           05  SL-EVENT-CODE         PIC X(04).

       01  WS-AMOUNT-LINE-1.
           05  FILLER                PIC X(11) VALUE 'TRADE AMT'.
           05  AL-TRADE-AMT          PIC Z(12)9.99-.
           05  FILLER                PIC X(13) VALUE '  COST AMT'.
           05  AL-COST-AMT           PIC Z(12)9.99-.

       01  WS-AMOUNT-LINE-2.
           05  FILLER                PIC X(11) VALUE 'COMMISSION'.
           05  AL-COMMISSION-AMT     PIC Z(12)9.99-.
           05  FILLER                PIC X(13) VALUE '  FEE AMT'.
           05  AL-FEE-AMT            PIC Z(12)9.99-.

       01  WS-QUANTITY-LINE.
           05  FILLER                PIC X(11) VALUE 'QUANTITY'.
           05  QL-QUANTITY           PIC Z(10)9.9999-.
           05  FILLER                PIC X(13) VALUE '  POSITION '.
           05  QL-POSITION-STATUS    PIC X(01).

       01  WS-DATE-LINE.
           05  FILLER                PIC X(11) VALUE 'SETTLEMENT'.
           05  DL-SETTLEMENT-DATE    PIC X(08).
           05  FILLER                PIC X(13) VALUE '  AS-OF DATE '.
           05  DL-AS-OF-DATE         PIC X(08).

       01  WS-CANCEL-LINE.
           05  FILLER                PIC X(11) VALUE 'CANCEL'.
           05  CL-CANCEL-TEXT        PIC X(40).

       01  WS-PARTY-LINE.
           05  FILLER                PIC X(11) VALUE 'CPTY'.
           05  PL-COUNTERPARTY-CODE  PIC X(08).
           05  FILLER                PIC X(13) VALUE '  CPTY ENTITY'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PL-CPTY-ENTITY-CODE   PIC X(04).
           05  FILLER                PIC X(09) VALUE '  TRADER '.
           05  PL-TRADER-ID          PIC X(08).

       01  WS-TRANSFER-LINE.
           05  FILLER                PIC X(11) VALUE 'TRANSFER TO'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  TL-TRANSFER-PORTFOLIO PIC X(08).
           05  FILLER                PIC X(12) VALUE '  LOT DATE '.
           05  TL-TRANSFER-LOT-DATE  PIC X(08).

       01  WS-CONFIRM-LINE.
           05  FILLER                PIC X(11) VALUE 'CONFIRM'.
           05  CF-RESULT             PIC X(10).
           05  CF-RUN-TEXT           PIC X(04).
           05  CF-RUN-DATE           PIC X(08).
           05  CF-AMT-TEXT           PIC X(06).
           05  CF-TRADE-AMT          PIC Z(12)9.99-.
           05  CF-SETTLE-TEXT        PIC X(04).
           05  CF-SETTLE-DATE        PIC X(08).

       COPY TRNINQM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-EXT-ID          PIC X(12).
           05  LK-CA-BOOKING-NUM     PIC 9(04).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-INQUIRY
               PERFORM 2100-FIND-BOOKING
               PERFORM 2900-SEND-TRADE-MAP
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('TRNQ')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO TRNINQMO
           MOVE 'ENTER EXTERNAL TRADE ID' TO MSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-EXT-ID
           MOVE 1 TO WS-CA-BOOKING-NUM
           EXEC CICS SEND MAP('TRNINQM')
               MAPSET('TRNINQS')
               FROM(TRNINQMO)
               ERASE
           END-EXEC
           .

      *----------------------------------------------------------------
      *  2000-RECEIVE-INQUIRY reads the screen back: a newly keyed ID
      *  starts at its first booking; N moves to the next booking of
      *  the same ID.
      *----------------------------------------------------------------
       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('TRNINQM')
               MAPSET('TRNINQS')
               INTO(TRNINQMI)
           END-EXEC
           IF EXTIDI NOT = SPACES
                   AND EXTIDI NOT = WS-CA-EXT-ID
               MOVE EXTIDI TO WS-CA-EXT-ID
               MOVE 1 TO WS-CA-BOOKING-NUM
           ELSE
               IF ACTIONI = 'N'
                   ADD 1 TO WS-CA-BOOKING-NUM
               ELSE
                   MOVE 1 TO WS-CA-BOOKING-NUM
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-FIND-BOOKING browses the alternate index generically on
      *  the ID, counting its bookings and keeping the history key of
      *  the one asked for; past the last booking wraps to the first.
      *  The browse stops the moment the ID changes -- the index is
      *  keyed ID-first.
      *----------------------------------------------------------------
       2100-FIND-BOOKING.
           MOVE SPACES TO WS-DETAIL-LINE-TABLE
           MOVE SPACES TO WS-SHOWN-HIST-KEY
           MOVE ZERO TO WS-BOOKING-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-CA-EXT-ID = SPACES
               MOVE 'ENTER EXTERNAL TRADE ID' TO WS-MSG-TEXT
           ELSE
               MOVE WS-CA-EXT-ID TO WS-BK-EXT-ID
               MOVE LOW-VALUES TO WS-BK-FILL
               MOVE 'N' TO WS-BROWSE-STARTED-IND
               EXEC CICS STARTBR FILE('TRNXREF')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-STARTED-IND
               ELSE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF
                   PERFORM 2110-READ-NEXT-XREF
                   IF NOT WS-EOF
                       ADD 1 TO WS-BOOKING-COUNT
                       IF WS-BOOKING-COUNT = 1
                               OR WS-BOOKING-COUNT = WS-CA-BOOKING-NUM
                           MOVE XRF-HIST-KEY TO WS-SHOWN-HIST-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BROWSE-STARTED
                   EXEC CICS ENDBR FILE('TRNXREF') END-EXEC
               END-IF
               IF WS-BOOKING-COUNT = ZERO
                   MOVE 'NO TRADE ON FILE WITH THIS EXTERNAL ID'
                       TO WS-MSG-TEXT
               ELSE
                   IF WS-CA-BOOKING-NUM > WS-BOOKING-COUNT
                       MOVE 1 TO WS-CA-BOOKING-NUM
                   END-IF
                   PERFORM 2200-SHOW-HISTORY-RECORD
               END-IF
           END-IF
           .

       2110-READ-NEXT-XREF.
           EXEC CICS READNEXT FILE('TRNXREF')
               INTO(XRF-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF XRF-EXTERNAL-TRADE-ID NOT = WS-CA-EXT-ID
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-SHOW-HISTORY-RECORD reads the booking off the keyed
      *  history store and formats it with its confirm status.  An
      *  index entry whose record has gone (a back-out since last
      *  night's rebuild) says so rather than showing nothing.
      *----------------------------------------------------------------
       2200-SHOW-HISTORY-RECORD.
           EXEC CICS READ FILE('TRNHIST')
               INTO(HIST-REC)
               RIDFLD(WS-SHOWN-HIST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'INDEXED TRADE NO LONGER ON HISTORY - BACKED OUT?'
                   TO WS-MSG-TEXT
           ELSE
               PERFORM 2210-FORMAT-HISTORY-LINES
               PERFORM 2220-FORMAT-CONFIRM-LINE
               IF WS-BOOKING-COUNT > 1
                   MOVE 'ID BOOKED MORE THAN ONCE - KEY N FOR NEXT'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'KEY A NEW EXTERNAL TRADE ID' TO WS-MSG-TEXT
               END-IF
           END-IF
           MOVE DFHRESP(NORMAL) TO WS-RESP-CODE
           .

       2210-FORMAT-HISTORY-LINES.
           MOVE HIST-PORTFOLIO-ID TO KL-PORTFOLIO-ID
           MOVE HIST-TRADE-DATE TO KL-TRADE-DATE
           MOVE HIST-CHANNEL-CODE TO KL-CHANNEL-CODE
           MOVE HIST-INSTRUMENT-ID TO KL-INSTRUMENT-ID
           MOVE WS-KEY-LINE TO WS-DETAIL-LINE-OUT (1)
           MOVE HIST-RECORD-TYPE TO SL-RECORD-TYPE
           MOVE HIST-SOURCE-ID TO SL-SOURCE-ID
           MOVE HIST-ENTITY-CODE TO SL-ENTITY-CODE
           MOVE HIST-CURRENCY-CODE TO SL-CURRENCY-CODE
           MOVE HIST-EVENT-CODE TO SL-EVENT-CODE
           MOVE WS-SOURCE-LINE TO WS-DETAIL-LINE-OUT (2)
           MOVE HIST-TRADE-AMT TO AL-TRADE-AMT
           MOVE HIST-COST-AMT TO AL-COST-AMT
           MOVE WS-AMOUNT-LINE-1 TO WS-DETAIL-LINE-OUT (3)
           MOVE HIST-COMMISSION-AMT TO AL-COMMISSION-AMT
           MOVE HIST-FEE-AMT TO AL-FEE-AMT
           MOVE WS-AMOUNT-LINE-2 TO WS-DETAIL-LINE-OUT (4)
           MOVE HIST-QUANTITY TO QL-QUANTITY
           MOVE HIST-POSITION-STATUS TO QL-POSITION-STATUS
           MOVE WS-QUANTITY-LINE TO WS-DETAIL-LINE-OUT (5)
           MOVE HIST-SETTLEMENT-DATE TO DL-SETTLEMENT-DATE
           MOVE HIST-AS-OF-DATE TO DL-AS-OF-DATE
           MOVE WS-DATE-LINE TO WS-DETAIL-LINE-OUT (6)
           MOVE SPACES TO CL-CANCEL-TEXT
           IF HIST-CANCEL-IND = 'Y'
               STRING 'CANCELLED ON ' HIST-CANCEL-DATE
                   DELIMITED BY SIZE INTO CL-CANCEL-TEXT
           ELSE
               MOVE 'NOT CANCELLED' TO CL-CANCEL-TEXT
           END-IF
           MOVE WS-CANCEL-LINE TO WS-DETAIL-LINE-OUT (7)
           MOVE HIST-COUNTERPARTY-CODE TO PL-COUNTERPARTY-CODE
           MOVE HIST-CPTY-ENTITY-CODE TO PL-CPTY-ENTITY-CODE
           MOVE HIST-TRADER-ID TO PL-TRADER-ID
           MOVE WS-PARTY-LINE TO WS-DETAIL-LINE-OUT (8)
           IF HIST-TRANSFER-PORTFOLIO NOT = SPACES
               MOVE HIST-TRANSFER-PORTFOLIO TO TL-TRANSFER-PORTFOLIO
               MOVE HIST-TRANSFER-LOT-DATE TO TL-TRANSFER-LOT-DATE
               MOVE WS-TRANSFER-LINE TO WS-DETAIL-LINE-OUT (9)
           END-IF
           .

      *----------------------------------------------------------------
      *  2220-FORMAT-CONFIRM-LINE joins the ID's result off the latest
      *  vendor confirm match.  The amount and settlement date shown
      *  are the vendor's when it confirmed the trade, ours on an
      *  OURS ONLY break.  NOTFND means the ID was not in the match --
      *  the vendor only confirms the day's rich-format trades.
      *----------------------------------------------------------------
       2220-FORMAT-CONFIRM-LINE.
           MOVE WS-CA-EXT-ID TO WS-CNM-KEY
           EXEC CICS READ FILE('CNFMAT')
               INTO(CNM-REC)
               RIDFLD(WS-CNM-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE CNM-RESULT TO CF-RESULT
               MOVE ' ON ' TO CF-RUN-TEXT
               MOVE CNM-RUN-DATE TO CF-RUN-DATE
               IF CNM-VENDOR-CONFIRMED
                   MOVE '  VND ' TO CF-AMT-TEXT
               ELSE
                   MOVE '  OUR ' TO CF-AMT-TEXT
               END-IF
               MOVE CNM-TRADE-AMT TO CF-TRADE-AMT
               MOVE ' SD ' TO CF-SETTLE-TEXT
               MOVE CNM-SETTLE-DATE TO CF-SETTLE-DATE
               MOVE WS-CONFIRM-LINE TO WS-DETAIL-LINE-OUT (10)
           ELSE
               MOVE 'CONFIRM    NOT IN THE LATEST VENDOR CONFIRM'
                   TO WS-DETAIL-LINE-OUT (10)
           END-IF
           .

       2900-SEND-TRADE-MAP.
           MOVE SPACES TO TRNINQMO
           MOVE WS-CA-EXT-ID TO EXTIDO
           IF WS-BOOKING-COUNT > ZERO
               MOVE WS-CA-BOOKING-NUM TO WS-BOOKING-EDIT
               MOVE WS-BOOKING-COUNT TO WS-BOOKING-TOTAL-EDIT
               STRING 'BOOKING ' WS-BOOKING-EDIT
                      ' OF ' WS-BOOKING-TOTAL-EDIT
                   DELIMITED BY SIZE INTO BOOKO
           END-IF
           MOVE WS-DETAIL-LINE-OUT (1) TO LN1O
           MOVE WS-DETAIL-LINE-OUT (2) TO LN2O
           MOVE WS-DETAIL-LINE-OUT (3) TO LN3O
           MOVE WS-DETAIL-LINE-OUT (4) TO LN4O
           MOVE WS-DETAIL-LINE-OUT (5) TO LN5O
           MOVE WS-DETAIL-LINE-OUT (6) TO LN6O
           MOVE WS-DETAIL-LINE-OUT (7) TO LN7O
           MOVE WS-DETAIL-LINE-OUT (8) TO LN8O
           MOVE WS-DETAIL-LINE-OUT (9) TO LN9O
           MOVE WS-DETAIL-LINE-OUT (10) TO LN10O
           MOVE WS-MSG-TEXT TO MSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('TRNINQM')
               MAPSET('TRNINQS')
               FROM(TRNINQMO)
               ERASE
           END-EXEC
           .
