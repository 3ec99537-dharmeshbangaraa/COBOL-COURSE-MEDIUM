       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLPINQ00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  GLPINQ00 -- GL POSTING INQUIRY (GLPQ, READ-ONLY)
      *  When Finance questions a ledger balance, tracing it back
      *  meant asking operations to pull the sent-history, GLADJ.DAT
      *  and the suspense tracking and match them by hand.  This
      *  inquiry keys a portfolio and business date -- or a GL
      *  account and business date -- and lists every journal line
      *  posted for it off the GLPOST dataset (GLPOST.cpy, rebuilt
      *  from the posting log by GLPBLD00 every night): the original
      *  extract, any GLCORR00 reversal and rebooking, any back-out,
      *  and the lines that went to suspense.  Each line shows under
      *  it the GLACCT mapping it was posted by at the time (or, for
      *  suspense, since when and how much the portfolio has parked
      *  there), and the list ends with the net per account over the
      *  posted lines -- so Finance can tie a ledger line back to its
      *  source records themselves.
      *
      *  Nothing here updates anything.
      *
      *  By account, the GLPXREF index (GLPXREF.cpy) finds the lines
      *  across every portfolio.  A portfolio keyed with an account
      *  lists only that portfolio's lines to the account.  Lines an
      *  extract rerun superseded, or a refused run never sent, are
      *  shown with their status but left out of the nets.
      *
      *  Pseudo-conversational paging in POSINQ00's shape: the
      *  commarea carries the inquiry and the page number; each
      *  re-entry restarts the keyed browse and formats the page.
      *  Keying N pages forward, P back; past the last page wraps to
      *  the first.  Keying a new portfolio, account or date starts a
      *  fresh inquiry.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *--  EIBCALEN/EIBTRNID are NOT declared here -- the CICS
      *--  translator supplies them, per the same note in PVCORR00.
       01  WS-COMMAREA.
           05  WS-CA-FUNCTION        PIC X(03).
               88  WS-CA-BROWSE      VALUE 'BRW'.
           05  WS-CA-PORTFOLIO-ID    PIC X(08).
           05  WS-CA-ACCOUNT         PIC X(10).
           05  WS-CA-BUSINESS-DATE   PIC X(08).
           05  WS-CA-PAGE-NUM        PIC 9(04).

       01  WS-MSG-TEXT               PIC X(60) VALUE SPACES.
       01  WS-RESP-CODE              PIC S9(08) COMP VALUE ZERO.

      *--  The inquiry as it stood before this screen was read.
       01  WS-PRIOR-INQUIRY.
           05  WS-PRIOR-PORTFOLIO-ID PIC X(08).
           05  WS-PRIOR-ACCOUNT      PIC X(10).
           05  WS-PRIOR-BUSINESS-DATE PIC X(08).

      *--  The posted line and the account index entry.
           COPY GLPOST.
           COPY GLPXREF.

       01  WS-POST-BROWSE-KEY.
           05  WS-PBK-PORTFOLIO-ID   PIC X(08).
           05  WS-PBK-BUSINESS-DATE  PIC X(08).
           05  WS-PBK-FILL           PIC X(09).
       01  WS-XREF-BROWSE-KEY.
           05  WS-XBK-ACCOUNT        PIC X(10).
           05  WS-XBK-BUSINESS-DATE  PIC X(08).
           05  WS-XBK-FILL           PIC X(25).
       01  WS-POST-KEY               PIC X(25) VALUE SPACES.

       01  WS-BROWSE-STARTED-IND     PIC X(01) VALUE 'N'.
           88  WS-BROWSE-STARTED     VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-MISSING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

      *--  Paging.  Every journal line takes two screen lines (the
      *--  line, then its mapping or suspense detail); the nets
      *--  follow under a heading, one line per account.  Ten such
      *--  lines fit between the column heading and the legend.
       01  WS-POSTING-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-VIRTUAL-LINE           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-VIRTUAL-TOTAL          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PAGE-FIRST             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PAGE-COUNT             PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-LINE-SUB               PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-PAGE-EDIT              PIC ZZZ9.
       01  WS-PAGE-TOTAL-EDIT        PIC ZZZ9.
       01  WS-FORMATTED-LINE         PIC X(70) VALUE SPACES.

      *--  Net per account over the posted lines.
       01  WS-NET-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-NET-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-NET-COUNT
                   INDEXED BY WS-NET-IDX.
               10  WS-NET-TBL-ACCOUNT    PIC X(10).
               10  WS-NET-TBL-DEBIT      PIC S9(13)V99 COMP-3.
               10  WS-NET-TBL-CREDIT     PIC S9(13)V99 COMP-3.
       01  WS-NET-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-NET-FOUND          VALUE 'Y'.
       01  WS-NET-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *--  The screen's twelve lines: the column heading, ten lines
      *--  of the page, and the legend.
       01  WS-DETAIL-LINE-TABLE.
           05  WS-DETAIL-LINE-OUT    PIC X(70) OCCURS 12 TIMES.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(15)
                   VALUE 'S T ACCOUNT    '.
           05  FILLER                PIC X(02) VALUE 'D '.
           05  FILLER                PIC X(15)
                   VALUE '        AMOUNT '.
           05  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
           05  CH-REFERENCE          PIC X(09).
           05  FILLER                PIC X(03) VALUE 'ENT'.

       01  WS-LEGEND-LINE.
           05  FILLER                PIC X(36)
                   VALUE 'S X EXTRACT C CORRECTION B BACKOUT  '.
           05  FILLER                PIC X(33)
                   VALUE 'T P POSTED S SUPERSEDED R REFUSED'.

       01  WS-JOURNAL-LINE.
           05  JL-SOURCE             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-STATUS             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-ACCOUNT            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-DR-CR-IND          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-AMOUNT             PIC Z(10)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-REFERENCE          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  JL-ENTITY-CODE        PIC X(04).

       01  WS-MAPPING-LINE.
           05  FILLER                PIC X(08) VALUE '    MAP '.
           05  FILLER                PIC X(02) VALUE 'R='.
           05  ML-REALIZED           PIC X(10).
           05  FILLER                PIC X(03) VALUE ' U='.
           05  ML-UNREALIZED         PIC X(10).
           05  FILLER                PIC X(03) VALUE ' O='.
           05  ML-OFFSET             PIC X(10).
           05  FILLER                PIC X(05) VALUE ' RUN '.
           05  ML-RUN-DATE           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ML-RUN-TIME           PIC X(06).

       01  WS-SUSPENSE-LINE.
           05  FILLER                PIC X(32)
                   VALUE '    SUSPENSE - NO GLACCT MAPPING'.
           05  FILLER                PIC X(07) VALUE ' SINCE '.
           05  SL-FIRST-DATE         PIC X(08).
           05  FILLER                PIC X(05) VALUE ' CUM '.
           05  SL-CUM-AMT            PIC Z(10)9.99-.

      *--  A suspense line whose portfolio has since been mapped and
      *--  dropped off the tracking file.
       01  WS-SUSPENSE-CLEARED-LINE  PIC X(70) VALUE
           '    SUSPENSE - NO GLACCT MAPPING WHEN POSTED, MAPPED SINCE'.

       01  WS-NET-HEAD-LINE          PIC X(70) VALUE
           'NET PER ACCOUNT - POSTED LINES ONLY'.

       01  WS-NET-LINE.
           05  FILLER                PIC X(04) VALUE 'NET '.
           05  NL-ACCOUNT            PIC X(10).
           05  FILLER                PIC X(04) VALUE ' DR '.
           05  NL-DEBIT              PIC Z(09)9.99.
           05  FILLER                PIC X(04) VALUE ' CR '.
           05  NL-CREDIT             PIC Z(09)9.99.
           05  FILLER                PIC X(05) VALUE ' NET '.
           05  NL-NET                PIC Z(09)9.99-.

       COPY GLPINQM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-PORTFOLIO-ID    PIC X(08).
           05  LK-CA-ACCOUNT         PIC X(10).
           05  LK-CA-BUSINESS-DATE   PIC X(08).
           05  LK-CA-PAGE-NUM        PIC 9(04).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.
           IF EIBCALEN = ZERO
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-INQUIRY
               PERFORM 2100-FETCH-PAGE
               PERFORM 2900-SEND-PAGE-MAP
           END-IF
           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN
               TRANSID('GLPQ')
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO GLPINQMO
           MOVE 'ENTER PORTFOLIO OR ACCOUNT, AND BUSINESS DATE'
               TO MSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-PORTFOLIO-ID
           MOVE SPACES TO WS-CA-ACCOUNT
           MOVE SPACES TO WS-CA-BUSINESS-DATE
           MOVE 1 TO WS-CA-PAGE-NUM
           EXEC CICS SEND MAP('GLPINQM')
               MAPSET('GLPINQS')
               FROM(GLPINQMO)
               ERASE
           END-EXEC
           .

      *----------------------------------------------------------------
      *  2000-RECEIVE-INQUIRY reads the screen back.  A keyed
      *  portfolio asks by portfolio (with the account, if one is
      *  keyed too, as a filter); an account keyed alone asks by
      *  account; a keyed date replaces the date.  Any change starts
      *  at page one; otherwise N pages forward and P back.
      *----------------------------------------------------------------
       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('GLPINQM')
               MAPSET('GLPINQS')
               INTO(GLPINQMI)
           END-EXEC
           MOVE WS-CA-PORTFOLIO-ID TO WS-PRIOR-PORTFOLIO-ID
           MOVE WS-CA-ACCOUNT TO WS-PRIOR-ACCOUNT
           MOVE WS-CA-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
           IF PORTI = LOW-VALUES
               MOVE SPACES TO PORTI
           END-IF
           IF ACCTI = LOW-VALUES
               MOVE SPACES TO ACCTI
           END-IF
           IF BDATEI = LOW-VALUES
               MOVE SPACES TO BDATEI
           END-IF
           IF PORTI NOT = SPACES
               MOVE PORTI TO WS-CA-PORTFOLIO-ID
               MOVE ACCTI TO WS-CA-ACCOUNT
           ELSE
               IF ACCTI NOT = SPACES
                   MOVE SPACES TO WS-CA-PORTFOLIO-ID
                   MOVE ACCTI TO WS-CA-ACCOUNT
               END-IF
           END-IF
           IF BDATEI NOT = SPACES
               MOVE BDATEI TO WS-CA-BUSINESS-DATE
           END-IF
           IF WS-CA-PORTFOLIO-ID NOT = WS-PRIOR-PORTFOLIO-ID
                   OR WS-CA-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                   OR WS-CA-BUSINESS-DATE NOT = WS-PRIOR-BUSINESS-DATE
               MOVE 1 TO WS-CA-PAGE-NUM
           ELSE
               EVALUATE ACTIONI
                   WHEN 'N'
                       ADD 1 TO WS-CA-PAGE-NUM
                   WHEN 'P'
                       IF WS-CA-PAGE-NUM > 1
                           SUBTRACT 1 FROM WS-CA-PAGE-NUM
                       END-IF
                   WHEN OTHER
                       MOVE 1 TO WS-CA-PAGE-NUM
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      *  2100-FETCH-PAGE checks the inquiry, browses every line for
      *  it -- formatting the ones that fall on the page and netting
      *  the posted ones -- then lays the nets out after them.  A
      *  page past the end wraps to the first and browses again.
      *----------------------------------------------------------------
       2100-FETCH-PAGE.
           MOVE SPACES TO WS-DETAIL-LINE-TABLE
           MOVE ZERO TO WS-PAGE-COUNT
           EVALUATE TRUE
               WHEN WS-CA-PORTFOLIO-ID = SPACES
                       AND WS-CA-ACCOUNT = SPACES
                   MOVE 'ENTER PORTFOLIO OR ACCOUNT, AND BUSINESS DATE'
                       TO WS-MSG-TEXT
               WHEN WS-CA-BUSINESS-DATE = SPACES
                       OR WS-CA-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 'ENTER THE BUSINESS DATE AS YYYYMMDD'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   PERFORM 2110-BUILD-PAGE
                   IF WS-CA-PAGE-NUM > WS-PAGE-COUNT
                           AND WS-PAGE-COUNT > ZERO
                       MOVE 1 TO WS-CA-PAGE-NUM
                       PERFORM 2110-BUILD-PAGE
                   END-IF
                   PERFORM 2120-SET-PAGE-MESSAGE
           END-EVALUATE
           .

       2110-BUILD-PAGE.
           MOVE SPACES TO WS-DETAIL-LINE-TABLE
           MOVE ZERO TO WS-POSTING-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-NET-COUNT
           MOVE ZERO TO WS-NET-DROPPED-COUNT
           COMPUTE WS-PAGE-FIRST = (WS-CA-PAGE-NUM - 1) * 10 + 1
           IF WS-CA-PORTFOLIO-ID NOT = SPACES
               MOVE 'TRADE DT ' TO CH-REFERENCE
               PERFORM 2200-BROWSE-BY-PORTFOLIO
           ELSE
               MOVE 'PORTFOLIO' TO CH-REFERENCE
               PERFORM 2300-BROWSE-BY-ACCOUNT
           END-IF
           COMPUTE WS-VIRTUAL-TOTAL = WS-POSTING-COUNT * 2
           IF WS-NET-COUNT > ZERO
               ADD 1 TO WS-VIRTUAL-TOTAL
               MOVE WS-VIRTUAL-TOTAL TO WS-VIRTUAL-LINE
               MOVE WS-NET-HEAD-LINE TO WS-FORMATTED-LINE
               PERFORM 2500-PLACE-LINE
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                       UNTIL WS-NET-IDX > WS-NET-COUNT
                   PERFORM 2450-FORMAT-NET-LINE
               END-PERFORM
           END-IF
           COMPUTE WS-PAGE-COUNT = (WS-VIRTUAL-TOTAL + 9) / 10
           IF WS-POSTING-COUNT > ZERO
               MOVE WS-COLUMN-LINE TO WS-DETAIL-LINE-OUT (1)
               MOVE WS-LEGEND-LINE TO WS-DETAIL-LINE-OUT (12)
           END-IF
           .

       2120-SET-PAGE-MESSAGE.
           EVALUATE TRUE
               WHEN WS-POSTING-COUNT = ZERO
                       AND WS-CA-PORTFOLIO-ID NOT = SPACES
                   MOVE 'NO GL POSTINGS FOR THIS PORTFOLIO AND DATE'
                       TO WS-MSG-TEXT
               WHEN WS-POSTING-COUNT = ZERO
                   MOVE 'NO GL POSTINGS TO THIS ACCOUNT FOR THE DATE'
                       TO WS-MSG-TEXT
               WHEN WS-MISSING-COUNT > ZERO
                   MOVE 'STORE BEING REBUILT - RETRY WHEN BATCH ENDS'
                       TO WS-MSG-TEXT
               WHEN WS-NET-DROPPED-COUNT > ZERO
                   MOVE 'OVER 50 ACCOUNTS - NETS SHOWN FOR FIRST 50'
                       TO WS-MSG-TEXT
               WHEN WS-PAGE-COUNT > 1
                   MOVE 'KEY N FOR NEXT PAGE, P FOR PREVIOUS'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'KEY A NEW PORTFOLIO, ACCOUNT OR DATE'
                       TO WS-MSG-TEXT
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  2200-BROWSE-BY-PORTFOLIO browses the store generically on
      *  portfolio and date, in posting order.  The browse stops the
      *  moment either changes -- the store is keyed portfolio, then
      *  date.
      *----------------------------------------------------------------
       2200-BROWSE-BY-PORTFOLIO.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-CA-PORTFOLIO-ID TO WS-PBK-PORTFOLIO-ID
           MOVE WS-CA-BUSINESS-DATE TO WS-PBK-BUSINESS-DATE
           MOVE LOW-VALUES TO WS-PBK-FILL
           MOVE 'N' TO WS-BROWSE-STARTED-IND
           EXEC CICS STARTBR FILE('GLPOST')
               RIDFLD(WS-POST-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-STARTED-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               PERFORM 2210-READ-NEXT-POSTING
               IF NOT WS-EOF
                   IF WS-CA-ACCOUNT = SPACES
                           OR GLP-ACCOUNT = WS-CA-ACCOUNT
                       PERFORM 2400-TAKE-POSTED-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BROWSE-STARTED
               EXEC CICS ENDBR FILE('GLPOST') END-EXEC
           END-IF
           .

       2210-READ-NEXT-POSTING.
           EXEC CICS READNEXT FILE('GLPOST')
               INTO(GLP-REC)
               RIDFLD(WS-POST-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF GLP-PORTFOLIO-ID NOT = WS-CA-PORTFOLIO-ID
                       OR GLP-BUSINESS-DATE NOT = WS-CA-BUSINESS-DATE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2300-BROWSE-BY-ACCOUNT browses the account index generically
      *  on account and date and reads each line it points to off the
      *  store.  An entry whose line is not there means tonight's
      *  rebuild is part-way through; it is counted and skipped.
      *----------------------------------------------------------------
       2300-BROWSE-BY-ACCOUNT.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-CA-ACCOUNT TO WS-XBK-ACCOUNT
           MOVE WS-CA-BUSINESS-DATE TO WS-XBK-BUSINESS-DATE
           MOVE LOW-VALUES TO WS-XBK-FILL
           MOVE 'N' TO WS-BROWSE-STARTED-IND
           EXEC CICS STARTBR FILE('GLPXREF')
               RIDFLD(WS-XREF-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-STARTED-IND
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               PERFORM 2310-READ-NEXT-XREF
               IF NOT WS-EOF
                   MOVE GPX-POST-KEY TO WS-POST-KEY
                   EXEC CICS READ FILE('GLPOST')
                       INTO(GLP-REC)
                       RIDFLD(WS-POST-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       PERFORM 2400-TAKE-POSTED-LINE
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BROWSE-STARTED
               EXEC CICS ENDBR FILE('GLPXREF') END-EXEC
           END-IF
           MOVE DFHRESP(NORMAL) TO WS-RESP-CODE
           .

       2310-READ-NEXT-XREF.
           EXEC CICS READNEXT FILE('GLPXREF')
               INTO(GPX-REC)
               RIDFLD(WS-XREF-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF GPX-ACCOUNT NOT = WS-CA-ACCOUNT
                       OR GPX-BUSINESS-DATE NOT = WS-CA-BUSINESS-DATE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2400-TAKE-POSTED-LINE counts one journal line, formats its
      *  two screen lines when they fall on the page, and nets it
      *  into its account when it was posted.
      *----------------------------------------------------------------
       2400-TAKE-POSTED-LINE.
           ADD 1 TO WS-POSTING-COUNT
           MOVE GLP-SOURCE TO JL-SOURCE
           MOVE GLP-STATUS TO JL-STATUS
           MOVE GLP-ACCOUNT TO JL-ACCOUNT
           MOVE GLP-DR-CR-IND TO JL-DR-CR-IND
           MOVE GLP-AMOUNT TO JL-AMOUNT
           MOVE GLP-DESCRIPTION TO JL-DESCRIPTION
           IF WS-CA-PORTFOLIO-ID NOT = SPACES
               MOVE GLP-TRADE-DATE TO JL-REFERENCE
           ELSE
               MOVE GLP-PORTFOLIO-ID TO JL-REFERENCE
           END-IF
           MOVE GLP-ENTITY-CODE TO JL-ENTITY-CODE
           COMPUTE WS-VIRTUAL-LINE = WS-POSTING-COUNT * 2 - 1
           MOVE WS-JOURNAL-LINE TO WS-FORMATTED-LINE
           PERFORM 2500-PLACE-LINE
           IF GLP-SUSPENSE
               IF GLP-SUSP-FIRST-DATE = SPACES
                   MOVE WS-SUSPENSE-CLEARED-LINE TO WS-FORMATTED-LINE
               ELSE
                   MOVE GLP-SUSP-FIRST-DATE TO SL-FIRST-DATE
                   MOVE GLP-SUSP-CUM-AMT TO SL-CUM-AMT
                   MOVE WS-SUSPENSE-LINE TO WS-FORMATTED-LINE
               END-IF
           ELSE
               MOVE GLP-MAP-REALIZED TO ML-REALIZED
               MOVE GLP-MAP-UNREALIZED TO ML-UNREALIZED
               MOVE GLP-MAP-OFFSET TO ML-OFFSET
               MOVE GLP-RUN-STAMP (1:8) TO ML-RUN-DATE
               MOVE GLP-RUN-STAMP (9:6) TO ML-RUN-TIME
               MOVE WS-MAPPING-LINE TO WS-FORMATTED-LINE
           END-IF
           ADD 1 TO WS-VIRTUAL-LINE
           PERFORM 2500-PLACE-LINE
           IF GLP-POSTED
               PERFORM 2410-ACCUMULATE-NET
           END-IF
           .

       2410-ACCUMULATE-NET.
           MOVE 'N' TO WS-NET-FOUND-IND
           IF WS-NET-COUNT > ZERO
               SET WS-NET-IDX TO 1
               SEARCH WS-NET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NET-TBL-ACCOUNT (WS-NET-IDX) = GLP-ACCOUNT
                       MOVE 'Y' TO WS-NET-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-NET-FOUND
               IF WS-NET-COUNT NOT < 50
                   ADD 1 TO WS-NET-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-NET-COUNT
                   SET WS-NET-IDX TO WS-NET-COUNT
                   MOVE GLP-ACCOUNT TO WS-NET-TBL-ACCOUNT (WS-NET-IDX)
                   MOVE ZERO TO WS-NET-TBL-DEBIT (WS-NET-IDX)
                   MOVE ZERO TO WS-NET-TBL-CREDIT (WS-NET-IDX)
                   MOVE 'Y' TO WS-NET-FOUND-IND
               END-IF
           END-IF
           IF WS-NET-FOUND
               IF GLP-DEBIT
                   ADD GLP-AMOUNT TO WS-NET-TBL-DEBIT (WS-NET-IDX)
               ELSE
                   ADD GLP-AMOUNT TO WS-NET-TBL-CREDIT (WS-NET-IDX)
               END-IF
           END-IF
           .

       2450-FORMAT-NET-LINE.
           MOVE WS-NET-TBL-ACCOUNT (WS-NET-IDX) TO NL-ACCOUNT
           MOVE WS-NET-TBL-DEBIT (WS-NET-IDX) TO NL-DEBIT
           MOVE WS-NET-TBL-CREDIT (WS-NET-IDX) TO NL-CREDIT
           COMPUTE WS-NET-AMOUNT = WS-NET-TBL-DEBIT (WS-NET-IDX)
               - WS-NET-TBL-CREDIT (WS-NET-IDX)
           MOVE WS-NET-AMOUNT TO NL-NET
           ADD 1 TO WS-VIRTUAL-TOTAL
           MOVE WS-VIRTUAL-TOTAL TO WS-VIRTUAL-LINE
           MOVE WS-NET-LINE TO WS-FORMATTED-LINE
           PERFORM 2500-PLACE-LINE
           .

      *----------------------------------------------------------------
      *  2500-PLACE-LINE puts the formatted line on the screen when
      *  its position in the whole list falls on the requested page
      *  -- screen lines 2 to 11, between the heading and legend.
      *----------------------------------------------------------------
       2500-PLACE-LINE.
           IF WS-VIRTUAL-LINE NOT < WS-PAGE-FIRST
                   AND WS-VIRTUAL-LINE < WS-PAGE-FIRST + 10
               COMPUTE WS-LINE-SUB = WS-VIRTUAL-LINE - WS-PAGE-FIRST
                   + 2
               MOVE WS-FORMATTED-LINE
                   TO WS-DETAIL-LINE-OUT (WS-LINE-SUB)
           END-IF
           .

       2900-SEND-PAGE-MAP.
           MOVE SPACES TO GLPINQMO
           MOVE WS-CA-PORTFOLIO-ID TO PORTO
           MOVE WS-CA-ACCOUNT TO ACCTO
           MOVE WS-CA-BUSINESS-DATE TO BDATEO
           IF WS-PAGE-COUNT > ZERO
               MOVE WS-CA-PAGE-NUM TO WS-PAGE-EDIT
               MOVE WS-PAGE-COUNT TO WS-PAGE-TOTAL-EDIT
               STRING 'PAGE ' WS-PAGE-EDIT
                      ' OF ' WS-PAGE-TOTAL-EDIT
                   DELIMITED BY SIZE INTO PAGEO
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
           MOVE WS-DETAIL-LINE-OUT (11) TO LN11O
           MOVE WS-DETAIL-LINE-OUT (12) TO LN12O
           MOVE WS-MSG-TEXT TO MSGO
           MOVE 'BRW' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('GLPINQM')
               MAPSET('GLPINQS')
               FROM(GLPINQMO)
               ERASE
           END-EXEC
           .
