       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTTRD00.
       AUTHOR.        REPORT TEAM.

      *----------------------------------------------------------------
      *  RPTTRD00 -- TRADER P&L ATTRIBUTION REPORT
      *  Desk heads see P&L by portfolio; this report answers "who
      *  made it".  Every record the calc wrote to its lineage file
      *  (PNLLIN.DAT) carries the trader who booked the trade, or who
      *  opened the carried lot, so tonight's USD P&L is summed per
      *  trader and folded into a month-to-date total kept on
      *  TRDPERD.DAT.  Each trader prints with their name and desk off
      *  TRDREF.DAT.
      *
      *  A trade booked tonight into a portfolio that DESKBOOK.DAT
      *  maps to a desk other than the trader's own is listed again
      *  in an exception section at the foot -- booking into another
      *  desk's book is allowed by the feed but is something the desk
      *  heads want to see every morning.  A trader not on the
      *  reference, or a portfolio not on the mapping, cannot be
      *  tested and is not listed.
      *
      *  Records with no trader report together on one (NONE) line.
      *  The lineage file is written only when the calc runs with
      *  PNL-LINEAGE=Y; without it the report prints empty and the
      *  step ends with a warning.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO 'PNLLIN.DAT'
               FILE STATUS IS WS-LIN-FILE-STATUS.
           SELECT TRADER-REF-FILE ASSIGN TO 'TRDREF.DAT'
               FILE STATUS IS WS-TRD-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT TRADER-PERIOD-FILE ASSIGN TO 'TRDPERD.DAT'
               FILE STATUS IS WS-TPD-FILE-STATUS.
           SELECT TRADER-REPORT ASSIGN TO 'RPTTRD.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Same layout PNL-CALC-PROG's WRITE-LINEAGE-RECORD writes and
      *--  RPTLIN00 reads.
       FD  LINEAGE-FILE.
           COPY PNLLINRC.

      *--  Shared with UTLVAL00 via TRDREF.cpy.
       FD  TRADER-REF-FILE.
           COPY TRDREF.

      *--  Portfolio-to-desk mapping the desk maintains online.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

       FD  TRADER-PERIOD-FILE.
           COPY TRDPERD.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  TRADER-REPORT.
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
       01  WS-LIN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-LIN-FILE-OK        VALUE '00'.
           88  WS-LIN-FILE-MISSING   VALUE '35'.
       01  WS-TRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TRD-FILE-OK        VALUE '00'.
           88  WS-TRD-FILE-MISSING   VALUE '35'.
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.
       01  WS-TPD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TPD-FILE-OK        VALUE '00'.
           88  WS-TPD-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-LINEAGE-MISSING-IND    PIC X(01) VALUE 'N'.
           88  WS-LINEAGE-MISSING    VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(04).
           05  WS-RUN-MM             PIC X(02).
           05  WS-RUN-DD             PIC X(02).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-LAST-DATE-PARTS.
           05  WS-LAST-YYYY          PIC X(04).
           05  WS-LAST-MM            PIC X(02).
           05  WS-LAST-DD            PIC X(02).

      *--  Trader reference, for names and home desks.
       01  WS-TRD-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TRD-TABLE.
           05  WS-TRD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TRD-COUNT
                   INDEXED BY WS-TRD-IDX.
               10  WS-TRD-TBL-TRADER-ID  PIC X(08).
               10  WS-TRD-TBL-NAME       PIC X(30).
               10  WS-TRD-TBL-DESK       PIC X(08).

      *--  Portfolio-to-desk mapping, the same 200-entry shape the
      *--  other desk reports load.
       01  WS-DBM-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DBM-TABLE.
           05  WS-DBM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DBM-COUNT
                   INDEXED BY WS-DBM-IDX.
               10  WS-DBM-TBL-PORTFOLIO  PIC X(08).
               10  WS-DBM-TBL-DESK       PIC X(08).

      *--  One bucket per trader: loaded from TRDPERD.DAT, opened for
      *--  tonight (rollover and rerun back-out), extended by any
      *--  trader met on the lineage file, and rewritten at the end.
       01  WS-TPD-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TPD-TABLE.
           05  WS-TPD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TPD-COUNT
                   INDEXED BY WS-TPD-IDX.
               10  WS-TPD-TBL-TRADER-ID  PIC X(08).
               10  WS-TPD-TBL-LAST-DATE  PIC X(08).
               10  WS-TPD-TBL-MTD-PNL    PIC S9(13)V99 COMP-3.
               10  WS-TPD-TBL-DAY-PNL    PIC S9(13)V99 COMP-3.
               10  WS-TPD-TBL-TRADES     PIC 9(05) COMP-3.
               10  WS-TPD-TBL-OFF-DESK   PIC 9(05) COMP-3.
       01  WS-TPD-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-FOUND-IND              PIC X(01) VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-TRADER          PIC X(08) VALUE SPACES.
       01  WS-TRADER-NAME            PIC X(30) VALUE SPACES.
       01  WS-TRADER-DESK            PIC X(08) VALUE SPACES.
       01  WS-BOOK-DESK              PIC X(08) VALUE SPACES.
       01  WS-OFF-DESK-IND           PIC X(01) VALUE 'N'.
           88  WS-OFF-DESK           VALUE 'Y'.

       01  WS-LINEAGE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OFF-DESK-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-GRAND-DAY-PNL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-MTD-PNL          PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(34)
                   VALUE 'TRADER P&L ATTRIBUTION REPORT'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'TRADER'.
           05  FILLER                PIC X(32) VALUE 'NAME'.
           05  FILLER                PIC X(10) VALUE 'DESK'.
           05  FILLER                PIC X(18) VALUE 'DAY P&L (USD)'.
           05  FILLER                PIC X(18) VALUE 'MTD P&L (USD)'.
           05  FILLER                PIC X(07) VALUE 'TRADES'.
           05  FILLER                PIC X(08) VALUE 'OFF-DESK'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-TRADER            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NAME              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DESK              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DAY-PNL           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MTD-PNL           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADES            PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OFF-DESK          PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(52)
                   VALUE 'ALL TRADERS'.
           05  TOT-DAY-PNL           PIC Z(11)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TOT-MTD-PNL           PIC Z(11)9.99-.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'BOOKINGS OUTSIDE THE TRADER''S DESK'.

       01  WS-EXCEPTION-HEADER-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'TRADER'.
           05  FILLER                PIC X(10) VALUE 'OWN DESK'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(10) VALUE 'BOOK DESK'.
           05  FILLER                PIC X(10) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(18) VALUE 'P&L (USD)'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  EXC-TRADER            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXC-OWN-DESK          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXC-PORTFOLIO         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXC-BOOK-DESK         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXC-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXC-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXC-USD-PNL           PIC Z(11)9.99-.

       01  WS-NO-EXCEPTION-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO BOOKINGS OUTSIDE THE TRADER''S DESK'.

       01  WS-NO-LINEAGE-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(50)
                   VALUE 'PNLLIN.DAT NOT PRESENT - NO LINEAGE TONIGHT'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(22)
                   VALUE 'LINEAGE RECORDS READ: '.
           05  SUM-LINEAGE           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE '  OFF-DESK: '.
           05  SUM-OFF-DESK          PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-LINEAGE
           PERFORM 3000-WRITE-TRADER-LINES
           PERFORM 3500-WRITE-OFF-DESK-LIST
           PERFORM 4000-REWRITE-PERIOD-FILE
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1050-LOAD-TRADER-REF
           PERFORM 1060-LOAD-DESK-BOOK
           PERFORM 1100-LOAD-PERIOD-FILE
           OPEN OUTPUT TRADER-REPORT
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

       1050-LOAD-TRADER-REF.
           MOVE ZERO TO WS-TRD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRADER-REF-FILE
           IF WS-TRD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-TRD-COUNT NOT < 500
                   READ TRADER-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRD-COUNT
                           MOVE TRD-TRADER-ID TO
                               WS-TRD-TBL-TRADER-ID (WS-TRD-COUNT)
                           MOVE TRD-NAME TO
                               WS-TRD-TBL-NAME (WS-TRD-COUNT)
                           MOVE TRD-DESK-ID TO
                               WS-TRD-TBL-DESK (WS-TRD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TRADER-REF-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1060-LOAD-DESK-BOOK.
           MOVE ZERO TO WS-DBM-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DESK-BOOK-FILE
           IF WS-DBM-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-DBM-COUNT NOT < 200
                   READ DESK-BOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DBM-COUNT
                           MOVE DBM-PORTFOLIO-ID TO
                               WS-DBM-TBL-PORTFOLIO (WS-DBM-COUNT)
                           MOVE DBM-DESK-ID TO
                               WS-DBM-TBL-DESK (WS-DBM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DESK-BOOK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1100-LOAD-PERIOD-FILE loads every trader's period record and
      *  opens it for tonight: a month or year rollover clears the
      *  MTD total, a same-date rerun backs the day already applied
      *  out of it, and the day total starts again from zero.  The
      *  first-ever run starts with an empty table.
      *----------------------------------------------------------------
       1100-LOAD-PERIOD-FILE.
           MOVE ZERO TO WS-TPD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRADER-PERIOD-FILE
           IF WS-TPD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-TPD-COUNT NOT < 500
                   READ TRADER-PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TPD-COUNT
                           SET WS-TPD-IDX TO WS-TPD-COUNT
                           MOVE TPD-TRADER-ID
                               TO WS-TPD-TBL-TRADER-ID (WS-TPD-IDX)
                           MOVE TPD-LAST-POSTED-DATE
                               TO WS-TPD-TBL-LAST-DATE (WS-TPD-IDX)
                           MOVE TPD-MTD-PNL
                               TO WS-TPD-TBL-MTD-PNL (WS-TPD-IDX)
                           MOVE TPD-DAY-PNL
                               TO WS-TPD-TBL-DAY-PNL (WS-TPD-IDX)
                           PERFORM 1150-OPEN-PERIOD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TRADER-PERIOD-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-OPEN-PERIOD-ENTRY.
           MOVE WS-TPD-TBL-LAST-DATE (WS-TPD-IDX)
               TO WS-LAST-DATE-PARTS
           IF WS-LAST-YYYY NOT = WS-RUN-YYYY
                   OR WS-LAST-MM NOT = WS-RUN-MM
               MOVE ZERO TO WS-TPD-TBL-MTD-PNL (WS-TPD-IDX)
           ELSE
               IF WS-TPD-TBL-LAST-DATE (WS-TPD-IDX) = WS-RUN-DATE
                   SUBTRACT WS-TPD-TBL-DAY-PNL (WS-TPD-IDX)
                       FROM WS-TPD-TBL-MTD-PNL (WS-TPD-IDX)
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-TPD-TBL-LAST-DATE (WS-TPD-IDX)
           MOVE ZERO TO WS-TPD-TBL-DAY-PNL (WS-TPD-IDX)
           MOVE ZERO TO WS-TPD-TBL-TRADES (WS-TPD-IDX)
           MOVE ZERO TO WS-TPD-TBL-OFF-DESK (WS-TPD-IDX)
           .

      *----------------------------------------------------------------
      *  2000-SWEEP-LINEAGE adds every lineage record's USD P&L to its
      *  trader's day and month totals.  Tonight's own bookings (not
      *  carried lots, nor the legs of a position transfer between
      *  portfolios) are counted as trades and tested for the
      *  off-desk rule.
      *----------------------------------------------------------------
       2000-SWEEP-LINEAGE.
           OPEN INPUT LINEAGE-FILE
           IF NOT WS-LIN-FILE-OK
               MOVE 'Y' TO WS-LINEAGE-MISSING-IND
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINEAGE-COUNT
                       PERFORM 2100-FOLD-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIN-FILE-OK
               CLOSE LINEAGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-FOLD-ONE-RECORD.
           MOVE LIN-TRADER-ID TO WS-LOOKUP-TRADER
           PERFORM 2900-FIND-BUCKET
           IF WS-FOUND
               ADD LIN-USD-PNL-AMT TO WS-TPD-TBL-DAY-PNL (WS-TPD-IDX)
               ADD LIN-USD-PNL-AMT TO WS-TPD-TBL-MTD-PNL (WS-TPD-IDX)
               IF LIN-CARRY-IND NOT = 'Y'
                       AND LIN-TRANSFER-IND = SPACES
                   ADD 1 TO WS-TPD-TBL-TRADES (WS-TPD-IDX)
                   PERFORM 2200-TEST-OFF-DESK
                   IF WS-OFF-DESK
                       ADD 1 TO WS-TPD-TBL-OFF-DESK (WS-TPD-IDX)
                       ADD 1 TO WS-OFF-DESK-COUNT
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  2200-TEST-OFF-DESK sets WS-OFF-DESK when LIN-REC's portfolio
      *  is mapped to a desk other than its trader's.  Leaves the
      *  trader's name and desk and the book's desk behind for the
      *  exception line.
      *----------------------------------------------------------------
       2200-TEST-OFF-DESK.
           MOVE 'N' TO WS-OFF-DESK-IND
           PERFORM 2300-FIND-TRADER
           MOVE SPACES TO WS-BOOK-DESK
           IF WS-DBM-COUNT > ZERO
               SET WS-DBM-IDX TO 1
               SEARCH WS-DBM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DBM-TBL-PORTFOLIO (WS-DBM-IDX)
                           = LIN-PORTFOLIO-ID
                       MOVE WS-DBM-TBL-DESK (WS-DBM-IDX)
                           TO WS-BOOK-DESK
               END-SEARCH
           END-IF
           IF WS-TRADER-DESK NOT = SPACES
                   AND WS-BOOK-DESK NOT = SPACES
                   AND WS-TRADER-DESK NOT = WS-BOOK-DESK
               MOVE 'Y' TO WS-OFF-DESK-IND
           END-IF
           .

       2300-FIND-TRADER.
           MOVE SPACES TO WS-TRADER-NAME
           MOVE SPACES TO WS-TRADER-DESK
           IF WS-TRD-COUNT > ZERO
               SET WS-TRD-IDX TO 1
               SEARCH WS-TRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRD-TBL-TRADER-ID (WS-TRD-IDX)
                           = WS-LOOKUP-TRADER
                       MOVE WS-TRD-TBL-NAME (WS-TRD-IDX)
                           TO WS-TRADER-NAME
                       MOVE WS-TRD-TBL-DESK (WS-TRD-IDX)
                           TO WS-TRADER-DESK
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2900-FIND-BUCKET positions WS-TPD-IDX on WS-LOOKUP-TRADER's
      *  bucket, opening a fresh one for a trader with no period
      *  record yet.  A blank trader is the (NONE) bucket.  A full
      *  table counts the amount as dropped.
      *----------------------------------------------------------------
       2900-FIND-BUCKET.
           IF WS-LOOKUP-TRADER = SPACES
               MOVE '(NONE)' TO WS-LOOKUP-TRADER
           END-IF
           MOVE 'N' TO WS-FOUND-IND
           IF WS-TPD-COUNT > ZERO
               SET WS-TPD-IDX TO 1
               SEARCH WS-TPD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TPD-TBL-TRADER-ID (WS-TPD-IDX)
                           = WS-LOOKUP-TRADER
                       MOVE 'Y' TO WS-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               IF WS-TPD-COUNT NOT < 500
                   ADD 1 TO WS-TPD-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-TPD-COUNT
                   SET WS-TPD-IDX TO WS-TPD-COUNT
                   MOVE WS-LOOKUP-TRADER
                       TO WS-TPD-TBL-TRADER-ID (WS-TPD-IDX)
                   MOVE WS-RUN-DATE TO WS-TPD-TBL-LAST-DATE (WS-TPD-IDX)
                   MOVE ZERO TO WS-TPD-TBL-MTD-PNL (WS-TPD-IDX)
                   MOVE ZERO TO WS-TPD-TBL-DAY-PNL (WS-TPD-IDX)
                   MOVE ZERO TO WS-TPD-TBL-TRADES (WS-TPD-IDX)
                   MOVE ZERO TO WS-TPD-TBL-OFF-DESK (WS-TPD-IDX)
                   MOVE 'Y' TO WS-FOUND-IND
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-WRITE-TRADER-LINES prints every trader with P&L this
      *  month or activity tonight; a trader whose month is flat and
      *  who did nothing tonight is left off the page.
      *----------------------------------------------------------------
       3000-WRITE-TRADER-LINES.
           IF WS-LINEAGE-MISSING
               WRITE RPT-LINE FROM WS-NO-LINEAGE-LINE
           END-IF
           PERFORM VARYING WS-TPD-IDX FROM 1 BY 1
                   UNTIL WS-TPD-IDX > WS-TPD-COUNT
               IF WS-TPD-TBL-MTD-PNL (WS-TPD-IDX) NOT = ZERO
                       OR WS-TPD-TBL-TRADES (WS-TPD-IDX) > ZERO
                       OR WS-TPD-TBL-DAY-PNL (WS-TPD-IDX) NOT = ZERO
                   MOVE WS-TPD-TBL-TRADER-ID (WS-TPD-IDX)
                       TO WS-LOOKUP-TRADER
                   PERFORM 2300-FIND-TRADER
                   IF WS-LOOKUP-TRADER = '(NONE)'
                       MOVE 'NO TRADER ON THE TRADE' TO WS-TRADER-NAME
                   ELSE
                       IF WS-TRADER-NAME = SPACES
                           MOVE 'NOT ON TRADER REFERENCE'
                               TO WS-TRADER-NAME
                       END-IF
                   END-IF
                   ADD WS-TPD-TBL-DAY-PNL (WS-TPD-IDX)
                       TO WS-GRAND-DAY-PNL
                   ADD WS-TPD-TBL-MTD-PNL (WS-TPD-IDX)
                       TO WS-GRAND-MTD-PNL
                   MOVE WS-LOOKUP-TRADER TO DTL-TRADER
                   MOVE WS-TRADER-NAME TO DTL-NAME
                   MOVE WS-TRADER-DESK TO DTL-DESK
                   MOVE WS-TPD-TBL-DAY-PNL (WS-TPD-IDX) TO DTL-DAY-PNL
                   MOVE WS-TPD-TBL-MTD-PNL (WS-TPD-IDX) TO DTL-MTD-PNL
                   MOVE WS-TPD-TBL-TRADES (WS-TPD-IDX) TO DTL-TRADES
                   MOVE WS-TPD-TBL-OFF-DESK (WS-TPD-IDX)
                       TO DTL-OFF-DESK
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-GRAND-DAY-PNL TO TOT-DAY-PNL
           MOVE WS-GRAND-MTD-PNL TO TOT-MTD-PNL
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           .

      *----------------------------------------------------------------
      *  3500-WRITE-OFF-DESK-LIST re-reads the lineage file and lists
      *  each of tonight's bookings into another desk's portfolio, in
      *  lineage order.
      *----------------------------------------------------------------
       3500-WRITE-OFF-DESK-LIST.
           WRITE RPT-LINE FROM WS-EXCEPTION-HEADER
           IF WS-OFF-DESK-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-EXCEPTION-LINE
           ELSE
               WRITE RPT-LINE FROM WS-EXCEPTION-HEADER-2
               OPEN INPUT LINEAGE-FILE
               PERFORM UNTIL WS-EOF
                   READ LINEAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF LIN-CARRY-IND NOT = 'Y'
                               PERFORM 3600-LIST-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE WS-LINEAGE-COUNT TO SUM-LINEAGE
           MOVE WS-OFF-DESK-COUNT TO SUM-OFF-DESK
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

       3600-LIST-ONE-RECORD.
           MOVE LIN-TRADER-ID TO WS-LOOKUP-TRADER
           PERFORM 2200-TEST-OFF-DESK
           IF WS-OFF-DESK
               MOVE LIN-TRADER-ID TO EXC-TRADER
               MOVE WS-TRADER-DESK TO EXC-OWN-DESK
               MOVE LIN-PORTFOLIO-ID TO EXC-PORTFOLIO
               MOVE WS-BOOK-DESK TO EXC-BOOK-DESK
               MOVE LIN-TRADE-DATE TO EXC-TRADE-DATE
               MOVE LIN-CURRENCY-CODE TO EXC-CURRENCY
               MOVE LIN-USD-PNL-AMT TO EXC-USD-PNL
               WRITE RPT-LINE FROM WS-EXCEPTION-LINE
           END-IF
           .

      *----------------------------------------------------------------
      *  4000-REWRITE-PERIOD-FILE writes the whole table back, ready
      *  for tomorrow's rollover and rerun tests.
      *----------------------------------------------------------------
       4000-REWRITE-PERIOD-FILE.
           OPEN OUTPUT TRADER-PERIOD-FILE
           PERFORM VARYING WS-TPD-IDX FROM 1 BY 1
                   UNTIL WS-TPD-IDX > WS-TPD-COUNT
               MOVE WS-TPD-TBL-TRADER-ID (WS-TPD-IDX) TO TPD-TRADER-ID
               MOVE WS-TPD-TBL-LAST-DATE (WS-TPD-IDX)
                   TO TPD-LAST-POSTED-DATE
               MOVE WS-TPD-TBL-MTD-PNL (WS-TPD-IDX) TO TPD-MTD-PNL
               MOVE WS-TPD-TBL-DAY-PNL (WS-TPD-IDX) TO TPD-DAY-PNL
               WRITE TPD-REC
           END-PERFORM
           CLOSE TRADER-PERIOD-FILE
           .

       9999-TERMINATE.
           CLOSE TRADER-REPORT
           DISPLAY 'RPTTRD00 LINEAGE RECORDS READ: ' WS-LINEAGE-COUNT
           DISPLAY 'RPTTRD00 OFF-DESK BOOKINGS: ' WS-OFF-DESK-COUNT
           IF WS-TPD-DROPPED-COUNT > ZERO
               DISPLAY 'RPTTRD00 AMOUNTS DROPPED (TABLE FULL): '
                   WS-TPD-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when a trader booked outside their
      *  desk, when there was no lineage to attribute, or when the
      *  trader table overflowed; normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTTRD00' TO RC-ERROR-PROGRAM-ID
           IF WS-OFF-DESK-COUNT > ZERO
               MOVE 'W001' TO RC-ERROR-CODE
               MOVE 'TRADES BOOKED OUTSIDE THE TRADER DESK'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-LINEAGE-MISSING
                       OR WS-TPD-DROPPED-COUNT > ZERO
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'NO LINEAGE FILE OR TRADERS DROPPED'
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
           MOVE 'RPTTRD00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
