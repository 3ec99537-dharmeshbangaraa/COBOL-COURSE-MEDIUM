       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGREJ00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  REGREJ00 -- TRADE REPOSITORY REJECTION REPORT
      *  Loads the rejection file the regulator's trade repository
      *  returns against our REGEXT00 extract (REGRSP.DAT) and prints
      *  each rejected report next to what we actually sent, off the
      *  sent log (REGSENT.DAT, REGSENT.cpy): portfolio, entity,
      *  trade date, currency, and amount.  The repository names a
      *  report only by submission date, action, and trade ID, so
      *  without this the team had to hunt each one down by hand.
      *
      *  A rejection that does not match the sent log prints as NOT
      *  SENT -- the repository is quoting a report we have no record
      *  of sending, which is a conversation with them rather than a
      *  correction on our side.  Everything else is for correction
      *  (the entity master's LEI, the trade itself) and resubmission
      *  inside the T+1 window.
      *
      *  Run on demand when the repository's response lands; the
      *  report is over every rejection on the file, whatever
      *  submission date it quotes.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO 'REGRSP.DAT'
               FILE STATUS IS WS-RRJ-FILE-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO 'REGSENT.DAT'
               FILE STATUS IS WS-RGS-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT REJECT-REPORT ASSIGN TO 'REGREJ.PRT'.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  The repository's rejection layout: the submission date and
      *--  the report as we keyed it (action, trade ID, reporting
      *--  LEI), then their reason code and text.
       FD  REJECT-FILE.
       01  RRJ-REC.
           05  RRJ-BUSINESS-DATE     PIC X(08).
           05  RRJ-ACTION            PIC X(04).
           05  RRJ-TRADE-ID          PIC X(12).
           05  RRJ-REPORTING-LEI     PIC X(20).
           05  RRJ-REJECT-CODE       PIC X(06).
           05  RRJ-REJECT-REASON     PIC X(50).

      *--  What went to the repository; see REGSENT.cpy.
       FD  SENT-LOG-FILE.
           COPY REGSENT.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  REJECT-REPORT.
       01  RPT-LINE                  PIC X(132).

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
       01  WS-RRJ-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RRJ-FILE-OK        VALUE '00'.
       01  WS-RGS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RGS-FILE-OK        VALUE '00'.

      *--  Set once, right after each OPEN -- the file status fields
      *--  move on with every READ.
       01  WS-RRJ-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-RRJ-OPEN-OK        VALUE 'Y'.
       01  WS-RGS-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-RGS-OPEN-OK        VALUE 'Y'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  The returned rejections, filled in from the sent log as
      *--  their reports are found.  WS-REJ-TBL-MATCHED flips to 'Y'
      *--  on the first sent-log record for the same submission date,
      *--  action, and trade ID.
       01  WS-REJ-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-REJ-COUNT
                   INDEXED BY WS-REJ-IDX.
               10  WS-REJ-TBL-BUS-DATE   PIC X(08).
               10  WS-REJ-TBL-ACTION     PIC X(04).
               10  WS-REJ-TBL-TRADE-ID   PIC X(12).
               10  WS-REJ-TBL-CODE       PIC X(06).
               10  WS-REJ-TBL-REASON     PIC X(50).
               10  WS-REJ-TBL-MATCHED    PIC X(01).
                   88  WS-REJ-MATCHED    VALUE 'Y'.
               10  WS-REJ-TBL-PORTFOLIO  PIC X(08).
               10  WS-REJ-TBL-ENTITY     PIC X(04).
               10  WS-REJ-TBL-TRADE-DATE PIC X(08).
               10  WS-REJ-TBL-CURRENCY   PIC X(03).
               10  WS-REJ-TBL-TRADE-AMT  PIC S9(13)V99 COMP-3.
       01  WS-REJ-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-SENT-READ-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-MATCHED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NOT-SENT-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 55.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'TRADE REPOSITORY REJECTIONS'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'SUBMITTED'.
           05  FILLER                PIC X(06) VALUE 'ACTN'.
           05  FILLER                PIC X(14) VALUE 'TRADE ID'.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(06) VALUE 'ENTY'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(19)
                   VALUE '     TRADE AMOUNT'.
           05  FILLER                PIC X(10) VALUE 'SENT LOG'.
           05  FILLER                PIC X(08) VALUE 'CODE'.
           05  FILLER                PIC X(40) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-BUS-DATE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACTION            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-ID          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ENTITY-CODE       PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRADE-AMT         PIC Z(12)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SENT              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CODE              PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REASON            PIC X(40).

       01  WS-NO-REJECTS-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO REJECTIONS RETURNED'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(12) VALUE 'REJECTIONS: '.
           05  SUM-REJECTIONS        PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)
                   VALUE '  MATCHED TO SENT:'.
           05  SUM-MATCHED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  NOT SENT: '.
           05  SUM-NOT-SENT          PIC ZZ,ZZ9.
           05  FILLER                PIC X(20)
                   VALUE '  SENT LOG RECORDS: '.
           05  SUM-SENT-READ         PIC ZZZ,ZZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REJECTIONS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-REJECTIONS
           IF WS-REJ-COUNT > ZERO
               PERFORM 2000-MATCH-SENT-LOG
           END-IF
           PERFORM 3000-PRINT-REJECTIONS
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           OPEN OUTPUT REJECT-REPORT
           PERFORM 3110-WRITE-HEADER
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
      *  1100-LOAD-REJECTIONS reads the repository's response.  A
      *  missing file is a file error -- the job is only released
      *  once the response has landed.
      *----------------------------------------------------------------
       1100-LOAD-REJECTIONS.
           MOVE ZERO TO WS-REJ-COUNT
           OPEN INPUT REJECT-FILE
           IF WS-RRJ-FILE-OK
               MOVE 'Y' TO WS-RRJ-OPEN-IND
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 1150-KEEP-REJECTION
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-KEEP-REJECTION.
           IF WS-REJ-COUNT NOT < 2000
               ADD 1 TO WS-REJ-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE RRJ-BUSINESS-DATE
                   TO WS-REJ-TBL-BUS-DATE (WS-REJ-COUNT)
               MOVE RRJ-ACTION TO WS-REJ-TBL-ACTION (WS-REJ-COUNT)
               MOVE RRJ-TRADE-ID TO WS-REJ-TBL-TRADE-ID (WS-REJ-COUNT)
               MOVE RRJ-REJECT-CODE TO WS-REJ-TBL-CODE (WS-REJ-COUNT)
               MOVE RRJ-REJECT-REASON
                   TO WS-REJ-TBL-REASON (WS-REJ-COUNT)
               MOVE 'N' TO WS-REJ-TBL-MATCHED (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-TBL-PORTFOLIO (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-TBL-ENTITY (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-TBL-TRADE-DATE (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-TBL-CURRENCY (WS-REJ-COUNT)
               MOVE ZERO TO WS-REJ-TBL-TRADE-AMT (WS-REJ-COUNT)
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-MATCH-SENT-LOG passes the sent log once, filling in each
      *  rejection from the report it names.  A missing sent log
      *  leaves every rejection NOT SENT.
      *----------------------------------------------------------------
       2000-MATCH-SENT-LOG.
           OPEN INPUT SENT-LOG-FILE
           IF WS-RGS-FILE-OK
               MOVE 'Y' TO WS-RGS-OPEN-IND
               PERFORM UNTIL WS-EOF
                   READ SENT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SENT-READ-COUNT
                           PERFORM 2100-MATCH-ONE-REPORT
                   END-READ
               END-PERFORM
               CLOSE SENT-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2100-MATCH-ONE-REPORT.
           SET WS-REJ-IDX TO 1
           SEARCH WS-REJ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REJ-TBL-BUS-DATE (WS-REJ-IDX) = RGS-BUSINESS-DATE
                   AND WS-REJ-TBL-ACTION (WS-REJ-IDX) = RGS-ACTION
                   AND WS-REJ-TBL-TRADE-ID (WS-REJ-IDX) = RGS-TRADE-ID
                   AND NOT WS-REJ-MATCHED (WS-REJ-IDX)
                   MOVE 'Y' TO WS-REJ-TBL-MATCHED (WS-REJ-IDX)
                   MOVE RGS-PORTFOLIO-ID
                       TO WS-REJ-TBL-PORTFOLIO (WS-REJ-IDX)
                   MOVE RGS-ENTITY-CODE
                       TO WS-REJ-TBL-ENTITY (WS-REJ-IDX)
                   MOVE RGS-TRADE-DATE
                       TO WS-REJ-TBL-TRADE-DATE (WS-REJ-IDX)
                   MOVE RGS-CURRENCY-CODE
                       TO WS-REJ-TBL-CURRENCY (WS-REJ-IDX)
                   MOVE RGS-TRADE-AMT
                       TO WS-REJ-TBL-TRADE-AMT (WS-REJ-IDX)
           END-SEARCH
           .

       3000-PRINT-REJECTIONS.
           IF WS-REJ-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NO-REJECTS-LINE
           END-IF
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
               PERFORM 3100-PRINT-ONE-REJECTION
           END-PERFORM
           MOVE WS-REJ-COUNT TO SUM-REJECTIONS
           MOVE WS-MATCHED-COUNT TO SUM-MATCHED
           MOVE WS-NOT-SENT-COUNT TO SUM-NOT-SENT
           MOVE WS-SENT-READ-COUNT TO SUM-SENT-READ
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           .

       3100-PRINT-ONE-REJECTION.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 3110-WRITE-HEADER
           END-IF
           MOVE WS-REJ-TBL-BUS-DATE (WS-REJ-IDX) TO DTL-BUS-DATE
           MOVE WS-REJ-TBL-ACTION (WS-REJ-IDX) TO DTL-ACTION
           MOVE WS-REJ-TBL-TRADE-ID (WS-REJ-IDX) TO DTL-TRADE-ID
           MOVE WS-REJ-TBL-PORTFOLIO (WS-REJ-IDX) TO DTL-PORTFOLIO-ID
           MOVE WS-REJ-TBL-ENTITY (WS-REJ-IDX) TO DTL-ENTITY-CODE
           MOVE WS-REJ-TBL-CURRENCY (WS-REJ-IDX) TO DTL-CURRENCY
           MOVE WS-REJ-TBL-TRADE-AMT (WS-REJ-IDX) TO DTL-TRADE-AMT
           MOVE WS-REJ-TBL-CODE (WS-REJ-IDX) TO DTL-CODE
           MOVE WS-REJ-TBL-REASON (WS-REJ-IDX) TO DTL-REASON
           IF WS-REJ-MATCHED (WS-REJ-IDX)
               MOVE 'FOUND' TO DTL-SENT
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE 'NOT SENT' TO DTL-SENT
               ADD 1 TO WS-NOT-SENT-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       3110-WRITE-HEADER.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NUMBER
           .

       9999-TERMINATE.
           CLOSE REJECT-REPORT
           DISPLAY 'REGREJ00 REJECTIONS LOADED: ' WS-REJ-COUNT
           DISPLAY 'REGREJ00 MATCHED TO SENT LOG: ' WS-MATCHED-COUNT
           DISPLAY 'REGREJ00 NOT ON SENT LOG: ' WS-NOT-SENT-COUNT
           IF WS-REJ-DROPPED-COUNT > ZERO
               DISPLAY 'REGREJ00 REJECTIONS DROPPED, TABLE FULL: '
                   WS-REJ-DROPPED-COUNT
           END-IF
           IF WS-REJ-COUNT > ZERO AND NOT WS-RGS-OPEN-OK
               DISPLAY 'REGREJ00 SENT LOG REGSENT.DAT NOT READ'
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when the repository's response
      *  could not be read, a warning when it rejected anything (each
      *  needs correcting and resubmitting), normal on a clean
      *  response.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'REGREJ00' TO RC-ERROR-PROGRAM-ID
           IF NOT WS-RRJ-OPEN-OK
               MOVE 'E001' TO RC-ERROR-CODE
               MOVE 'REPOSITORY RESPONSE FILE REGRSP.DAT MISSING'
                   TO RC-ERROR-TEXT
               SET RC-FILE-ERROR TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               IF WS-REJ-COUNT > ZERO
                       OR WS-REJ-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'TRADE REPORTS REJECTED BY THE REPOSITORY'
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
           MOVE 'REGREJ00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
