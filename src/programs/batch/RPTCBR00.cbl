       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTCBR00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  RPTCBR00 -- DAILY RESTRICTED-LIST BREACH REPORT
      *  Prints the day's records off the CMPBRCH log -- every incoming
      *  trade UTLVAL00 found inside a blackout window on Compliance's
      *  restricted list (RSTLIST.DAT) -- so a breach is on
      *  Compliance's desk the morning after, not found weeks later in
      *  the history.  Each breach prints as two lines: the trade as it
      *  came in on the feed, then the restriction it hit with its
      *  window and reason.  A day with no breaches prints an explicit
      *  clean page.
      *
      *  Runs in the chain straight behind UTLVAL00, ahead of BCHCTL00
      *  publishing the night's RUNPARM.DAT, so the report date is the
      *  machine date UTLVAL00 stamped the log with.
      *  RPTCBR-REPORT-DATE (YYYYMMDD) reprints another day.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREACH-FILE ASSIGN TO 'CMPBRCH.DAT'
               FILE STATUS IS WS-CBR-FILE-STATUS.
           SELECT BREACH-REPORT ASSIGN TO 'RPTCBR.PRT'.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with UTLVAL00 via CMPBRCH.cpy.
       FD  BREACH-FILE.
           COPY CMPBRCH.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  BREACH-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-CBR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CBR-FILE-OK        VALUE '00'.
           88  WS-CBR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ENV-REPORT-DATE        PIC X(08) VALUE SPACES.
       01  WS-BREACH-COUNT           PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 54.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(40)
                   VALUE 'RESTRICTED-LIST COMPLIANCE BREACHES'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                PIC X(12) VALUE 'TRADE DATE'.
           05  FILLER                PIC X(04) VALUE 'CH'.
           05  FILLER                PIC X(05) VALUE 'CCY'.
           05  FILLER                PIC X(14) VALUE 'INSTRUMENT'.
           05  FILLER                PIC X(19)
                   VALUE '    TRADE AMOUNT'.
           05  FILLER                PIC X(19)
                   VALUE '        QUANTITY'.
           05  FILLER                PIC X(10) VALUE 'TRADER'.
           05  FILLER                PIC X(12) VALUE 'COUNTERPTY'.

       01  WS-HEADER-LINE-3.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(60)
                   VALUE 'RESTRICTION HIT, ITS WINDOW, AND REASON'.

       01  WS-TRADE-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  TRL-PORTFOLIO-ID      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-TRADE-DATE        PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  TRL-CHANNEL-CODE      PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-INSTRUMENT-ID     PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-TRADE-AMT         PIC Z(12)9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-QUANTITY          PIC Z(10)9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-TRADER-ID         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-COUNTERPARTY-CODE PIC X(08).

       01  WS-RESTRICTION-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE 'RESTRICTION '.
           05  RSL-RESTRICTION-ID    PIC X(08).
           05  FILLER                PIC X(05) VALUE ' CCY '.
           05  RSL-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(07) VALUE ' INSTR '.
           05  RSL-INSTRUMENT-ID     PIC X(12).
           05  FILLER                PIC X(08) VALUE ' WINDOW '.
           05  RSL-EFFECTIVE-DATE    PIC X(08).
           05  FILLER                PIC X(01) VALUE '-'.
           05  RSL-EXPIRY-DATE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RSL-REASON            PIC X(30).

       01  WS-CLEAN-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(40)
                   VALUE 'NO RESTRICTED-LIST BREACHES TODAY'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(22)
                   VALUE 'BREACHES REPORTED:    '.
           05  SUM-COUNT             PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE takes the machine date as the report date --
      *  RUNPARM.DAT still names last night at this point in the
      *  chain -- unless RPTCBR-REPORT-DATE asks for another day.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENV-REPORT-DATE
               FROM ENVIRONMENT 'RPTCBR-REPORT-DATE'
           IF WS-ENV-REPORT-DATE IS NUMERIC
               MOVE WS-ENV-REPORT-DATE TO WS-RUN-DATE
           END-IF
           OPEN OUTPUT BREACH-REPORT
           PERFORM 2105-WRITE-HEADER
           OPEN INPUT BREACH-FILE
           .

       2105-WRITE-HEADER.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           WRITE RPT-LINE FROM WS-HEADER-LINE-3
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NUMBER
           .

       2000-PROCESS.
           IF NOT WS-CBR-FILE-OK
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
               READ BREACH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CBR-BUSINESS-DATE = WS-RUN-DATE
                           PERFORM 2100-PRINT-BREACH
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2100-PRINT-BREACH prints the trade, then the restriction it
      *  hit; a blank currency or instrument on the restriction
      *  covered every one in the portfolio and prints as ALL.  The
      *  pair is never split across a page.
      *----------------------------------------------------------------
       2100-PRINT-BREACH.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 2105-WRITE-HEADER
           END-IF
           MOVE CBR-PORTFOLIO-ID TO TRL-PORTFOLIO-ID
           MOVE CBR-TRADE-DATE TO TRL-TRADE-DATE
           MOVE CBR-CHANNEL-CODE TO TRL-CHANNEL-CODE
           MOVE CBR-CURRENCY-CODE TO TRL-CURRENCY-CODE
           MOVE CBR-INSTRUMENT-ID TO TRL-INSTRUMENT-ID
           MOVE CBR-TRADE-AMT TO TRL-TRADE-AMT
           MOVE CBR-QUANTITY TO TRL-QUANTITY
           MOVE CBR-TRADER-ID TO TRL-TRADER-ID
           MOVE CBR-COUNTERPARTY-CODE TO TRL-COUNTERPARTY-CODE
           WRITE RPT-LINE FROM WS-TRADE-LINE
           MOVE CBR-RESTRICTION-ID TO RSL-RESTRICTION-ID
           IF CBR-RST-CURRENCY-CODE = SPACES
               MOVE 'ALL' TO RSL-CURRENCY-CODE
           ELSE
               MOVE CBR-RST-CURRENCY-CODE TO RSL-CURRENCY-CODE
           END-IF
           IF CBR-RST-INSTRUMENT-ID = SPACES
               MOVE 'ALL' TO RSL-INSTRUMENT-ID
           ELSE
               MOVE CBR-RST-INSTRUMENT-ID TO RSL-INSTRUMENT-ID
           END-IF
           MOVE CBR-EFFECTIVE-DATE TO RSL-EFFECTIVE-DATE
           MOVE CBR-EXPIRY-DATE TO RSL-EXPIRY-DATE
           MOVE CBR-RST-REASON TO RSL-REASON
           WRITE RPT-LINE FROM WS-RESTRICTION-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD 1 TO WS-BREACH-COUNT
           .

       9999-TERMINATE.
           IF WS-BREACH-COUNT = ZERO
               WRITE RPT-LINE FROM WS-CLEAN-LINE
           END-IF
           MOVE WS-BREACH-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-CBR-FILE-MISSING
               CONTINUE
           ELSE
               CLOSE BREACH-FILE
           END-IF
           CLOSE BREACH-REPORT
           DISPLAY 'RPTCBR00 BREACHES REPORTED: ' WS-BREACH-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a warning when any breach is reported (Compliance
      *  wants every one reviewed), normal on a clean day.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTCBR00' TO RC-ERROR-PROGRAM-ID
           IF WS-BREACH-COUNT > ZERO
               MOVE 'W001' TO RC-ERROR-CODE
               MOVE 'RESTRICTED-LIST BREACHES - SEE REPORT'
                   TO RC-ERROR-TEXT
               SET RC-WARNING TO TRUE
               DISPLAY RC-ERROR-MESSAGE
           ELSE
               SET RC-NORMAL TO TRUE
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
           MOVE 'RPTCBR00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
