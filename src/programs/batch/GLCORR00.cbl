      *  extract, and is refused the same way when it does not
      *  balance.  GLCORR-DATE names the business date to correct
      *  (the run's own date when unset).
      *
      *  Every adjustment line is also appended to the GL posting log
      *  (GLPLOG.DAT, GLPLOG.cpy) under the corrected date, with the
      *  mapping it was resolved by, so the Finance posting inquiry
      *  (GLPQ) shows it beside the extract it corrects.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT GL-ADJUST-FILE ASSIGN TO 'GLADJ.DAT'.
           SELECT CORRECTION-REPORT ASSIGN TO 'GLCORR.PRT'.
           SELECT POSTING-LOG-FILE ASSIGN TO 'GLPLOG.DAT'
               FILE STATUS IS WS-GPL-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

       FD  CORRECTION-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Shared with GLEXTR00, UTLBKO00 and GLPBLD00 via GLPLOG.cpy.
       FD  POSTING-LOG-FILE.
           COPY GLPLOG.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-GPL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GPL-FILE-OK        VALUE '00'.
           88  WS-GPL-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-CORRECT-DATE           PIC X(08) VALUE SPACES.

      *--  This run's start, stamped on every posting-log line.
       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-STAMP-DATE         PIC 9(08).
           05  WS-STAMP-TIME         PIC 9(06).
       01  WS-LOGGED-LINE-COUNT      PIC 9(08) COMP-3 VALUE ZERO.

      *--  What the ledger holds for the date, loaded from the
      *--  sent-history -- last record per key wins, so a rerun's
      *--  fresh set supersedes the aborted one.  WS-SNT-TBL-MATCHED
       01  WS-USE-REALIZED-ACCT      PIC X(10) VALUE SPACES.
       01  WS-USE-UNREAL-ACCT        PIC X(10) VALUE SPACES.
       01  WS-USE-OFFSET-ACCT        PIC X(10) VALUE SPACES.
       01  WS-USE-SUSPENSE-IND       PIC X(01) VALUE 'N'.
           88  WS-USE-SUSPENSE       VALUE 'Y'.

       01  WS-ADJ-PORTFOLIO-ID       PIC X(08) VALUE SPACES.
       01  WS-ADJ-TRADE-DATE         PIC X(08) VALUE SPACES.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-STAMP-DATE
           MOVE WS-ACCEPT-TIME (1:6) TO WS-STAMP-TIME
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-CORRECT-DATE FROM ENVIRONMENT 'GLCORR-DATE'
           IF WS-CORRECT-DATE = SPACES OR WS-CORRECT-DATE = LOW-VALUES
           PERFORM 1200-LOAD-SENT-HISTORY
           OPEN OUTPUT GL-ADJUST-FILE
           OPEN OUTPUT CORRECTION-REPORT
           OPEN EXTEND POSTING-LOG-FILE
           IF WS-GPL-FILE-MISSING
               OPEN OUTPUT POSTING-LOG-FILE
           END-IF
           MOVE WS-CORRECT-DATE TO HDR-CORRECT-DATE
           WRITE RPT-LINE FROM WS-HEADER-LINE
           .
           MOVE WS-SUSP-REALIZED-ACCT TO WS-USE-REALIZED-ACCT
           MOVE WS-SUSP-UNREAL-ACCT TO WS-USE-UNREAL-ACCT
           MOVE WS-SUSP-OFFSET-ACCT TO WS-USE-OFFSET-ACCT
           MOVE 'Y' TO WS-USE-SUSPENSE-IND
           IF WS-GLA-COUNT > ZERO
               SET WS-GLA-IDX TO 1
               SEARCH WS-GLA-ENTRY
                           TO WS-USE-UNREAL-ACCT
                       MOVE WS-GLA-TBL-OFFSET (WS-GLA-IDX)
                           TO WS-USE-OFFSET-ACCT
                       MOVE 'N' TO WS-USE-SUSPENSE-IND
               END-SEARCH
           END-IF
           .
           ELSE
               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 2492-LOG-POSTED-LINE
           PERFORM 2495-ACCUMULATE-ENTITY-NET
           .

      *----------------------------------------------------------------
      *  2492-LOG-POSTED-LINE appends the adjustment line just written
      *  to the GL posting log under the corrected date, with the
      *  mapping it was resolved by -- blank, and flagged, when it
      *  went to suspense.
      *----------------------------------------------------------------
       2492-LOG-POSTED-LINE.
           MOVE SPACES TO GPL-REC
           MOVE WS-CORRECT-DATE TO GPL-BUSINESS-DATE
           MOVE WS-RUN-TOKEN TO GPL-RUN-TOKEN
           MOVE WS-RUN-STAMP TO GPL-RUN-STAMP
           MOVE 'C' TO GPL-SOURCE
           MOVE 'LINE    ' TO GPL-RECORD-ID
           MOVE WS-USE-SUSPENSE-IND TO GPL-SUSPENSE-IND
           MOVE JRN-ACCOUNT TO GPL-ACCOUNT
           MOVE JRN-DR-CR-IND TO GPL-DR-CR-IND
           MOVE JRN-AMOUNT TO GPL-AMOUNT
           MOVE JRN-PORTFOLIO-ID TO GPL-PORTFOLIO-ID
           MOVE JRN-TRADE-DATE TO GPL-TRADE-DATE
           MOVE JRN-DESCRIPTION TO GPL-DESCRIPTION
           MOVE JRN-ENTITY-CODE TO GPL-ENTITY-CODE
           IF NOT WS-USE-SUSPENSE
               MOVE WS-USE-REALIZED-ACCT TO GPL-MAP-REALIZED
               MOVE WS-USE-UNREAL-ACCT TO GPL-MAP-UNREALIZED
               MOVE WS-USE-OFFSET-ACCT TO GPL-MAP-OFFSET
           END-IF
           WRITE GPL-REC
           ADD 1 TO WS-LOGGED-LINE-COUNT
           .

       2495-ACCUMULATE-ENTITY-NET.
           MOVE 'N' TO WS-ENT-FOUND-IND
           IF WS-ENT-COUNT > ZERO
                   END-IF
               END-IF
           END-IF
           PERFORM 9994-END-POSTING-LOG
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9994-END-POSTING-LOG closes this run's lines on the posting
      *  log with their count and whether the adjustment file may be
      *  sent -- anything the return code above says must not be sent
      *  is logged as refused.
      *----------------------------------------------------------------
       9994-END-POSTING-LOG.
           MOVE SPACES TO GPL-REC
           MOVE WS-CORRECT-DATE TO GPL-BUSINESS-DATE
           MOVE WS-RUN-TOKEN TO GPL-RUN-TOKEN
           MOVE WS-RUN-STAMP TO GPL-RUN-STAMP
           MOVE 'C' TO GPL-SOURCE
           MOVE 'RUNEND  ' TO GPL-RECORD-ID
           MOVE WS-LOGGED-LINE-COUNT TO GPL-END-LINE-COUNT
           IF RC-RETURN-CODE > 4
               MOVE 'R' TO GPL-END-OUTCOME
           ELSE
               MOVE 'S' TO GPL-END-OUTCOME
           END-IF
           WRITE GPL-REC
           CLOSE POSTING-LOG-FILE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this step's final return code and
      *  message to the shared run log, so the end-of-chain summary
