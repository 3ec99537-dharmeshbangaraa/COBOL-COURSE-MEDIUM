      *  UTLVAL.PRT, and the audit report's exception count parsed out
      *  of RPTAUD.PRT.  Each exception prints as one normalized line
      *  with its source and chain step, followed by counts by source
      *  and severity.  Every FX rate the quality gate let through on
      *  an approved override tonight (FXOVRLOG.DAT) prints the same
      *  way, so nobody learns of an override after the fact.
      *
      *  A source that simply was not there prints NOT PRESENT, and a
      *  night with nothing anywhere prints an explicit clean-run
      *--  suspense posting aged past its threshold.
           SELECT SUSPENSE-ALERT-FILE ASSIGN TO 'RPTSUSAL.DAT'
               FILE STATUS IS WS-SAL-FILE-STATUS.
      *--  UTLFXQ00's FX override audit log -- every run's, appended.
           SELECT FX-OVERRIDE-LOG-FILE ASSIGN TO 'FXOVRLOG.DAT'
               FILE STATUS IS WS-FXL-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           SELECT DIGEST-REPORT ASSIGN TO 'RPTDIG.PRT'.
           05  FILLER                PIC X(01).
           05  SAL-TEXT              PIC X(40).

      *--  Same record UTLFXQ00 appends; see FXOVLOG.cpy.
       FD  FX-OVERRIDE-LOG-FILE.
           COPY FXOVLOG.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

           88  WS-AUD-FILE-OK        VALUE '00'.
       01  WS-SAL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SAL-FILE-OK        VALUE '00'.
       01  WS-FXL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXL-FILE-OK        VALUE '00'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Per-source tallies and presence flags, indexed 1-7 in the
      *--  order the sources are swept.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-NAME       PIC X(08).
               10  WS-SRC-STEP       PIC X(08).
       01  WS-HIGH-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-MEDIUM-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-AUD-EXCEPTION-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-EDIT-RATE              PIC 9.9(06).

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
           PERFORM 2400-SWEEP-UTLVAL-FAILURES
           PERFORM 2500-SWEEP-RPTAUD-EXCEPTIONS
           PERFORM 2600-SWEEP-SUSPENSE-ALERT
           PERFORM 2700-SWEEP-FX-OVERRIDES
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE

      *--  Severities: a calc exception or load reject means a P&L
      *--  number is missing or unposted (HIGH); a duplicate or a
      *--  validation failure was stopped at the door (MEDIUM), as
      *--  was a rate let through on an approved FX override.
       1050-INIT-SOURCE-TABLE.
           MOVE 'PNLEXC  ' TO WS-SRC-NAME (1)
           MOVE 'STEP030 ' TO WS-SRC-STEP (1)
           MOVE 'GLSUSP  ' TO WS-SRC-NAME (6)
           MOVE 'STEP054 ' TO WS-SRC-STEP (6)
           MOVE 'MEDIUM'   TO WS-SRC-SEVERITY (6)
           MOVE 'FXOVRD  ' TO WS-SRC-NAME (7)
           MOVE 'STEP028 ' TO WS-SRC-STEP (7)
           MOVE 'MEDIUM'   TO WS-SRC-SEVERITY (7)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 7
               MOVE ZERO TO WS-SRC-COUNT (WS-SRC-IDX)
               MOVE 'N' TO WS-SRC-PRESENT (WS-SRC-IDX)
           END-PERFORM
           END-IF
           .

      *--  FXOVRD lists tonight's overrides off the gate's audit log:
      *--  the records carrying this run's token, or -- on a stand-
      *--  alone run with no token -- the business date's.  The
      *--  currency rides in the portfolio column; the reason column
      *--  gives the rate the calc used and the maker/checker pair.
       2700-SWEEP-FX-OVERRIDES.
           SET WS-SRC-IDX TO 7
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FX-OVERRIDE-LOG-FILE
           IF WS-FXL-FILE-OK
               MOVE 'Y' TO WS-SRC-PRESENT (WS-SRC-IDX)
               PERFORM UNTIL WS-EOF
                   READ FX-OVERRIDE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF (WS-RUN-TOKEN NOT = SPACES
                                   AND FXL-RUN-TOKEN = WS-RUN-TOKEN)
                               OR (WS-RUN-TOKEN = SPACES
                                   AND FXL-BUSINESS-DATE = WS-RUN-DATE)
                               PERFORM 2750-WRITE-FX-OVERRIDE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-OVERRIDE-LOG-FILE
           END-IF
           .

       2750-WRITE-FX-OVERRIDE-LINE.
           MOVE FXL-CURRENCY-CODE TO DTL-PORTFOLIO-ID
           MOVE FXL-BUSINESS-DATE TO DTL-TRADE-DATE
           MOVE FXL-RATE-USED TO WS-EDIT-RATE
           MOVE SPACES TO DTL-REASON
           IF FXL-CORRECTED
               STRING 'CORRECTED TO ' WS-EDIT-RATE ' '
                          DELIMITED BY SIZE
                      FXL-MAKER-ID DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      FXL-CHECKER-ID DELIMITED BY SPACE
                   INTO DTL-REASON
           ELSE
               STRING 'ACCEPTED ' WS-EDIT-RATE ' '
                          DELIMITED BY SIZE
                      FXL-MAKER-ID DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      FXL-CHECKER-ID DELIMITED BY SPACE
                   INTO DTL-REASON
           END-IF
           PERFORM 2900-WRITE-DIGEST-LINE
           .

       2900-WRITE-DIGEST-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2105-WRITE-HEADER
               WRITE RPT-LINE FROM WS-CLEAN-LINE
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 7
               MOVE WS-SRC-NAME (WS-SRC-IDX) TO SSL-SOURCE
               MOVE WS-SRC-SEVERITY (WS-SRC-IDX) TO SSL-SEVERITY
               MOVE WS-SRC-COUNT (WS-SRC-IDX) TO SSL-COUNT
