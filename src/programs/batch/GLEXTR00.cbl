      *  A control trailer carries the entry count and the net amount.
      *  The net must be zero: an out-of-balance extract fails the
      *  step so it is never sent.
      *
      *  The same entries are also written to GLFUNC.DAT translated
      *  from USD into each entity's functional currency (ENTMST.DAT
      *  at the night's FXRATE.DAT rate), for the entities' statutory
      *  books.  Both sides of a pair translate as one amount, so each
      *  entity's section still nets to zero; its control record
      *  names the currency and GL company code.  An entity not on
      *  the master, or whose currency has no rate tonight, is left
      *  in USD and warns.
      *
      *  Every journal line is also appended to the GL posting log
      *  (GLPLOG.DAT, GLPLOG.cpy) with the GLACCT accounts it was
      *  resolved by, and the run closes its lines with a record
      *  saying whether the journal was fit to send -- the log the
      *  Finance posting inquiry (GLPQ) is rebuilt from.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.DAT'
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'.
           SELECT FUNC-JOURNAL-FILE ASSIGN TO 'GLFUNC.DAT'.
           SELECT ENTITY-MASTER-FILE ASSIGN TO 'ENTMST.DAT'
               FILE STATUS IS WS-EMS-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               FILE STATUS IS WS-FXR-FILE-STATUS.
      *--  Sent-history: what this extract posted per business date,
      *--  one record per PNLOUT record journaled, appended run over
      *--  run.  GLCORR00 reads it back to generate balanced
      *--  off the file the next night.  RPTSUS00 ages this file.
           SELECT SUSPENSE-TRACK-FILE ASSIGN TO 'GLSUSP.DAT'
               FILE STATUS IS WS-SUS-FILE-STATUS.
      *--  GL posting log: every journal line written, with its
      *--  account mapping; appended run over run.
           SELECT POSTING-LOG-FILE ASSIGN TO 'GLPLOG.DAT'
               FILE STATUS IS WS-GPL-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           05  JRT-ENTITY-CODE       PIC X(04).
           05  FILLER                PIC X(31).

      *--  The functional-currency copy of the journal: the same
      *--  layout, with the entity's functional currency and GL
      *--  company code carried on its 'ENTTRL  ' control record.
       FD  FUNC-JOURNAL-FILE.
       01  FJN-REC.
           05  FJN-ACCOUNT           PIC X(10).
           05  FJN-DR-CR-IND         PIC X(01).
           05  FJN-AMOUNT            PIC S9(13)V99 COMP-3.
           05  FJN-PORTFOLIO-ID      PIC X(08).
           05  FJN-TRADE-DATE        PIC X(08).
           05  FJN-DESCRIPTION       PIC X(20).
           05  FJN-ENTITY-CODE       PIC X(04).
       01  FJN-TRAILER REDEFINES FJN-REC.
           05  FJT-ID                PIC X(08).
           05  FJT-ENTRY-COUNT       PIC 9(08).
           05  FJT-NET-AMOUNT        PIC S9(13)V99 COMP-3.
           05  FJT-ENTITY-CODE       PIC X(04).
           05  FJT-CURRENCY-CODE     PIC X(03).
           05  FJT-GL-COMPANY        PIC X(04).
           05  FILLER                PIC X(24).

      *--  Shared with ENTMNT00 and UTLVAL00 via ENTMST.cpy.
       FD  ENTITY-MASTER-FILE.
           COPY ENTMST.

      *--  Same layout PNL-CALC-PROG's LOAD-FX-RATES reads.
       FD  FX-RATE-FILE.
       01  FXR-REC.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TO-USD       PIC 9(01)V9(06).
           05  FXR-EFFECTIVE-DATE    PIC X(08).

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

           05  SUS-FIRST-DATE        PIC X(08).
           05  SUS-CUM-AMOUNT        PIC S9(13)V99 COMP-3.

      *--  Shared with GLCORR00, UTLBKO00 and GLPBLD00 via GLPLOG.cpy.
       FD  POSTING-LOG-FILE.
           COPY GLPLOG.

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
       01  WS-SUS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SUS-FILE-OK        VALUE '00'.
           88  WS-SUS-FILE-MISSING   VALUE '35'.
       01  WS-EMS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EMS-FILE-OK        VALUE '00'.
           88  WS-EMS-FILE-MISSING   VALUE '35'.
       01  WS-FXR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-FXR-FILE-OK        VALUE '00'.
           88  WS-FXR-FILE-MISSING   VALUE '35'.
       01  WS-GPL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GPL-FILE-OK        VALUE '00'.
           88  WS-GPL-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  This run's start, stamped on every posting-log line.
       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-STAMP-DATE         PIC 9(08).
           05  WS-STAMP-TIME         PIC 9(06).
       01  WS-LOGGED-LINE-COUNT      PIC 9(08) COMP-3 VALUE ZERO.

      *--  Account mapping table, loaded from GLACCT.DAT.
       01  WS-GLA-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-GLA-TABLE.
       01  WS-USE-REALIZED-ACCT      PIC X(10) VALUE SPACES.
       01  WS-USE-UNREAL-ACCT        PIC X(10) VALUE SPACES.
       01  WS-USE-OFFSET-ACCT        PIC X(10) VALUE SPACES.
       01  WS-USE-SUSPENSE-IND       PIC X(01) VALUE 'N'.
           88  WS-USE-SUSPENSE       VALUE 'Y'.

       01  WS-POST-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
               10  WS-ENT-TBL-CODE       PIC X(04).
               10  WS-ENT-TBL-ENTRIES    PIC 9(08) COMP-3.
               10  WS-ENT-TBL-NET        PIC S9(13)V99 COMP-3.
               10  WS-ENT-TBL-FUNC-CCY   PIC X(03).
               10  WS-ENT-TBL-FUNC-NET   PIC S9(13)V99 COMP-3.
       01  WS-ENT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-ENT-FOUND          VALUE 'Y'.
       01  WS-ENT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ENT-UNBALANCED-COUNT   PIC 9(02) COMP-3 VALUE ZERO.

      *--  Legal-entity master and tonight's rates, loaded at start:
      *--  the name each entity's totals display under and the
      *--  functional currency its statutory copy is translated into.
       01  WS-EMS-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-EMS-TABLE.
           05  WS-EMS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EMS-COUNT
                   INDEXED BY WS-EMS-IDX.
               10  WS-EMS-TBL-CODE       PIC X(04).
               10  WS-EMS-TBL-NAME       PIC X(30).
               10  WS-EMS-TBL-FUNC-CCY   PIC X(03).
               10  WS-EMS-TBL-GL-COMPANY PIC X(04).
       01  WS-EMS-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-EMS-FOUND          VALUE 'Y'.
       01  WS-LOOKUP-ENTITY          PIC X(04) VALUE SPACES.
       01  WS-ENTITY-NAME            PIC X(30) VALUE SPACES.
       01  WS-GL-COMPANY             PIC X(04) VALUE SPACES.

       01  WS-FXR-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FXR-COUNT
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-TBL-CURRENCY   PIC X(03).
               10  WS-FXR-TBL-RATE       PIC 9(01)V9(06).

      *--  The pair being written, in the entity's functional
      *--  currency; WS-FUNC-CCY is 'USD' when it could not be
      *--  translated.
       01  WS-FUNC-CCY               PIC X(03) VALUE SPACES.
       01  WS-FUNC-RATE              PIC 9(01)V9(06) VALUE ZERO.
       01  WS-FUNC-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-FUNC-ENTRY-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-FUNC-NET-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-UNTRANSLATED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.

      *--  Suspense tracking table: the prior file's entries merged
      *--  with tonight's suspense postings.  First-seen date is kept
      *--  from the prior file; a portfolio with no suspense posting

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-STAMP-DATE
           MOVE WS-ACCEPT-TIME (1:6) TO WS-STAMP-TIME
           PERFORM 1020-READ-RUN-PARAMETERS
           PERFORM 1100-LOAD-ACCOUNT-MAP
           PERFORM 1150-LOAD-ENTITY-MASTER
           PERFORM 1160-LOAD-FX-RATES
           PERFORM 1200-LOAD-SUSPENSE-TRACKING
           OPEN INPUT PNL-OUTPUT-FILE
           IF WS-OUT-FILE-OK
               MOVE 'Y' TO WS-OUT-OPEN-IND
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT FUNC-JOURNAL-FILE
      *--  The sent-history accumulates across runs; the first-ever
      *--  run starts the file.
           OPEN EXTEND SENT-HISTORY-FILE
           IF WS-SNT-FILE-MISSING
               OPEN OUTPUT SENT-HISTORY-FILE
           END-IF
           OPEN EXTEND POSTING-LOG-FILE
           IF WS-GPL-FILE-MISSING
               OPEN OUTPUT POSTING-LOG-FILE
           END-IF
           .

       1020-READ-RUN-PARAMETERS.
           MOVE 'N' TO WS-EOF-FLAG
           .

       1150-LOAD-ENTITY-MASTER.
           MOVE ZERO TO WS-EMS-COUNT
           OPEN INPUT ENTITY-MASTER-FILE
           IF WS-EMS-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-EMS-COUNT NOT < 100
                   READ ENTITY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-EMS-COUNT
                           MOVE ENT-ENTITY-CODE TO
                               WS-EMS-TBL-CODE (WS-EMS-COUNT)
                           MOVE ENT-NAME TO
                               WS-EMS-TBL-NAME (WS-EMS-COUNT)
                           MOVE ENT-FUNCTIONAL-CCY TO
                               WS-EMS-TBL-FUNC-CCY (WS-EMS-COUNT)
                           MOVE ENT-GL-COMPANY TO
                               WS-EMS-TBL-GL-COMPANY (WS-EMS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       1160-LOAD-FX-RATES.
           MOVE ZERO TO WS-FXR-COUNT
           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-FXR-COUNT NOT < 50
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FXR-COUNT
                           MOVE FXR-CURRENCY-CODE TO
                               WS-FXR-TBL-CURRENCY (WS-FXR-COUNT)
                           MOVE FXR-RATE-TO-USD TO
                               WS-FXR-TBL-RATE (WS-FXR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  1200-LOAD-SUSPENSE-TRACKING reads the prior run's suspense
      *  file so tonight's postings age against the right first-seen
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
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           PERFORM 2210-TRANSLATE-AMOUNT
           MOVE WS-PNL-ACCOUNT TO JRN-ACCOUNT
           IF WS-POST-AMOUNT < ZERO
               MOVE 'D' TO JRN-DR-CR-IND
           PERFORM 2290-WRITE-JOURNAL-ENTRY
           .

      *----------------------------------------------------------------
      *  2210-TRANSLATE-AMOUNT restates the pair's USD amount in the
      *  entity's functional currency -- once, so both sides of the
      *  pair carry the same figure.  USD over the currency's rate to
      *  USD; an entity not on the master, or a currency with no rate
      *  tonight, stays in USD and is counted.
      *----------------------------------------------------------------
       2210-TRANSLATE-AMOUNT.
           MOVE ENTITY-CODE TO WS-LOOKUP-ENTITY
           PERFORM 2900-FIND-ENTITY-MASTER
           MOVE 'USD' TO WS-FUNC-CCY
           MOVE ZERO TO WS-FUNC-RATE
           IF WS-EMS-FOUND
               IF WS-EMS-TBL-FUNC-CCY (WS-EMS-IDX) = 'USD'
                   MOVE 1 TO WS-FUNC-RATE
               ELSE
                   IF WS-FXR-COUNT > ZERO
                       SET WS-FXR-IDX TO 1
                       SEARCH WS-FXR-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-FXR-TBL-CURRENCY (WS-FXR-IDX)
                                   = WS-EMS-TBL-FUNC-CCY (WS-EMS-IDX)
                               MOVE WS-FXR-TBL-RATE (WS-FXR-IDX)
                                   TO WS-FUNC-RATE
                       END-SEARCH
                   END-IF
               END-IF
           END-IF
           IF WS-FUNC-RATE > ZERO
               MOVE WS-EMS-TBL-FUNC-CCY (WS-EMS-IDX) TO WS-FUNC-CCY
               COMPUTE WS-FUNC-AMOUNT ROUNDED =
                   WS-ABS-AMOUNT / WS-FUNC-RATE
           ELSE
               MOVE WS-ABS-AMOUNT TO WS-FUNC-AMOUNT
               ADD 1 TO WS-UNTRANSLATED-COUNT
           END-IF
           .

       2290-WRITE-JOURNAL-ENTRY.
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE PORTFOLIO-ID TO JRN-PORTFOLIO-ID
           ELSE
               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 2291-LOG-POSTED-LINE
           PERFORM 2292-WRITE-FUNCTIONAL-ENTRY
           PERFORM 2295-ACCUMULATE-ENTITY-NET
           .

      *----------------------------------------------------------------
      *  2291-LOG-POSTED-LINE appends the line just written to the GL
      *  posting log with the mapping it was resolved by -- blank,
      *  and flagged, when it went to suspense.
      *----------------------------------------------------------------
       2291-LOG-POSTED-LINE.
           MOVE SPACES TO GPL-REC
           MOVE WS-RUN-DATE TO GPL-BUSINESS-DATE
           MOVE WS-RUN-TOKEN TO GPL-RUN-TOKEN
           MOVE WS-RUN-STAMP TO GPL-RUN-STAMP
           MOVE 'X' TO GPL-SOURCE
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

       2292-WRITE-FUNCTIONAL-ENTRY.
           MOVE JRN-ACCOUNT TO FJN-ACCOUNT
           MOVE JRN-DR-CR-IND TO FJN-DR-CR-IND
           MOVE WS-FUNC-AMOUNT TO FJN-AMOUNT
           MOVE JRN-PORTFOLIO-ID TO FJN-PORTFOLIO-ID
           MOVE JRN-TRADE-DATE TO FJN-TRADE-DATE
           MOVE JRN-DESCRIPTION TO FJN-DESCRIPTION
           MOVE JRN-ENTITY-CODE TO FJN-ENTITY-CODE
           WRITE FJN-REC
           ADD 1 TO WS-FUNC-ENTRY-COUNT
           IF JRN-DEBIT
               ADD WS-FUNC-AMOUNT TO WS-FUNC-NET-AMOUNT
           ELSE
               SUBTRACT WS-FUNC-AMOUNT FROM WS-FUNC-NET-AMOUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2295-ACCUMULATE-ENTITY-NET folds the entry just written into
      *  its legal entity's running count and net, adding a new entity
                       IF JRN-DEBIT
                           ADD WS-ABS-AMOUNT
                               TO WS-ENT-TBL-NET (WS-ENT-IDX)
                           ADD WS-FUNC-AMOUNT
                               TO WS-ENT-TBL-FUNC-NET (WS-ENT-IDX)
                       ELSE
                           SUBTRACT WS-ABS-AMOUNT
                               FROM WS-ENT-TBL-NET (WS-ENT-IDX)
                           SUBTRACT WS-FUNC-AMOUNT
                               FROM WS-ENT-TBL-FUNC-NET (WS-ENT-IDX)
                       END-IF
                       MOVE 'Y' TO WS-ENT-FOUND-IND
               END-SEARCH
                   MOVE JRN-ENTITY-CODE
                       TO WS-ENT-TBL-CODE (WS-ENT-COUNT)
                   MOVE 1 TO WS-ENT-TBL-ENTRIES (WS-ENT-COUNT)
                   MOVE WS-FUNC-CCY
                       TO WS-ENT-TBL-FUNC-CCY (WS-ENT-COUNT)
                   IF JRN-DEBIT
                       MOVE WS-ABS-AMOUNT
                           TO WS-ENT-TBL-NET (WS-ENT-COUNT)
                       MOVE WS-FUNC-AMOUNT
                           TO WS-ENT-TBL-FUNC-NET (WS-ENT-COUNT)
                   ELSE
                       COMPUTE WS-ENT-TBL-NET (WS-ENT-COUNT) =
                           ZERO - WS-ABS-AMOUNT
                       COMPUTE WS-ENT-TBL-FUNC-NET (WS-ENT-COUNT) =
                           ZERO - WS-FUNC-AMOUNT
                   END-IF
               END-IF
           END-IF
           MOVE WS-NET-AMOUNT TO JRT-NET-AMOUNT
           WRITE JRN-REC
           CLOSE GL-JOURNAL-FILE
           MOVE SPACES TO FJN-REC
           MOVE 'TRAILER ' TO FJT-ID
           MOVE WS-FUNC-ENTRY-COUNT TO FJT-ENTRY-COUNT
           MOVE WS-FUNC-NET-AMOUNT TO FJT-NET-AMOUNT
           WRITE FJN-REC
           CLOSE FUNC-JOURNAL-FILE
           .

      *----------------------------------------------------------------
      *  that entity's entry count and net -- the per-entity section
      *  totals Finance balances each ledger against.  Any nonzero
      *  entity net is counted and fails the step the same way a
      *  nonzero file net always has.  The functional-currency copy
      *  gets the same record with the entity's currency and GL
      *  company, and each entity's totals are displayed under its
      *  name from the master.
      *----------------------------------------------------------------
       2990-WRITE-ENTITY-TRAILERS.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
               IF WS-ENT-TBL-NET (WS-ENT-IDX) NOT = ZERO
                   ADD 1 TO WS-ENT-UNBALANCED-COUNT
               END-IF
               MOVE WS-ENT-TBL-CODE (WS-ENT-IDX) TO WS-LOOKUP-ENTITY
               PERFORM 2900-FIND-ENTITY-MASTER
               MOVE SPACES TO FJN-REC
               MOVE 'ENTTRL  ' TO FJT-ID
               MOVE WS-ENT-TBL-ENTRIES (WS-ENT-IDX)
                   TO FJT-ENTRY-COUNT
               MOVE WS-ENT-TBL-FUNC-NET (WS-ENT-IDX) TO FJT-NET-AMOUNT
               MOVE WS-ENT-TBL-CODE (WS-ENT-IDX) TO FJT-ENTITY-CODE
               MOVE WS-ENT-TBL-FUNC-CCY (WS-ENT-IDX)
                   TO FJT-CURRENCY-CODE
               MOVE WS-GL-COMPANY TO FJT-GL-COMPANY
               WRITE FJN-REC
               IF WS-ENT-TBL-FUNC-NET (WS-ENT-IDX) NOT = ZERO
                   ADD 1 TO WS-ENT-UNBALANCED-COUNT
               END-IF
               DISPLAY 'GLEXTR00 ENTITY ' WS-ENT-TBL-CODE (WS-ENT-IDX)
                   ' ' WS-ENTITY-NAME
                   ' ENTRIES: ' WS-ENT-TBL-ENTRIES (WS-ENT-IDX)
                   ' ' WS-ENT-TBL-FUNC-CCY (WS-ENT-IDX)
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2900-FIND-ENTITY-MASTER positions WS-EMS-IDX on
      *  WS-LOOKUP-ENTITY's master entry and sets its name and GL
      *  company; an entity not on the master shows as such, and the
      *  blank (unassigned) entity as unassigned.
      *----------------------------------------------------------------
       2900-FIND-ENTITY-MASTER.
           MOVE 'N' TO WS-EMS-FOUND-IND
           MOVE SPACES TO WS-GL-COMPANY
           IF WS-LOOKUP-ENTITY = SPACES
               MOVE 'UNASSIGNED' TO WS-ENTITY-NAME
           ELSE
               MOVE 'NOT ON ENTITY MASTER' TO WS-ENTITY-NAME
           END-IF
           IF WS-EMS-COUNT > ZERO
               SET WS-EMS-IDX TO 1
               SEARCH WS-EMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMS-TBL-CODE (WS-EMS-IDX) = WS-LOOKUP-ENTITY
                       MOVE WS-EMS-TBL-NAME (WS-EMS-IDX)
                           TO WS-ENTITY-NAME
                       MOVE WS-EMS-TBL-GL-COMPANY (WS-EMS-IDX)
                           TO WS-GL-COMPANY
                       MOVE 'Y' TO WS-EMS-FOUND-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  3500-REWRITE-SUSPENSE-TRACKING rewrites the tracking file
      *  with only the portfolios that posted to suspense tonight --
           DISPLAY 'GLEXTR00 UNMAPPED PORTFOLIO RECORDS: '
               WS-UNMAPPED-COUNT
           DISPLAY 'GLEXTR00 LEGAL ENTITIES POSTED: ' WS-ENT-COUNT
           DISPLAY 'GLEXTR00 ENTRIES LEFT IN USD: '
               WS-UNTRANSLATED-COUNT
           IF WS-ENT-UNBALANCED-COUNT > ZERO
               DISPLAY 'GLEXTR00 UNBALANCED ENTITY SECTIONS: '
                   WS-ENT-UNBALANCED-COUNT
      *  back to JCL: a file error when PNLOUT.DAT was missing or its
      *  control trailer did not verify, an application error when the
      *  journal does not net to zero (the extract must not be sent),
      *  a warning when suspense postings exist or entries could not
      *  be translated into their functional currency, normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'GLEXTR00' TO RC-ERROR-PROGRAM-ID
                       SET RC-WARNING TO TRUE
                       DISPLAY RC-ERROR-MESSAGE
                   ELSE
                       IF WS-UNTRANSLATED-COUNT > ZERO
                           MOVE 'W002' TO RC-ERROR-CODE
                           MOVE 'ENTRIES LEFT IN USD - NO RATE'
                               TO RC-ERROR-TEXT
                           SET RC-WARNING TO TRUE
                           DISPLAY RC-ERROR-MESSAGE
                       ELSE
                           SET RC-NORMAL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 9994-END-POSTING-LOG
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9994-END-POSTING-LOG closes this run's lines on the posting
      *  log with their count and whether the journal may be sent --
      *  anything the return code above says must not be sent is
      *  logged as refused.
      *----------------------------------------------------------------
       9994-END-POSTING-LOG.
           MOVE SPACES TO GPL-REC
           MOVE WS-RUN-DATE TO GPL-BUSINESS-DATE
           MOVE WS-RUN-TOKEN TO GPL-RUN-TOKEN
           MOVE WS-RUN-STAMP TO GPL-RUN-STAMP
           MOVE 'X' TO GPL-SOURCE
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
