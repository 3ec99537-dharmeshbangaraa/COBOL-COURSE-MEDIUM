       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLPBLD00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  GLPBLD00 -- REBUILD THE GL POSTING INQUIRY STORE
      *  Finance answering "what did we post to this account for this
      *  portfolio on this date, and why" meant asking operations to
      *  pull the night's GLJRNL.DAT, any GLADJ.DAT and GLREV.DAT off
      *  the archive and read them against GLACCT.DAT -- which by then
      *  may have been remapped.  Every program that writes journal
      *  lines now logs each one, with the mapping it used, to the
      *  posting log (GLPLOG.DAT, GLPLOG.cpy).  This step reloads the
      *  two keyed datasets the GLPQ inquiry (GLPINQ00) reads from
      *  that log every night:
      *
      *    - GLPOST.KSD (GLPOST.cpy): one record per logged line,
      *      keyed portfolio / business date / log sequence, carrying
      *      the line, the mapping, and its status;
      *    - GLPXREF.KSD (GLPXREF.cpy): account / business date to
      *      the GLPOST.KSD key, for the inquiry by account.
      *
      *  A line's status comes from its run.  A run whose RUNEND
      *  record is missing (it ended abnormally) or says refused
      *  (its file was out of balance) was never sent: 'R'.  An
      *  extract run for a date is superseded ('S') by a later sent
      *  extract for the same date unless a sent back-out of that
      *  date came between them -- then the back-out reversed it and
      *  both stand.  Everything else posted ('P').  Suspense lines
      *  carry the portfolio's current entry on GLSUSP.DAT.
      *
      *  Both datasets are REUSE clusters (GLPDEF.JCL): OPEN OUTPUT
      *  empties them.  The log is scanned for its runs first, so a
      *  log too big for the run table leaves last night's store in
      *  place rather than loading half of it.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-LOG-FILE ASSIGN TO 'GLPLOG.DAT'
               FILE STATUS IS WS-GPL-FILE-STATUS.
           SELECT SUSPENSE-TRACK-FILE ASSIGN TO 'GLSUSP.DAT'
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT POSTING-STORE-FILE ASSIGN TO 'GLPOST.KSD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-KEY
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO 'GLPXREF.KSD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GPX-KEY
               FILE STATUS IS WS-GPX-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Appended by GLEXTR00, GLCORR00 and UTLBKO00; see GLPLOG.cpy.
       FD  POSTING-LOG-FILE.
           COPY GLPLOG.

      *--  Same record GLEXTR00 rewrites each night.
       FD  SUSPENSE-TRACK-FILE.
       01  SUS-REC.
           05  SUS-PORTFOLIO-ID      PIC X(08).
           05  SUS-FIRST-DATE        PIC X(08).
           05  SUS-CUM-AMOUNT        PIC S9(13)V99 COMP-3.

      *--  The inquiry's store and account index; see GLPOST.cpy and
      *--  GLPXREF.cpy.
       FD  POSTING-STORE-FILE.
           COPY GLPOST.

       FD  ACCOUNT-XREF-FILE.
           COPY GLPXREF.

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
       01  WS-GPL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GPL-FILE-OK        VALUE '00'.
           88  WS-GPL-FILE-MISSING   VALUE '35'.
       01  WS-SUS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SUS-FILE-OK        VALUE '00'.
           88  WS-SUS-FILE-MISSING   VALUE '35'.
       01  WS-GLP-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GLP-FILE-OK        VALUE '00'.
       01  WS-GPX-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GPX-FILE-OK        VALUE '00'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.

      *--  Set when the store could not be reloaded -- last night's
      *--  is left as it stood.
       01  WS-REBUILD-ERROR          PIC X(04) VALUE SPACES.

      *--  One entry per run on the log, in log order.  A run is a
      *--  contiguous stretch of records under one date, source,
      *--  token and start stamp, closed by its RUNEND record.
       01  WS-RUN-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-RUN-DROPPED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY WS-RUN-IDX WS-LATER-IDX.
               10  WS-RUN-TBL-DATE       PIC X(08).
               10  WS-RUN-TBL-SOURCE     PIC X(01).
               10  WS-RUN-TBL-TOKEN      PIC X(16).
               10  WS-RUN-TBL-STAMP      PIC X(14).
               10  WS-RUN-TBL-OUTCOME    PIC X(01).
                   88  WS-RUN-TBL-SENT   VALUE 'S'.
               10  WS-RUN-TBL-STATUS     PIC X(01).

      *--  Which run the record just read belongs to.  A RUNEND
      *--  closes the current run, so whatever follows starts a new
      *--  one even under the same key.
       01  WS-CUR-RUN-KEY.
           05  WS-CUR-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-CUR-RUN-SOURCE     PIC X(01) VALUE SPACES.
           05  WS-CUR-RUN-TOKEN      PIC X(16) VALUE SPACES.
           05  WS-CUR-RUN-STAMP      PIC X(14) VALUE SPACES.
       01  WS-CUR-RUN-NUMBER         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CUR-RUN-OPEN-IND       PIC X(01) VALUE 'N'.
           88  WS-CUR-RUN-OPEN       VALUE 'Y'.
       01  WS-LOG-SEQ                PIC 9(09) VALUE ZERO.

       01  WS-SCAN-DONE-IND          PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE          VALUE 'Y'.

       01  WS-SUS-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-SUS-DROPPED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-SUS-OVERFLOW-IND       PIC X(01) VALUE 'N'.
           88  WS-SUS-OVERFLOW       VALUE 'Y'.
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SUS-COUNT
                   INDEXED BY WS-SUS-IDX.
               10  WS-SUS-TBL-PORTFOLIO  PIC X(08).
               10  WS-SUS-TBL-FIRST-DATE PIC X(08).
               10  WS-SUS-TBL-CUM-AMOUNT PIC S9(13)V99 COMP-3.

       01  WS-LOG-READ-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-LINE-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-XREF-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-WRITE-ERROR-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-SUPERSEDED-RUN-COUNT   PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-REFUSED-RUN-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REBUILD.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-POSTING-LOG
           IF WS-RUN-DROPPED-COUNT > ZERO
               MOVE 'A001' TO WS-REBUILD-ERROR
           ELSE
               PERFORM 2500-RESOLVE-RUN-STATUS
               PERFORM 3000-LOAD-SUSPENSE
               PERFORM 4000-REBUILD-STORE
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
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
      *  2000-SCAN-POSTING-LOG reads the whole log once to list its
      *  runs and how each one ended.  A missing log just means no
      *  program has posted since it was introduced: the store is
      *  reloaded empty.
      *----------------------------------------------------------------
       2000-SCAN-POSTING-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-CUR-RUN-OPEN-IND
           OPEN INPUT POSTING-LOG-FILE
           IF WS-GPL-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ POSTING-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOG-READ-COUNT
                           PERFORM 2100-TRACK-RUN
                   END-READ
               END-PERFORM
               CLOSE POSTING-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'Y' TO WS-SCAN-DONE-IND
           .

      *----------------------------------------------------------------
      *  2100-TRACK-RUN starts a new run when the record's key differs
      *  from the current run's, or the current run has already ended,
      *  and records the outcome when the record is the run's RUNEND.
      *  The second pass calls it again over the same records, so it
      *  numbers the runs identically; only the first pass adds them
      *  to the table.
      *----------------------------------------------------------------
       2100-TRACK-RUN.
           IF NOT WS-CUR-RUN-OPEN
                   OR GPL-BUSINESS-DATE NOT = WS-CUR-RUN-DATE
                   OR GPL-SOURCE NOT = WS-CUR-RUN-SOURCE
                   OR GPL-RUN-TOKEN NOT = WS-CUR-RUN-TOKEN
                   OR GPL-RUN-STAMP NOT = WS-CUR-RUN-STAMP
               MOVE GPL-BUSINESS-DATE TO WS-CUR-RUN-DATE
               MOVE GPL-SOURCE TO WS-CUR-RUN-SOURCE
               MOVE GPL-RUN-TOKEN TO WS-CUR-RUN-TOKEN
               MOVE GPL-RUN-STAMP TO WS-CUR-RUN-STAMP
               MOVE 'Y' TO WS-CUR-RUN-OPEN-IND
               ADD 1 TO WS-CUR-RUN-NUMBER
               IF NOT WS-SCAN-DONE
                   PERFORM 2110-ADD-RUN-ENTRY
               END-IF
           END-IF
           IF GPL-RUN-END
               MOVE 'N' TO WS-CUR-RUN-OPEN-IND
               IF NOT WS-SCAN-DONE
                       AND WS-CUR-RUN-NUMBER NOT > WS-RUN-COUNT
                   MOVE GPL-END-OUTCOME
                       TO WS-RUN-TBL-OUTCOME (WS-CUR-RUN-NUMBER)
               END-IF
           END-IF
           .

       2110-ADD-RUN-ENTRY.
           IF WS-RUN-COUNT NOT < 9999
               ADD 1 TO WS-RUN-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE GPL-BUSINESS-DATE
                   TO WS-RUN-TBL-DATE (WS-RUN-COUNT)
               MOVE GPL-SOURCE TO WS-RUN-TBL-SOURCE (WS-RUN-COUNT)
               MOVE GPL-RUN-TOKEN TO WS-RUN-TBL-TOKEN (WS-RUN-COUNT)
               MOVE GPL-RUN-STAMP TO WS-RUN-TBL-STAMP (WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-TBL-OUTCOME (WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-TBL-STATUS (WS-RUN-COUNT)
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-RESOLVE-RUN-STATUS gives every run the status its lines
      *  will carry: refused unless it ended sent, superseded for a
      *  sent extract a later sent extract replaced, posted
      *  otherwise.
      *----------------------------------------------------------------
       2500-RESOLVE-RUN-STATUS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-RUN-TBL-SENT (WS-RUN-IDX)
                       MOVE 'R' TO WS-RUN-TBL-STATUS (WS-RUN-IDX)
                       ADD 1 TO WS-REFUSED-RUN-COUNT
                   WHEN WS-RUN-TBL-SOURCE (WS-RUN-IDX) = 'X'
                       MOVE 'P' TO WS-RUN-TBL-STATUS (WS-RUN-IDX)
                       PERFORM 2510-CHECK-SUPERSEDED
                   WHEN OTHER
                       MOVE 'P' TO WS-RUN-TBL-STATUS (WS-RUN-IDX)
               END-EVALUATE
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  2510-CHECK-SUPERSEDED looks forward from a sent extract for
      *  the next sent extract or back-out of the same date: an
      *  extract found first replaced it; a back-out found first
      *  reversed it, and it stays posted.
      *----------------------------------------------------------------
       2510-CHECK-SUPERSEDED.
           SET WS-LATER-IDX TO WS-RUN-IDX
           SET WS-LATER-IDX UP BY 1
           PERFORM UNTIL WS-LATER-IDX > WS-RUN-COUNT
               IF WS-RUN-TBL-DATE (WS-LATER-IDX)
                       = WS-RUN-TBL-DATE (WS-RUN-IDX)
                       AND WS-RUN-TBL-SENT (WS-LATER-IDX)
                   EVALUATE WS-RUN-TBL-SOURCE (WS-LATER-IDX)
                       WHEN 'X'
                           MOVE 'S'
                               TO WS-RUN-TBL-STATUS (WS-RUN-IDX)
                           ADD 1 TO WS-SUPERSEDED-RUN-COUNT
                           SET WS-LATER-IDX TO WS-RUN-COUNT
                       WHEN 'B'
                           SET WS-LATER-IDX TO WS-RUN-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               SET WS-LATER-IDX UP BY 1
           END-PERFORM
           .

      *----------------------------------------------------------------
      *  3000-LOAD-SUSPENSE tables GLSUSP.DAT's open suspense entries.
      *  An entry past the table's 200 is named on SYSOUT and counted,
      *  and the step ends with a warning: that portfolio's suspense
      *  lines store without their first date and running total.
      *----------------------------------------------------------------
       3000-LOAD-SUSPENSE.
           MOVE ZERO TO WS-SUS-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-TRACK-FILE
           IF WS-SUS-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-TRACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SUS-COUNT NOT < 200
                               MOVE 'Y' TO WS-SUS-OVERFLOW-IND
                               ADD 1 TO WS-SUS-DROPPED-COUNT
                               DISPLAY 'GLPBLD00 GLSUSP TABLE FULL - '
                                   'PORTFOLIO ' SUS-PORTFOLIO-ID
                                   ' STORED WITHOUT SUSPENSE DETAIL'
                           ELSE
                               ADD 1 TO WS-SUS-COUNT
                               MOVE SUS-PORTFOLIO-ID TO
                                   WS-SUS-TBL-PORTFOLIO (WS-SUS-COUNT)
                               MOVE SUS-FIRST-DATE TO
                                   WS-SUS-TBL-FIRST-DATE (WS-SUS-COUNT)
                               MOVE SUS-CUM-AMOUNT TO
                                   WS-SUS-TBL-CUM-AMOUNT (WS-SUS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-TRACK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  4000-REBUILD-STORE empties both datasets and reloads them
      *  from a second pass over the log, numbering the runs exactly
      *  as the first pass did.
      *----------------------------------------------------------------
       4000-REBUILD-STORE.
           OPEN OUTPUT POSTING-STORE-FILE
           IF NOT WS-GLP-FILE-OK
               DISPLAY 'GLPBLD00 GLPOST.KSD OPEN FAILED, STATUS '
                   WS-GLP-FILE-STATUS ' - STORE NOT REBUILT'
               MOVE 'E001' TO WS-REBUILD-ERROR
           ELSE
               OPEN OUTPUT ACCOUNT-XREF-FILE
               IF NOT WS-GPX-FILE-OK
                   DISPLAY 'GLPBLD00 GLPXREF.KSD OPEN FAILED, STATUS '
                       WS-GPX-FILE-STATUS ' - STORE NOT REBUILT'
                   MOVE 'E002' TO WS-REBUILD-ERROR
               ELSE
                   PERFORM 4100-LOAD-FROM-LOG
                   CLOSE ACCOUNT-XREF-FILE
               END-IF
               CLOSE POSTING-STORE-FILE
           END-IF
           .

       4100-LOAD-FROM-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-CUR-RUN-OPEN-IND
           MOVE ZERO TO WS-CUR-RUN-NUMBER
           MOVE ZERO TO WS-LOG-SEQ
           OPEN INPUT POSTING-LOG-FILE
           IF WS-GPL-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ POSTING-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOG-SEQ
                           PERFORM 2100-TRACK-RUN
                           IF NOT GPL-RUN-END
                               PERFORM 4200-WRITE-POSTED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  4200-WRITE-POSTED-LINE stores one logged line under its
      *  portfolio, date and log position, with its run's status, and
      *  indexes it under its account.  The log position makes both
      *  keys unique, so an INVALID KEY means a damaged log; the
      *  rejected key and file status go to SYSOUT.
      *----------------------------------------------------------------
       4200-WRITE-POSTED-LINE.
           MOVE SPACES TO GLP-REC
           MOVE GPL-PORTFOLIO-ID TO GLP-PORTFOLIO-ID
           MOVE GPL-BUSINESS-DATE TO GLP-BUSINESS-DATE
           MOVE WS-LOG-SEQ TO GLP-LOG-SEQ
           MOVE GPL-SOURCE TO GLP-SOURCE
           MOVE WS-RUN-TBL-STATUS (WS-CUR-RUN-NUMBER) TO GLP-STATUS
           MOVE GPL-RUN-TOKEN TO GLP-RUN-TOKEN
           MOVE GPL-RUN-STAMP TO GLP-RUN-STAMP
           MOVE GPL-SUSPENSE-IND TO GLP-SUSPENSE-IND
           MOVE GPL-ACCOUNT TO GLP-ACCOUNT
           MOVE GPL-DR-CR-IND TO GLP-DR-CR-IND
           MOVE GPL-AMOUNT TO GLP-AMOUNT
           MOVE GPL-TRADE-DATE TO GLP-TRADE-DATE
           MOVE GPL-DESCRIPTION TO GLP-DESCRIPTION
           MOVE GPL-ENTITY-CODE TO GLP-ENTITY-CODE
           MOVE GPL-MAP-REALIZED TO GLP-MAP-REALIZED
           MOVE GPL-MAP-UNREALIZED TO GLP-MAP-UNREALIZED
           MOVE GPL-MAP-OFFSET TO GLP-MAP-OFFSET
           MOVE ZERO TO GLP-SUSP-CUM-AMT
           IF GPL-SUSPENSE
               PERFORM 4210-FIND-SUSPENSE-ENTRY
           END-IF
           WRITE GLP-REC
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERROR-COUNT
                   DISPLAY 'GLPBLD00 GLPOST.KSD KEY REJECTED: '
                       GLP-PORTFOLIO-ID ' ' GLP-BUSINESS-DATE ' '
                       GLP-LOG-SEQ ', STATUS ' WS-GLP-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM 4220-WRITE-XREF-ENTRY
           END-WRITE
           .

       4210-FIND-SUSPENSE-ENTRY.
           IF WS-SUS-COUNT > ZERO
               SET WS-SUS-IDX TO 1
               SEARCH WS-SUS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUS-TBL-PORTFOLIO (WS-SUS-IDX)
                           = GPL-PORTFOLIO-ID
                       MOVE WS-SUS-TBL-FIRST-DATE (WS-SUS-IDX)
                           TO GLP-SUSP-FIRST-DATE
                       MOVE WS-SUS-TBL-CUM-AMOUNT (WS-SUS-IDX)
                           TO GLP-SUSP-CUM-AMT
               END-SEARCH
           END-IF
           .

       4220-WRITE-XREF-ENTRY.
           MOVE GLP-ACCOUNT TO GPX-ACCOUNT
           MOVE GLP-BUSINESS-DATE TO GPX-BUSINESS-DATE
           MOVE GLP-PORTFOLIO-ID TO GPX-PORTFOLIO-ID
           MOVE GLP-BUSINESS-DATE TO GPX-POST-DATE
           MOVE GLP-LOG-SEQ TO GPX-LOG-SEQ
           WRITE GPX-REC
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERROR-COUNT
                   DISPLAY 'GLPBLD00 GLPXREF.KSD KEY REJECTED: '
                       GPX-ACCOUNT ' ' GPX-PORTFOLIO-ID ' '
                       GPX-BUSINESS-DATE ' ' GPX-LOG-SEQ
                       ', STATUS ' WS-GPX-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-COUNT
           END-WRITE
           .

       9999-TERMINATE.
           DISPLAY 'GLPBLD00 POSTING-LOG RECORDS READ: '
               WS-LOG-READ-COUNT
           DISPLAY 'GLPBLD00 RUNS ON THE LOG:          ' WS-RUN-COUNT
           DISPLAY 'GLPBLD00 RUNS SUPERSEDED:          '
               WS-SUPERSEDED-RUN-COUNT
           DISPLAY 'GLPBLD00 RUNS REFUSED/UNFINISHED:  '
               WS-REFUSED-RUN-COUNT
           DISPLAY 'GLPBLD00 LINES STORED:             ' WS-LINE-COUNT
           DISPLAY 'GLPBLD00 ACCOUNT INDEX ENTRIES:    ' WS-XREF-COUNT
           DISPLAY 'GLPBLD00 SUSPENSE ENTRIES DROPPED: '
               WS-SUS-DROPPED-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when the log held more
      *  runs than the table (the store is left as it was); a file
      *  error when either dataset would not open; a warning when
      *  any line would not store, or when GLSUSP.DAT held more
      *  entries than the table; normal otherwise -- including a
      *  missing log, which just loads an empty store.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'GLPBLD00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-REBUILD-ERROR = 'A001'
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'GLPLOG RUNS EXCEED TABLE - STORE NOT REBUILT'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-REBUILD-ERROR = 'E001'
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'GLPOST.KSD OPEN FAILED - STORE NOT REBUILT'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN WS-REBUILD-ERROR = 'E002'
                   MOVE 'E002' TO RC-ERROR-CODE
                   MOVE 'GLPXREF.KSD OPEN FAILED - STORE NOT REBUILT'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN WS-WRITE-ERROR-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'DUPLICATE KEYS ON GLPOST/GLPXREF - SEE SYSOUT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN WS-SUS-OVERFLOW
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'GLSUSP ENTRIES EXCEED TABLE - SEE SYSOUT'
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
           MOVE 'GLPBLD00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
