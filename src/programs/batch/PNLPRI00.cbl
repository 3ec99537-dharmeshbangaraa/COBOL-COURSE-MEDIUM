      *  The control trailer is verified first, and on a mismatch the
      *  existing PNLPRIOR.DAT is left untouched -- a wrong prior file
      *  is worse than a stale one.
      *
      *  The same verified summary is appended to the permanent daily
      *  history, PNLHIST.DAT (PNLHIST.cpy), one record per portfolio
      *  stamped with the business date -- the store RPTPLS00's
      *  rolling risk statistics read.  A night whose trailer fails
      *  adds nothing to the history either.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT PNL-OUTPUT-FILE ASSIGN TO 'PNLOUT.DAT'
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT PRIOR-DAY-FILE ASSIGN TO 'PNLPRIOR.DAT'.
           SELECT PNL-HISTORY-FILE ASSIGN TO 'PNLHIST.DAT'
               FILE STATUS IS WS-PNH-FILE-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.
           05  PRIOR-CURRENCY-CODE   PIC X(03).
           05  PRIOR-NATIVE-PNL      PIC S9(13)V99 COMP-3.

      *--  Shared with RPTPLS00 via PNLHIST.cpy.
       FD  PNL-HISTORY-FILE.
           COPY PNLHIST.

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       01  WS-OUT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-OUT-FILE-OK        VALUE '00'.
           88  WS-OUT-FILE-MISSING   VALUE '35'.
       01  WS-PNH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PNH-FILE-OK        VALUE '00'.
           88  WS-PNH-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-TRL-UNREALIZED-SUM     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-WRITE-COUNT            PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-HIST-WRITE-COUNT       PIC 9(04) COMP-3 VALUE ZERO.

       COPY RETCODE.

           PERFORM 2600-VERIFY-TRAILER
           IF WS-TRAILER-OK AND WS-OUT-OPEN-OK
               PERFORM 3000-WRITE-PRIOR-FILE
               PERFORM 3100-APPEND-HISTORY
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           CLOSE PRIOR-DAY-FILE
           .

      *----------------------------------------------------------------
      *  3100-APPEND-HISTORY adds tonight's per-portfolio totals to the
      *  permanent daily history; the first-ever run starts the file,
      *  the same way the run log is started.
      *----------------------------------------------------------------
       3100-APPEND-HISTORY.
           OPEN EXTEND PNL-HISTORY-FILE
           IF WS-PNH-FILE-MISSING
               OPEN OUTPUT PNL-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE WS-SUM-TBL-PORTFOLIO (WS-SUM-IDX)
                   TO PNH-PORTFOLIO-ID
               MOVE WS-RUN-DATE TO PNH-BUSINESS-DATE
               MOVE WS-SUM-TBL-TOTAL (WS-SUM-IDX)
                   TO PNH-DAY-PNL
               MOVE WS-SUM-TBL-CURRENCY (WS-SUM-IDX)
                   TO PNH-CURRENCY-CODE
               MOVE WS-SUM-TBL-NATIVE (WS-SUM-IDX)
                   TO PNH-NATIVE-PNL
               MOVE WS-RUN-TOKEN TO PNH-RUN-TOKEN
               WRITE PNH-REC
               ADD 1 TO WS-HIST-WRITE-COUNT
           END-PERFORM
           CLOSE PNL-HISTORY-FILE
           .

       9999-TERMINATE.
           DISPLAY 'PNLPRI00 PORTFOLIOS SUMMARIZED: ' WS-WRITE-COUNT
           DISPLAY 'PNLPRI00 HISTORY RECORDS APPENDED: '
               WS-HIST-WRITE-COUNT
           IF WS-SUM-DROPPED-COUNT > ZERO
               DISPLAY 'PNLPRI00 PORTFOLIOS DROPPED, TABLE FULL: '
                   WS-SUM-DROPPED-COUNT
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error if PNLOUT.DAT was missing or its
      *  control trailer did not verify (the old PNLPRIOR.DAT was left
      *  in place and no history appended), a warning if the summary
      *  table overflowed, normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'PNLPRI00' TO RC-ERROR-PROGRAM-ID
