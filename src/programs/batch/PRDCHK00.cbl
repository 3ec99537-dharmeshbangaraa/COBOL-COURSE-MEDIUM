      *  maker/checker pending-correction queue and the calc
      *  exception file hold nothing still open for the period.
      *
      *  Every business day must also carry a DSKSGN.DAT sign-off
      *  (DSKSGN.cpy, keyed through DSKSGN00) from every desk on the
      *  DESKBOOK mapping -- a month whose P&L some desk head never
      *  attested is not a month Finance can close.
      *
      *  Everything prints as a pass/fail checklist on PRDCHK.PRT.
      *  Only a fully passing period writes the PRDREDY.DAT readiness
      *  record PRDMNT00 demands before it will close the month; any
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'PNLEXC.DAT'
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO 'DSKSGN.DAT'
               FILE STATUS IS WS-SGN-FILE-STATUS.
           SELECT DESK-BOOK-FILE ASSIGN TO 'DESKBOOK.DAT'
               FILE STATUS IS WS-DBM-FILE-STATUS.
           SELECT READINESS-FILE ASSIGN TO 'PRDREDY.DAT'.
           SELECT CHECK-REPORT ASSIGN TO 'PRDCHK.PRT'.

           05  EXC-TRADE-DATE        PIC X(08).
           05  EXC-REASON            PIC X(30).

      *--  Daily desk sign-offs keyed through DSKSGN00.
       FD  SIGNOFF-FILE.
           COPY DSKSGN.

      *--  Live portfolio-to-desk/book mapping -- the desks that must
      *--  sign, resolved as RPTSGN00 resolves them.
       FD  DESK-BOOK-FILE.
           COPY DSKBKMAP.

      *--  Readiness record PRDMNT00 reads before it will close the
      *--  period: one per passing check run.
       FD  READINESS-FILE.
       01  WS-EXC-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-EXC-FILE-OK        VALUE '00'.
           88  WS-EXC-FILE-MISSING   VALUE '35'.
       01  WS-SGN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SGN-FILE-OK        VALUE '00'.
           88  WS-SGN-FILE-MISSING   VALUE '35'.
       01  WS-DBM-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DBM-FILE-OK        VALUE '00'.
           88  WS-DBM-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-DBM-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-DBM-EOF            VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-ENV-PERIOD             PIC X(06) VALUE SPACES.
               10  WS-DAY-TBL-DATE       PIC X(08).
               10  WS-DAY-TBL-POSTED     PIC X(01).
               10  WS-DAY-TBL-TIED       PIC X(01).
               10  WS-DAY-TBL-SIGNED     PIC 9(03) COMP-3.

      *--  Distinct desks on the DESKBOOK mapping, each of which must
      *--  sign every business day; same copybook fallback the desk
      *--  reports use.
       01  WS-DESK-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DESK-TABLE.
           05  WS-DESK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-DESK-COUNT
                   INDEXED BY WS-DESK-IDX.
               10  WS-DESK-TBL-ID        PIC X(08).
       01  WS-DESK-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-DESK-FOUND         VALUE 'Y'.
       01  WS-CURRENT-DESK-ID        PIC X(08) VALUE SPACES.

       01  WS-CAND-DATE.
           05  WS-CAND-YYYYMM        PIC X(06).
       01  WS-EXCEPTION-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DAYS-NOT-POSTED        PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-DAYS-NOT-TIED          PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-DAYS-NOT-SIGNED        PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-FAIL-COUNT             PIC 9(03) COMP-3 VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(09) VALUE 'TIE-OUT: '.
           05  DAY-TIED              PIC X(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'SIGN-OFF: '.
           05  DAY-SIGNED            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DAY-SIGNED-COUNT      PIC ZZ9.
           05  FILLER                PIC X(04) VALUE ' OF '.
           05  DAY-DESK-COUNT        PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' DESKS'.

       01  WS-CHECK-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
                   VALUE 'CLOSE READINESS: '.
           05  VRD-RESULT            PIC X(20).

       COPY DESKBOOK.
       COPY RETCODE.

       PROCEDURE DIVISION.
               PERFORM 3000-SWEEP-RUN-LOG
               PERFORM 4000-CHECK-PENDING-QUEUE
               PERFORM 5000-CHECK-EXCEPTIONS
               PERFORM 5500-CHECK-SIGNOFFS
               PERFORM 6000-WRITE-CHECKLIST
               IF WS-FAIL-COUNT = ZERO
                   PERFORM 7000-WRITE-READINESS
                       TO WS-DAY-TBL-DATE (WS-DAY-COUNT)
                   MOVE 'N' TO WS-DAY-TBL-POSTED (WS-DAY-COUNT)
                   MOVE 'N' TO WS-DAY-TBL-TIED (WS-DAY-COUNT)
                   MOVE ZERO TO WS-DAY-TBL-SIGNED (WS-DAY-COUNT)
               END-IF
           END-PERFORM
           .
           END-IF
           .

      *----------------------------------------------------------------
      *  5500-CHECK-SIGNOFFS loads the desks that must sign and counts
      *  each business day's sign-offs from those desks; a day passes
      *  when the count reaches the number of desks.
      *----------------------------------------------------------------
       5500-CHECK-SIGNOFFS.
           PERFORM 5510-LOAD-DESK-LIST
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SIGNOFF-FILE
           IF WS-SGN-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SIGNOFF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SGN-SIGNED
                               PERFORM 5550-APPLY-SIGNOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF
           .

       5510-LOAD-DESK-LIST.
           MOVE ZERO TO WS-DESK-COUNT
           OPEN INPUT DESK-BOOK-FILE
           IF WS-DBM-FILE-OK
               PERFORM UNTIL WS-DBM-EOF
                   READ DESK-BOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-DBM-EOF-FLAG
                       NOT AT END
                           MOVE DBM-DESK-ID TO WS-CURRENT-DESK-ID
                           PERFORM 5520-ADD-DESK-IF-NEW
                   END-READ
               END-PERFORM
               CLOSE DESK-BOOK-FILE
           END-IF
           IF WS-DESK-COUNT = ZERO
               PERFORM VARYING DESK-BOOK-IDX FROM 1 BY 1
                       UNTIL DESK-BOOK-IDX > 3
                   MOVE DB-DESK-ID (DESK-BOOK-IDX)
                       TO WS-CURRENT-DESK-ID
                   PERFORM 5520-ADD-DESK-IF-NEW
               END-PERFORM
           END-IF
           .

       5520-ADD-DESK-IF-NEW.
           PERFORM 5530-FIND-DESK
           IF NOT WS-DESK-FOUND AND WS-DESK-COUNT < 50
               ADD 1 TO WS-DESK-COUNT
               MOVE WS-CURRENT-DESK-ID
                   TO WS-DESK-TBL-ID (WS-DESK-COUNT)
           END-IF
           .

       5530-FIND-DESK.
           MOVE 'N' TO WS-DESK-FOUND-IND
           IF WS-DESK-COUNT > ZERO
               SET WS-DESK-IDX TO 1
               SEARCH WS-DESK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DESK-TBL-ID (WS-DESK-IDX)
                           = WS-CURRENT-DESK-ID
                       MOVE 'Y' TO WS-DESK-FOUND-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  5550-APPLY-SIGNOFF counts one sign-off against its day when
      *  the desk is one that must sign.  DSKSGN is keyed by date and
      *  desk, so a desk can only count once a day.
      *----------------------------------------------------------------
       5550-APPLY-SIGNOFF.
           IF WS-DAY-COUNT > ZERO
               MOVE SGN-DESK-ID TO WS-CURRENT-DESK-ID
               PERFORM 5530-FIND-DESK
               IF WS-DESK-FOUND
                   SET WS-DAY-IDX TO 1
                   SEARCH WS-DAY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DAY-TBL-DATE (WS-DAY-IDX)
                               = SGN-BUSINESS-DATE
                           ADD 1 TO WS-DAY-TBL-SIGNED (WS-DAY-IDX)
                   END-SEARCH
               END-IF
           END-IF
           .

       6000-WRITE-CHECKLIST.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   ADD 1 TO WS-DAYS-NOT-TIED
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
               MOVE WS-DAY-TBL-SIGNED (WS-DAY-IDX) TO DAY-SIGNED-COUNT
               MOVE WS-DESK-COUNT TO DAY-DESK-COUNT
               IF WS-DAY-TBL-SIGNED (WS-DAY-IDX) NOT < WS-DESK-COUNT
                   MOVE 'PASS' TO DAY-SIGNED
               ELSE
                   MOVE 'FAIL' TO DAY-SIGNED
                   ADD 1 TO WS-DAYS-NOT-SIGNED
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
               WRITE RPT-LINE FROM WS-DAY-LINE
           END-PERFORM
           MOVE 'PENDING CORRECTIONS OPEN FOR PERIOD'
           CLOSE CHECK-REPORT
           DISPLAY 'PRDCHK00 PERIOD: ' WS-ENV-PERIOD
           DISPLAY 'PRDCHK00 BUSINESS DAYS: ' WS-DAY-COUNT
           DISPLAY 'PRDCHK00 DAYS NOT SIGNED OFF: ' WS-DAYS-NOT-SIGNED
           DISPLAY 'PRDCHK00 CHECKS FAILED: ' WS-FAIL-COUNT
           .

