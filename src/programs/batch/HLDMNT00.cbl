       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HLDMNT00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  HLDMNT00 -- PORTFOLIO PROCESSING HOLD MAINTENANCE
      *  Puts one portfolio on hold, or releases it, on PRTHOLD.DAT
      *  (PRTHOLD.cpy).  A portfolio under investigation keeps
      *  loading to history, but from the next run on PNLBLD00 parks
      *  its trades instead of passing them to the calc -- nothing of
      *  it reaches PNLOUT, PORTVAL_TBL or the GL -- until the hold is
      *  released here, when the next run flows everything parked.
      *  Both actions are written to the HOLDAUD.DAT audit log with
      *  who, why and when, so a hold and its lifting are each an
      *  audited event.
      *
      *  A HOLD must name a portfolio on PORTMST.DAT and give a
      *  reason; a RELEASE must name a portfolio that is on hold.
      *
      *  Parameters arrive from the environment the same way
      *  PRDMNT00's do:
      *    HLDMNT-PORTFOLIO  the portfolio ID
      *    HLDMNT-ACTION     HOLD or RELEASE
      *    HLDMNT-REASON     why it is held (HOLD only, 40 chars)
      *    HLDMNT-USER       who authorized it
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'PRTHOLD.DAT'
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT HOLD-AUDIT-FILE ASSIGN TO 'HOLDAUD.DAT'
               FILE STATUS IS WS-HAU-FILE-STATUS.
           SELECT PORTFOLIO-MASTER-FILE ASSIGN TO 'PORTMST.DAT'
               FILE STATUS IS WS-PMR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with PNLBLD00 via PRTHOLD.cpy.
       FD  HOLD-FILE.
           COPY PRTHOLD.

      *--  Hold-action audit log: one line per hold or release.
       FD  HOLD-AUDIT-FILE.
       01  HAU-REC.
           05  HAU-PORTFOLIO-ID      PIC X(08).
           05  HAU-ACTION            PIC X(07).
           05  HAU-USER-ID           PIC X(08).
           05  HAU-REASON            PIC X(40).
           05  HAU-TIMESTAMP         PIC X(26).

      *--  Portfolio master, maintained online by PRTMNT00.
       FD  PORTFOLIO-MASTER-FILE.
           COPY PRTMST.

       WORKING-STORAGE SECTION.
       01  WS-HLD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HLD-FILE-OK        VALUE '00'.
           88  WS-HLD-FILE-MISSING   VALUE '35'.
       01  WS-HAU-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-HAU-FILE-OK        VALUE '00'.
           88  WS-HAU-FILE-MISSING   VALUE '35'.
       01  WS-PMR-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PMR-FILE-OK        VALUE '00'.
           88  WS-PMR-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-PMR-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PMR-EOF            VALUE 'Y'.

       01  WS-ENV-PORTFOLIO          PIC X(08) VALUE SPACES.
       01  WS-ENV-ACTION             PIC X(07) VALUE SPACES.
       01  WS-ENV-REASON             PIC X(40) VALUE SPACES.
       01  WS-ENV-USER               PIC X(08) VALUE SPACES.

       01  WS-PARMS-OK-IND           PIC X(01) VALUE 'Y'.
           88  WS-PARMS-OK           VALUE 'Y'.

      *--  Why an otherwise well-formed request was refused.
       01  WS-REFUSED-IND            PIC X(01) VALUE SPACE.
           88  WS-NOT-ACCEPTED       VALUE 'U' 'H' 'N'.
           88  WS-UNKNOWN-PORTFOLIO  VALUE 'U'.
           88  WS-ALREADY-HELD       VALUE 'H'.
           88  WS-NOT-HELD           VALUE 'N'.

       01  WS-PMR-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-PMR-FOUND          VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).

       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-DATE-FIELDS REDEFINES WS-ACCEPT-DATE.
           05  WS-DATE-YYYY          PIC 9(04).
           05  WS-DATE-MM            PIC 9(02).
           05  WS-DATE-DD            PIC 9(02).
       01  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
       01  WS-TIME-FIELDS REDEFINES WS-ACCEPT-TIME.
           05  WS-TIME-HH            PIC 9(02).
           05  WS-TIME-MM            PIC 9(02).
           05  WS-TIME-SS            PIC 9(02).
           05  WS-TIME-HS            PIC 9(02).
       01  WS-TIMESTAMP              PIC X(26) VALUE SPACES.

      *--  Hold table, loaded from PRTHOLD.DAT and rewritten with the
      *--  change applied -- the house load-filter-rewrite shape.
       01  WS-HLD-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HLD-COUNT
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-TBL-PORTFOLIO  PIC X(08).
               10  WS-HLD-TBL-STATUS     PIC X(01).
               10  WS-HLD-TBL-REASON     PIC X(40).
               10  WS-HLD-TBL-AUTH-BY    PIC X(08).
               10  WS-HLD-TBL-HOLD-DATE  PIC X(08).
               10  WS-HLD-TBL-REL-BY     PIC X(08).
               10  WS-HLD-TBL-REL-DATE   PIC X(08).
       01  WS-HLD-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-HLD-FOUND          VALUE 'Y'.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-MAINTAIN.
           PERFORM 1000-INITIALIZE
           IF WS-PARMS-OK
               PERFORM 1500-CHECK-ACTION
               IF NOT WS-NOT-ACCEPTED
                   PERFORM 2000-APPLY-ACTION
                   PERFORM 3000-REWRITE-HOLD-FILE
                   PERFORM 4000-WRITE-ACTION-AUDIT
               END-IF
           END-IF
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENV-PORTFOLIO FROM ENVIRONMENT 'HLDMNT-PORTFOLIO'
           ACCEPT WS-ENV-ACTION FROM ENVIRONMENT 'HLDMNT-ACTION'
           ACCEPT WS-ENV-REASON FROM ENVIRONMENT 'HLDMNT-REASON'
           ACCEPT WS-ENV-USER FROM ENVIRONMENT 'HLDMNT-USER'
           IF WS-ENV-PORTFOLIO = SPACES
                   OR (WS-ENV-ACTION NOT = 'HOLD   '
                       AND WS-ENV-ACTION NOT = 'RELEASE')
                   OR WS-ENV-USER = SPACES
                   OR (WS-ENV-ACTION = 'HOLD   '
                       AND WS-ENV-REASON = SPACES)
               MOVE 'N' TO WS-PARMS-OK-IND
           END-IF
           PERFORM 1100-BUILD-TIMESTAMP
           PERFORM 1200-LOAD-HOLD-FILE
           .

       1100-BUILD-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           STRING WS-DATE-YYYY   '-'
                  WS-DATE-MM     '-'
                  WS-DATE-DD     '-'
                  WS-TIME-HH     '.'
                  WS-TIME-MM     '.'
                  WS-TIME-SS     '.'
                  WS-TIME-HS     '0000'
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           .

       1200-LOAD-HOLD-FILE.
           MOVE ZERO TO WS-HLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HLD-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                       OR WS-HLD-COUNT NOT < 500
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HLD-COUNT
                           MOVE HLD-PORTFOLIO-ID TO
                               WS-HLD-TBL-PORTFOLIO (WS-HLD-COUNT)
                           MOVE HLD-STATUS TO
                               WS-HLD-TBL-STATUS (WS-HLD-COUNT)
                           MOVE HLD-REASON TO
                               WS-HLD-TBL-REASON (WS-HLD-COUNT)
                           MOVE HLD-AUTHORIZED-BY TO
                               WS-HLD-TBL-AUTH-BY (WS-HLD-COUNT)
                           MOVE HLD-HOLD-DATE TO
                               WS-HLD-TBL-HOLD-DATE (WS-HLD-COUNT)
                           MOVE HLD-RELEASED-BY TO
                               WS-HLD-TBL-REL-BY (WS-HLD-COUNT)
                           MOVE HLD-RELEASE-DATE TO
                               WS-HLD-TBL-REL-DATE (WS-HLD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  1500-CHECK-ACTION finds the portfolio's hold entry and
      *  refuses what makes no sense: a hold on a portfolio the
      *  master does not know, a second hold on one already held, or a
      *  release of one that is not held.
      *----------------------------------------------------------------
       1500-CHECK-ACTION.
           MOVE 'N' TO WS-HLD-FOUND-IND
           IF WS-HLD-COUNT > ZERO
               SET WS-HLD-IDX TO 1
               SEARCH WS-HLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HLD-TBL-PORTFOLIO (WS-HLD-IDX)
                           = WS-ENV-PORTFOLIO
                       MOVE 'Y' TO WS-HLD-FOUND-IND
               END-SEARCH
           END-IF
           IF WS-ENV-ACTION = 'HOLD   '
               PERFORM 1600-CHECK-PORTFOLIO-MASTER
               IF NOT WS-PMR-FOUND
                   MOVE 'U' TO WS-REFUSED-IND
               ELSE
                   IF WS-HLD-FOUND
                           AND WS-HLD-TBL-STATUS (WS-HLD-IDX) = 'H'
                       MOVE 'H' TO WS-REFUSED-IND
                   END-IF
               END-IF
           ELSE
               IF NOT WS-HLD-FOUND
                   MOVE 'N' TO WS-REFUSED-IND
               ELSE
                   IF WS-HLD-TBL-STATUS (WS-HLD-IDX) NOT = 'H'
                       MOVE 'N' TO WS-REFUSED-IND
                   END-IF
               END-IF
           END-IF
           .

       1600-CHECK-PORTFOLIO-MASTER.
           MOVE 'N' TO WS-PMR-FOUND-IND
           OPEN INPUT PORTFOLIO-MASTER-FILE
           IF WS-PMR-FILE-OK
               PERFORM UNTIL WS-PMR-EOF
                       OR WS-PMR-FOUND
                   READ PORTFOLIO-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-PMR-EOF-FLAG
                       NOT AT END
                           IF PMR-PORTFOLIO-ID = WS-ENV-PORTFOLIO
                               MOVE 'Y' TO WS-PMR-FOUND-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-MASTER-FILE
           END-IF
           .

      *----------------------------------------------------------------
      *  2000-APPLY-ACTION sets the hold on the portfolio's entry
      *  (adding one the first time it is held) or releases it.  A
      *  new hold clears the last release's stamp; a release keeps the
      *  hold's reason and who authorized it beside who lifted it.
      *----------------------------------------------------------------
       2000-APPLY-ACTION.
           IF NOT WS-HLD-FOUND
               ADD 1 TO WS-HLD-COUNT
               SET WS-HLD-IDX TO WS-HLD-COUNT
               MOVE WS-ENV-PORTFOLIO
                   TO WS-HLD-TBL-PORTFOLIO (WS-HLD-IDX)
           END-IF
           IF WS-ENV-ACTION = 'HOLD   '
               MOVE 'H' TO WS-HLD-TBL-STATUS (WS-HLD-IDX)
               MOVE WS-ENV-REASON TO WS-HLD-TBL-REASON (WS-HLD-IDX)
               MOVE WS-ENV-USER TO WS-HLD-TBL-AUTH-BY (WS-HLD-IDX)
               MOVE WS-RUN-DATE
                   TO WS-HLD-TBL-HOLD-DATE (WS-HLD-IDX)
               MOVE SPACES TO WS-HLD-TBL-REL-BY (WS-HLD-IDX)
               MOVE SPACES TO WS-HLD-TBL-REL-DATE (WS-HLD-IDX)
           ELSE
               MOVE 'R' TO WS-HLD-TBL-STATUS (WS-HLD-IDX)
               MOVE WS-ENV-USER TO WS-HLD-TBL-REL-BY (WS-HLD-IDX)
               MOVE WS-RUN-DATE
                   TO WS-HLD-TBL-REL-DATE (WS-HLD-IDX)
           END-IF
           .

       3000-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               MOVE WS-HLD-TBL-PORTFOLIO (WS-HLD-IDX)
                   TO HLD-PORTFOLIO-ID
               MOVE WS-HLD-TBL-STATUS (WS-HLD-IDX) TO HLD-STATUS
               MOVE WS-HLD-TBL-REASON (WS-HLD-IDX) TO HLD-REASON
               MOVE WS-HLD-TBL-AUTH-BY (WS-HLD-IDX)
                   TO HLD-AUTHORIZED-BY
               MOVE WS-HLD-TBL-HOLD-DATE (WS-HLD-IDX)
                   TO HLD-HOLD-DATE
               MOVE WS-HLD-TBL-REL-BY (WS-HLD-IDX)
                   TO HLD-RELEASED-BY
               MOVE WS-HLD-TBL-REL-DATE (WS-HLD-IDX)
                   TO HLD-RELEASE-DATE
               WRITE HLD-REC
           END-PERFORM
           CLOSE HOLD-FILE
           .

       4000-WRITE-ACTION-AUDIT.
           OPEN EXTEND HOLD-AUDIT-FILE
           IF WS-HAU-FILE-MISSING
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF
           MOVE WS-ENV-PORTFOLIO TO HAU-PORTFOLIO-ID
           MOVE WS-ENV-ACTION TO HAU-ACTION
           MOVE WS-ENV-USER TO HAU-USER-ID
           IF WS-ENV-ACTION = 'HOLD   '
               MOVE WS-ENV-REASON TO HAU-REASON
           ELSE
               MOVE WS-HLD-TBL-REASON (WS-HLD-IDX) TO HAU-REASON
           END-IF
           MOVE WS-TIMESTAMP TO HAU-TIMESTAMP
           WRITE HAU-REC
           CLOSE HOLD-AUDIT-FILE
           DISPLAY 'HLDMNT00 PORTFOLIO ' WS-ENV-PORTFOLIO ' '
               WS-ENV-ACTION ' BY ' WS-ENV-USER
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when the parameters did not
      *  name a portfolio, a HOLD/RELEASE action, a user and (for a
      *  hold) a reason, or when the action was refused; normal
      *  otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'HLDMNT00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN NOT WS-PARMS-OK
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'INVALID PORTFOLIO/ACTION/REASON/USER PARM'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-UNKNOWN-PORTFOLIO
                   MOVE 'A002' TO RC-ERROR-CODE
                   MOVE 'PORTFOLIO NOT ON PORTFOLIO MASTER'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-ALREADY-HELD
                   MOVE 'A003' TO RC-ERROR-CODE
                   MOVE 'PORTFOLIO IS ALREADY ON HOLD'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-NOT-HELD
                   MOVE 'A004' TO RC-ERROR-CODE
                   MOVE 'PORTFOLIO IS NOT ON HOLD - NOTHING TO RELEASE'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .
