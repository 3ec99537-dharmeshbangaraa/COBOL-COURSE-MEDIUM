      *--  as of the commit.  A restart resumes under the ORIGINAL
      *--  timestamp past the committed rows, so one PNLOUT.DAT is
      *--  always exactly one version in PORTVAL_TBL no matter how
      *--  many tries the load took.  The business date and run
      *--  token ride along so UTLBKO00 can name the version a given
      *--  night loaded when that night has to be backed out.
           SELECT CHECKPOINT-FILE ASSIGN TO 'PVLDCKPT.DAT'
               FILE STATUS IS WS-CKP-FILE-STATUS.

       01  CKP-REC.
           05  CKP-AS-OF-TIMESTAMP   PIC X(26).
           05  CKP-READ-COUNT        PIC 9(09).
           05  CKP-BUSINESS-DATE     PIC X(08).
           05  CKP-RUN-TOKEN         PIC X(16).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
           IF WS-RUNP-FILE-OK
               READ RUN-PARM-FILE
               MOVE RUNP-BUSINESS-DATE TO WS-RUN-DATE
               MOVE RUNP-RUN-TOKEN TO WS-RUN-TOKEN
               IF RUNP-BASIS-SETTLE-DATE
                   MOVE 'S' TO WS-VALUATION-BASIS-IND
               END-IF
           IF SQLCODE = ZERO
               MOVE WS-AS-OF-TIMESTAMP TO CKP-AS-OF-TIMESTAMP
               MOVE WS-READ-COUNT TO CKP-READ-COUNT
               MOVE WS-RUN-DATE TO CKP-BUSINESS-DATE
               MOVE WS-RUN-TOKEN TO CKP-RUN-TOKEN
               WRITE CKP-REC
           END-IF
           .
