      *  the set complete or intact -- a truncated TRNHIST.KSD copy
      *  or a skipped POSINV.DAT would be discovered during an actual
      *  recovery.  This step walks the irreplaceable stores --
      *  TRNHIST.KSD, POSINV.DAT, PNLPERD.DAT, PERDCTL.DAT,
      *  PNLAUDIT.DAT, PNLHIST.DAT, and FXRATEHS.DAT -- recording
      *  each one's record count and a byte-sum checksum into the
      *  manifest dataset (DRMANIF.DAT) shipped with the copies.
      *
      *  UTLDRM-MODE=BUILD (the default) writes the manifest at end
      *  of chain; VERIFY, run at the DR site against the received
           SELECT MANIFEST-FILE ASSIGN TO 'DRMANIF.DAT'
               FILE STATUS IS WS-MAN-FILE-STATUS.
           SELECT MANIFEST-REPORT ASSIGN TO 'UTLDRM.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.
               10  HIST-PORTFOLIO-ID     PIC X(08).
               10  HIST-TRADE-DATE       PIC X(08).
               10  HIST-CHANNEL-CODE     PIC X(02).
               10  HIST-INSTRUMENT-ID    PIC X(12).
           05  HIST-BODY             PIC X(129).

      *--  The flat stores, read through one generic record declared
      *--  varying so one FD can open stores of different fixed
       FD  MANIFEST-REPORT.
       01  RPT-LINE                  PIC X(132).

      *--  Shared run parameters; the business date and run token the
      *--  build is logged under.  Absent at the DR site, where verify
      *--  falls back to the machine date.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-KSD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-KSD-FILE-OK        VALUE '00'.
           88  WS-KSD-FILE-MISSING   VALUE '35'.
       01  WS-MODE                   PIC X(06) VALUE 'BUILD '.
           88  WS-MODE-VERIFY        VALUE 'VERIFY'.

      *--  The seven irreplaceable stores, with each one's true record
      *--  length for the checksum; 'K' marks the keyed store, which
      *--  walks through its own FD.
       01  WS-STORE-SUB              PIC 9(01) COMP-3 VALUE ZERO.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-STO-IDX.
               10  WS-STO-NAME       PIC X(12).
               10  WS-STO-LENGTH     PIC 9(03) COMP-3.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MEASURE-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 7
           IF WS-MODE-VERIFY
               PERFORM 4000-VERIFY-AGAINST-MANIFEST
           ELSE

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-MODE FROM ENVIRONMENT 'UTLDRM-MODE'
           IF NOT WS-MODE-VERIFY
               MOVE 'BUILD ' TO WS-MODE
           MOVE 'PNLAUDIT.DAT' TO WS-STO-NAME (5)
           MOVE 82 TO WS-STO-LENGTH (5)
           MOVE ' ' TO WS-STO-KEYED (5)
           MOVE 'PNLHIST.DAT' TO WS-STO-NAME (6)
           MOVE 51 TO WS-STO-LENGTH (6)
           MOVE ' ' TO WS-STO-KEYED (6)
           MOVE 'FXRATEHS.DAT' TO WS-STO-NAME (7)
           MOVE 34 TO WS-STO-LENGTH (7)
           MOVE ' ' TO WS-STO-KEYED (7)
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                   UNTIL WS-STO-IDX > 7
               MOVE ZERO TO WS-STO-COUNT (WS-STO-IDX)
               MOVE ZERO TO WS-STO-CHECKSUM (WS-STO-IDX)
               MOVE 'N' TO WS-STO-PRESENT (WS-STO-IDX)
           WRITE RPT-LINE FROM WS-HEADER-LINE
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

       2000-MEASURE-ONE-STORE.
           SET WS-STO-IDX TO WS-STORE-SUB
           IF WS-STO-KEYED (WS-STO-IDX) = 'K'
       3000-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                   UNTIL WS-STO-IDX > 7
               MOVE WS-STO-NAME (WS-STO-IDX) TO DRM-FILE-NAME
               MOVE WS-STO-COUNT (WS-STO-IDX) TO DRM-RECORD-COUNT
               MOVE WS-STO-CHECKSUM (WS-STO-IDX) TO DRM-CHECKSUM
      *----------------------------------------------------------------
       4000-VERIFY-AGAINST-MANIFEST.
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                   UNTIL WS-STO-IDX > 7
               PERFORM 4100-CHECK-ONE-STORE
           END-PERFORM
           .
