       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTCAR00.
       AUTHOR.        AUDIT TEAM.

      *----------------------------------------------------------------
      *  RPTCAR00 -- QUARTERLY CORRECTION ENTITLEMENT RECERTIFICATION
      *  Lists every CORRAUTH entry -- every user's right to key P&L
      *  corrections against a portfolio or desk -- grouped by the
      *  manager named on the entry to attest it, a new page per
      *  manager with a keep/revoke column per line and a signature
      *  block at the foot.  Revocations come back through the CAUM
      *  maintenance screen like any other change.
      *
      *  Each line shows the expiry date, who granted the entry and
      *  who approved it (CORRAUTH.cpy), and a status: EXPIRED (no
      *  longer honored by PVCORR00 but still on file), EXPIRING
      *  (lapses before the quarter end), or NO EXPIRY (an entry with
      *  no valid expiry date -- refused like an expired one).
      *  Entries with no attesting manager print under NO MANAGER at
      *  the end.  The quarter is the one containing the business
      *  date; CAR-ASOF-DATE (YYYYMMDD) reports as of another day.
      *  Run on demand at each quarter end (see RPTCAR.jcl).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO 'CORRAUTH.DAT'
               FILE STATUS IS WS-CAU-FILE-STATUS.
           SELECT RECERT-REPORT ASSIGN TO 'RPTCAR.PRT'.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               FILE STATUS IS WS-RUNP-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  Shared with PVCORR00 and the CAUM/CAUA pair via
      *--  CORRAUTH.cpy.
       FD  AUTH-FILE.
           COPY CORRAUTH.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
      *--  convention.
       FD  RECERT-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD  RUN-PARM-FILE.
           COPY RUNPARM.

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNP-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNP-FILE-OK       VALUE '00'.
           88  WS-RUNP-FILE-MISSING  VALUE '35'.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-CAU-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CAU-FILE-OK        VALUE '00'.
           88  WS-CAU-FILE-MISSING   VALUE '35'.

       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       01  WS-CAU-OPEN-IND           PIC X(01) VALUE 'N'.
           88  WS-CAU-OPEN-OK        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
       01  WS-RUN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-ASOF-DATE              PIC X(08) VALUE SPACES.
       01  WS-ASOF-FIELDS REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YYYY          PIC 9(04).
           05  WS-ASOF-MM            PIC 9(02).
           05  WS-ASOF-DD            PIC 9(02).
       01  WS-QTR-END-DATE           PIC X(08) VALUE SPACES.
       01  WS-QTR-END-FIELDS REDEFINES WS-QTR-END-DATE.
           05  WS-QTR-END-YYYY       PIC 9(04).
           05  WS-QTR-END-MM         PIC 9(02).
           05  WS-QTR-END-DD         PIC 9(02).

       01  WS-PREV-USER-ID           PIC X(08) VALUE LOW-VALUES.
       01  WS-ENTRY-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-USER-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-MANAGER-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-EXPIRED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-EXPIRING-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-EXPIRY-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NO-MANAGER-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DROPPED-COUNT          PIC 9(05) COMP-3 VALUE ZERO.

      *--  Entries held in manager order.  The file arrives in user
      *--  order and each entry goes in after the last one already
      *--  held for its manager, so users stay in order within a
      *--  manager.  The no-manager key is HIGH-VALUES so those
      *--  entries sort last.
       01  WS-ENT-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ENT-COUNT.
               10  WS-ENT-MANAGER-ID     PIC X(08).
               10  WS-ENT-USER-ID        PIC X(08).
               10  WS-ENT-SCOPE-TYPE     PIC X(01).
               10  WS-ENT-SCOPE-ID       PIC X(08).
               10  WS-ENT-EXPIRY-DATE    PIC X(08).
               10  WS-ENT-MAKER-ID       PIC X(08).
               10  WS-ENT-CHECKER-ID     PIC X(08).
               10  WS-ENT-APPROVED-DATE  PIC X(08).
       01  WS-ENT-SUB                PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-ENT-POS                PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-NEW-MANAGER-ID         PIC X(08) VALUE SPACES.
       01  WS-CURRENT-MANAGER-ID     PIC X(08) VALUE SPACES.

       01  WS-PAGE-NUMBER            PIC 9(04) COMP-3 VALUE 1.
       01  WS-LINE-COUNT             PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(02) COMP-3 VALUE 50.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(01) VALUE '1'.
           05  FILLER                PIC X(44)
                   VALUE 'CORRECTION ENTITLEMENT RECERTIFICATION'.
           05  FILLER                PIC X(13) VALUE 'QUARTER END: '.
           05  HDR-QTR-END-DATE      PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NUMBER       PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(19)
                   VALUE 'ATTESTING MANAGER: '.
           05  HDR-MANAGER-ID        PIC X(10).

       01  WS-HEADER-LINE-3.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(10) VALUE 'USER'.
           05  FILLER                PIC X(11) VALUE 'SCOPE'.
           05  FILLER                PIC X(10) VALUE 'ID'.
           05  FILLER                PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                PIC X(11) VALUE 'STATUS'.
           05  FILLER                PIC X(10) VALUE 'MAKER'.
           05  FILLER                PIC X(10) VALUE 'CHECKER'.
           05  FILLER                PIC X(10) VALUE 'APPROVED'.
           05  FILLER                PIC X(16) VALUE 'KEEP    REVOKE'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-USER-ID           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SCOPE             PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SCOPE-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-EXPIRY-DATE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-STATUS            PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MAKER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CHECKER-ID        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-APPROVED-DATE     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14)
                   VALUE '[ ]     [ ]'.

       01  WS-ATTEST-LINE-1.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
               'REVIEWED: EACH ENTRY ABOVE MARKED KEEP OR REVOKE'.

       01  WS-ATTEST-LINE-2.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(60) VALUE
               'SIGNED ________________________  DATE __________'.

       01  WS-EMPTY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(40)
                   VALUE 'NO ENTITLEMENTS ON FILE'.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(01) VALUE '0'.
           05  FILLER                PIC X(09) VALUE 'ENTRIES: '.
           05  SUM-ENTRY-COUNT       PIC ZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE '  USERS: '.
           05  SUM-USER-COUNT        PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  MANAGERS: '.
           05  SUM-MANAGER-COUNT     PIC ZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE '  EXPIRED: '.
           05  SUM-EXPIRED-COUNT     PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE '  EXPIRING: '.
           05  SUM-EXPIRING-COUNT    PIC ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  NO EXPIRY: '.
           05  SUM-NO-EXPIRY-COUNT   PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE '  NO MANAGER: '.
           05  SUM-NO-MANAGER-COUNT  PIC ZZ,ZZ9.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-REPORT.
           PERFORM 1000-INITIALIZE
           IF WS-CAU-OPEN-OK
               PERFORM 2000-LOAD-ENTRIES
           END-IF
           PERFORM 3000-PRINT-ENTRIES
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      *  1000-INITIALIZE settles the as-of date and works out the end
      *  of its calendar quarter.  An as-of date that is not a
      *  numeric YYYYMMDD is ignored in favor of the business date.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-READ-RUN-PARAMETERS
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT 'CAR-ASOF-DATE'
           IF WS-ASOF-DATE = SPACES OR WS-ASOF-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           MOVE WS-ASOF-YYYY TO WS-QTR-END-YYYY
           COMPUTE WS-QTR-END-MM = ((WS-ASOF-MM + 2) / 3) * 3
           IF WS-QTR-END-MM = 3 OR WS-QTR-END-MM = 12
               MOVE 31 TO WS-QTR-END-DD
           ELSE
               MOVE 30 TO WS-QTR-END-DD
           END-IF
           OPEN INPUT AUTH-FILE
           IF WS-CAU-FILE-OK
               MOVE 'Y' TO WS-CAU-OPEN-IND
           END-IF
           OPEN OUTPUT RECERT-REPORT
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

       2000-LOAD-ENTRIES.
           PERFORM UNTIL WS-EOF
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2010-HOLD-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           .

      *----------------------------------------------------------------
      *  2010-HOLD-ENTRY counts the entry and slots it in behind the
      *  last entry already held for the same manager.
      *----------------------------------------------------------------
       2010-HOLD-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF CAU-USER-ID NOT = WS-PREV-USER-ID
               ADD 1 TO WS-USER-COUNT
               MOVE CAU-USER-ID TO WS-PREV-USER-ID
           END-IF
           IF CAU-MANAGER-ID = SPACES
               MOVE HIGH-VALUES TO WS-NEW-MANAGER-ID
           ELSE
               MOVE CAU-MANAGER-ID TO WS-NEW-MANAGER-ID
           END-IF
           IF WS-ENT-COUNT NOT < 5000
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE 1 TO WS-ENT-POS
               PERFORM UNTIL WS-ENT-POS > WS-ENT-COUNT
                       OR WS-ENT-MANAGER-ID (WS-ENT-POS)
                           > WS-NEW-MANAGER-ID
                   ADD 1 TO WS-ENT-POS
               END-PERFORM
               ADD 1 TO WS-ENT-COUNT
               PERFORM VARYING WS-ENT-SUB FROM WS-ENT-COUNT BY -1
                       UNTIL WS-ENT-SUB NOT > WS-ENT-POS
                   MOVE WS-ENT-ENTRY (WS-ENT-SUB - 1)
                       TO WS-ENT-ENTRY (WS-ENT-SUB)
               END-PERFORM
               MOVE WS-NEW-MANAGER-ID
                   TO WS-ENT-MANAGER-ID (WS-ENT-POS)
               MOVE CAU-USER-ID TO WS-ENT-USER-ID (WS-ENT-POS)
               MOVE CAU-SCOPE-TYPE TO WS-ENT-SCOPE-TYPE (WS-ENT-POS)
               MOVE CAU-SCOPE-ID TO WS-ENT-SCOPE-ID (WS-ENT-POS)
               MOVE CAU-EXPIRY-DATE
                   TO WS-ENT-EXPIRY-DATE (WS-ENT-POS)
               MOVE CAU-MAKER-ID TO WS-ENT-MAKER-ID (WS-ENT-POS)
               MOVE CAU-CHECKER-ID TO WS-ENT-CHECKER-ID (WS-ENT-POS)
               MOVE CAU-APPROVED-DATE
                   TO WS-ENT-APPROVED-DATE (WS-ENT-POS)
           END-IF
           .

      *----------------------------------------------------------------
      *  3000-PRINT-ENTRIES prints the held entries, a new page and
      *  a closing signature block for each manager.
      *----------------------------------------------------------------
       3000-PRINT-ENTRIES.
           IF WS-ENT-COUNT = ZERO
               MOVE SPACES TO WS-CURRENT-MANAGER-ID
               PERFORM 3100-WRITE-HEADER
               WRITE RPT-LINE FROM WS-EMPTY-LINE
           ELSE
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   IF WS-ENT-SUB = 1
                       OR WS-ENT-MANAGER-ID (WS-ENT-SUB)
                           NOT = WS-CURRENT-MANAGER-ID
                       IF WS-ENT-SUB > 1
                           PERFORM 3300-WRITE-ATTESTATION
                       END-IF
                       MOVE WS-ENT-MANAGER-ID (WS-ENT-SUB)
                           TO WS-CURRENT-MANAGER-ID
                       ADD 1 TO WS-MANAGER-COUNT
                       PERFORM 3100-WRITE-HEADER
                   END-IF
                   PERFORM 3200-WRITE-ENTRY
               END-PERFORM
               PERFORM 3300-WRITE-ATTESTATION
           END-IF
           .

       3100-WRITE-HEADER.
           MOVE WS-QTR-END-DATE TO HDR-QTR-END-DATE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUMBER
           IF WS-CURRENT-MANAGER-ID = HIGH-VALUES
               MOVE 'NO MANAGER' TO HDR-MANAGER-ID
           ELSE
               MOVE WS-CURRENT-MANAGER-ID TO HDR-MANAGER-ID
           END-IF
           WRITE RPT-LINE FROM WS-HEADER-LINE-1
           WRITE RPT-LINE FROM WS-HEADER-LINE-2
           WRITE RPT-LINE FROM WS-HEADER-LINE-3
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-PAGE-NUMBER
           .

      *----------------------------------------------------------------
      *  3200-WRITE-ENTRY prints one entitlement with its status
      *  against the as-of date and the quarter end.
      *----------------------------------------------------------------
       3200-WRITE-ENTRY.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 3100-WRITE-HEADER
           END-IF
           MOVE WS-ENT-USER-ID (WS-ENT-SUB) TO DTL-USER-ID
           EVALUATE WS-ENT-SCOPE-TYPE (WS-ENT-SUB)
               WHEN 'P'
                   MOVE 'PORTFOLIO' TO DTL-SCOPE
               WHEN 'D'
                   MOVE 'DESK' TO DTL-SCOPE
               WHEN OTHER
                   MOVE WS-ENT-SCOPE-TYPE (WS-ENT-SUB) TO DTL-SCOPE
           END-EVALUATE
           MOVE WS-ENT-SCOPE-ID (WS-ENT-SUB) TO DTL-SCOPE-ID
           MOVE WS-ENT-EXPIRY-DATE (WS-ENT-SUB) TO DTL-EXPIRY-DATE
           EVALUATE TRUE
               WHEN WS-ENT-EXPIRY-DATE (WS-ENT-SUB) NOT NUMERIC
                   MOVE 'NO EXPIRY' TO DTL-STATUS
                   ADD 1 TO WS-NO-EXPIRY-COUNT
               WHEN WS-ENT-EXPIRY-DATE (WS-ENT-SUB) < WS-ASOF-DATE
                   MOVE 'EXPIRED' TO DTL-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN WS-ENT-EXPIRY-DATE (WS-ENT-SUB) < WS-QTR-END-DATE
                   MOVE 'EXPIRING' TO DTL-STATUS
                   ADD 1 TO WS-EXPIRING-COUNT
               WHEN OTHER
                   MOVE 'ACTIVE' TO DTL-STATUS
           END-EVALUATE
           IF WS-ENT-MANAGER-ID (WS-ENT-SUB) = HIGH-VALUES
               ADD 1 TO WS-NO-MANAGER-COUNT
           END-IF
           MOVE WS-ENT-MAKER-ID (WS-ENT-SUB) TO DTL-MAKER-ID
           MOVE WS-ENT-CHECKER-ID (WS-ENT-SUB) TO DTL-CHECKER-ID
           MOVE WS-ENT-APPROVED-DATE (WS-ENT-SUB)
               TO DTL-APPROVED-DATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       3300-WRITE-ATTESTATION.
           WRITE RPT-LINE FROM WS-ATTEST-LINE-1
           WRITE RPT-LINE FROM WS-ATTEST-LINE-2
           .

       9999-TERMINATE.
           MOVE WS-ENTRY-COUNT TO SUM-ENTRY-COUNT
           MOVE WS-USER-COUNT TO SUM-USER-COUNT
           MOVE WS-MANAGER-COUNT TO SUM-MANAGER-COUNT
           MOVE WS-EXPIRED-COUNT TO SUM-EXPIRED-COUNT
           MOVE WS-EXPIRING-COUNT TO SUM-EXPIRING-COUNT
           MOVE WS-NO-EXPIRY-COUNT TO SUM-NO-EXPIRY-COUNT
           MOVE WS-NO-MANAGER-COUNT TO SUM-NO-MANAGER-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE RECERT-REPORT
           DISPLAY 'RPTCAR00 QUARTER END: ' WS-QTR-END-DATE
           DISPLAY 'RPTCAR00 ENTITLEMENTS LISTED: ' WS-ENTRY-COUNT
           DISPLAY 'RPTCAR00 USERS: ' WS-USER-COUNT
               ' MANAGERS: ' WS-MANAGER-COUNT
           DISPLAY 'RPTCAR00 EXPIRED: ' WS-EXPIRED-COUNT
               ' EXPIRING: ' WS-EXPIRING-COUNT
               ' NO EXPIRY: ' WS-NO-EXPIRY-COUNT
               ' NO MANAGER: ' WS-NO-MANAGER-COUNT
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY 'RPTCAR00 ENTRIES DROPPED, TABLE FULL: '
                   WS-DROPPED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: a file error when CORRAUTH cannot be read, a
      *  warning when the listing is incomplete or entries need
      *  cleaning up (expired, undated or unattested entries still on
      *  file), normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'RPTCAR00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN NOT WS-CAU-OPEN-OK
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'CORRAUTH MISSING OR STATUS ERROR'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-DROPPED-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'ENTITLEMENT TABLE FULL - LISTING INCOMPLETE'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN WS-EXPIRED-COUNT > ZERO
                       OR WS-NO-EXPIRY-COUNT > ZERO
                       OR WS-NO-MANAGER-COUNT > ZERO
                   MOVE 'W002' TO RC-ERROR-CODE
                   MOVE 'STALE OR UNATTESTED ENTRIES - SEE REPORT'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
                   DISPLAY RC-ERROR-MESSAGE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this step's final return code and
      *  message to the shared run log.  The first-ever run starts
      *  the file.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           MOVE 'RPTCAR00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-RUN-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
