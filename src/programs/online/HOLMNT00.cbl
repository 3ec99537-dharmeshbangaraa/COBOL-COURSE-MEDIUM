      *  dataset with the user and a timestamp -- a calendar change
      *  decides whether production runs, so it is never unaudited.
      *
      *  Keying a currency beside the date works that currency's
      *  settlement calendar (SETCAL, SETCAL.cpy layout, keyed by
      *  currency then date) instead of the chain calendar: the days
      *  a trade in that currency cannot settle, which UTLVAL00 and
      *  RPTFLS00 read.  The browse stays within the currency, and
      *  the audit record carries the currency (blank for the chain
      *  calendar).
      *
      *  Pseudo-conversational in the same shape as DSKMNT00.
      *----------------------------------------------------------------

           05  WS-CA-HOLIDAY-DATE    PIC X(08).
           05  WS-CA-ON-FILE-IND     PIC X(01).
               88  WS-CA-ON-FILE     VALUE 'Y'.
           05  WS-CA-CURRENCY        PIC X(03).
               88  WS-CA-CHAIN-CALENDAR  VALUE SPACES.

      *--  One record area for whichever calendar is being worked.
      *--  The chain calendar record is one non-business date per
      *--  entry, the same single field BCHCTL00 reads; the settlement
      *--  calendar record is currency plus date (SETCAL.cpy).
       01  WS-CAL-REC                PIC X(11) VALUE SPACES.
       01  HOL-REC REDEFINES WS-CAL-REC.
           05  HOL-DATE              PIC X(08).
           05  FILLER                PIC X(03).
       01  SCL-REC REDEFINES WS-CAL-REC.
           05  SCL-CURRENCY-CODE     PIC X(03).
           05  SCL-DATE              PIC X(08).
       01  WS-CAL-REC-LEN            PIC S9(4) COMP VALUE 8.

      *--  File and key for the calendar being worked, set by
      *--  2050-SET-CALENDAR from the commarea currency.
       01  WS-CAL-FILE-NAME          PIC X(08) VALUE 'HOLCAL'.
       01  WS-CAL-KEY                PIC X(11) VALUE SPACES.
       01  WS-HOL-KEY REDEFINES WS-CAL-KEY.
           05  WS-HOL-KEY-DATE       PIC X(08).
           05  FILLER                PIC X(03).
       01  WS-SCL-KEY REDEFINES WS-CAL-KEY.
           05  WS-SCL-KEY-CCY        PIC X(03).
           05  WS-SCL-KEY-DATE       PIC X(08).
       01  WS-FOUND-CCY              PIC X(03) VALUE SPACES.
       01  WS-FOUND-DATE             PIC X(08) VALUE SPACES.

       01  WS-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-NEXT-DATE              PIC X(08) VALUE SPACES.

       01  WS-USER-ID                PIC X(08) VALUE SPACES.
       01  WS-MSG-TEXT               PIC X(60) VALUE SPACES.
           05  HOLA-TIMESTAMP        PIC X(26).
           05  HOLA-TRANS-ID         PIC X(04).
           05  HOLA-USER-ID          PIC X(08).
           05  HOLA-CURRENCY         PIC X(03).

       COPY HOLMNTM.

           05  LK-CA-FUNCTION        PIC X(03).
           05  LK-CA-HOLIDAY-DATE    PIC X(08).
           05  LK-CA-ON-FILE-IND     PIC X(01).
           05  LK-CA-CURRENCY        PIC X(03).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-LOGIC.

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO HOLMNTMO
           MOVE 'ENTER DATE (YYYYMMDD), CURRENCY FOR SETTLEMENT CAL'
               TO HMSGO
           MOVE 'INQ' TO WS-CA-FUNCTION
           EXEC CICS SEND MAP('HOLMNTM')
               MAPSET('HOLMNTS')
               INTO(HOLMNTMI)
           END-EXEC
           MOVE HDATEI TO WS-CA-HOLIDAY-DATE
           MOVE HCCYI TO WS-CA-CURRENCY
           .

      *----------------------------------------------------------------
      *  2050-SET-CALENDAR points the file commands at the chain
      *  calendar (no currency, date key, 8-byte record) or at the
      *  settlement calendar (currency-plus-date key and record).
      *----------------------------------------------------------------
       2050-SET-CALENDAR.
           MOVE SPACES TO WS-CAL-KEY
           IF WS-CA-CHAIN-CALENDAR
               MOVE 'HOLCAL' TO WS-CAL-FILE-NAME
               MOVE WS-CA-HOLIDAY-DATE TO WS-HOL-KEY-DATE
               MOVE 8 TO WS-CAL-REC-LEN
           ELSE
               MOVE 'SETCAL' TO WS-CAL-FILE-NAME
               MOVE WS-CA-CURRENCY TO WS-SCL-KEY-CCY
               MOVE WS-CA-HOLIDAY-DATE TO WS-SCL-KEY-DATE
               MOVE 11 TO WS-CAL-REC-LEN
           END-IF
           .

       2060-SPLIT-CAL-REC.
           IF WS-CA-CHAIN-CALENDAR
               MOVE SPACES TO WS-FOUND-CCY
               MOVE HOL-DATE TO WS-FOUND-DATE
           ELSE
               MOVE SCL-CURRENCY-CODE TO WS-FOUND-CCY
               MOVE SCL-DATE TO WS-FOUND-DATE
           END-IF
           .

      *----------------------------------------------------------------
       2100-LOOKUP-DATE.
           MOVE 'N' TO WS-CA-ON-FILE-IND
           MOVE SPACES TO WS-NEXT-DATE
           EVALUATE TRUE
               WHEN WS-CA-HOLIDAY-DATE NOT NUMERIC
                   MOVE 'DATE MUST BE NUMERIC YYYYMMDD' TO WS-MSG-TEXT
               WHEN NOT WS-CA-CHAIN-CALENDAR
                       AND WS-CA-CURRENCY NOT ALPHABETIC-UPPER
                   MOVE 'CURRENCY MUST BE A 3-LETTER CODE OR BLANK'
                       TO WS-MSG-TEXT
               WHEN OTHER
                   PERFORM 2050-SET-CALENDAR
                   EXEC CICS READ FILE(WS-CAL-FILE-NAME)
                       INTO(WS-CAL-REC)
                       RIDFLD(WS-CAL-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-CA-ON-FILE-IND
                       MOVE 'DATE IS ON THE CALENDAR - KEY D TO DELETE'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE 'DATE NOT ON THE CALENDAR - KEY A TO ADD'
                           TO WS-MSG-TEXT
                   END-IF
                   PERFORM 2200-BROWSE-NEXT-HOLIDAY
           END-EVALUATE
           .

      *----------------------------------------------------------------
      *  2200-BROWSE-NEXT-HOLIDAY: on the settlement calendar the
      *  browse runs on into the next currency's dates, so a record
      *  for another currency ends it the same as end of file.
      *----------------------------------------------------------------
       2200-BROWSE-NEXT-HOLIDAY.
           EXEC CICS STARTBR FILE(WS-CAL-FILE-NAME)
               RIDFLD(WS-CAL-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE(WS-CAL-FILE-NAME)
                   INTO(WS-CAL-REC)
                   RIDFLD(WS-CAL-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               PERFORM 2060-SPLIT-CAL-REC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND WS-FOUND-DATE = WS-CA-HOLIDAY-DATE
                   EXEC CICS READNEXT FILE(WS-CAL-FILE-NAME)
                       INTO(WS-CAL-REC)
                       RIDFLD(WS-CAL-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   PERFORM 2060-SPLIT-CAL-REC
               END-IF
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND WS-FOUND-CCY = WS-CA-CURRENCY
                   MOVE WS-FOUND-DATE TO WS-NEXT-DATE
               END-IF
               EXEC CICS ENDBR FILE(WS-CAL-FILE-NAME) END-EXEC
           END-IF
           .

       2900-SEND-DISPLAY-MAP.
           MOVE SPACES TO HOLMNTMO
           MOVE WS-CA-HOLIDAY-DATE TO HDATEO
           MOVE WS-CA-CURRENCY TO HCCYO
           IF WS-CA-ON-FILE
               MOVE 'ON CALENDAR ' TO HSTATO
           ELSE
           IF WS-CA-ON-FILE
               MOVE 'DATE ALREADY ON THE CALENDAR' TO WS-MSG-TEXT
           ELSE
               PERFORM 2050-SET-CALENDAR
               MOVE WS-CAL-KEY TO WS-CAL-REC
               EXEC CICS WRITE FILE(WS-CAL-FILE-NAME)
                   FROM(WS-CAL-REC)
                   LENGTH(WS-CAL-REC-LEN)
                   RIDFLD(WS-CAL-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'ADD   ' TO HOLA-ACTION
                   PERFORM 3300-WRITE-AUDIT-RECORD
               ELSE
                   MOVE 'CALENDAR WRITE ERROR -- NOT ADDED'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
           IF NOT WS-CA-ON-FILE
               MOVE 'DATE IS NOT ON THE CALENDAR' TO WS-MSG-TEXT
           ELSE
               PERFORM 2050-SET-CALENDAR
               EXEC CICS DELETE FILE(WS-CAL-FILE-NAME)
                   RIDFLD(WS-CAL-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'DELETE' TO HOLA-ACTION
                   PERFORM 3300-WRITE-AUDIT-RECORD
               ELSE
                   MOVE 'CALENDAR DELETE ERROR -- NOT DELETED'
                       TO WS-MSG-TEXT
               END-IF
           END-IF
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE WS-CA-HOLIDAY-DATE TO HOLA-DATE
           MOVE WS-CA-CURRENCY TO HOLA-CURRENCY
           MOVE WS-AUDIT-TIMESTAMP TO HOLA-TIMESTAMP
           MOVE EIBTRNID TO HOLA-TRANS-ID
           MOVE WS-USER-ID TO HOLA-USER-ID
       3900-SEND-CONFIRM-MAP.
           MOVE SPACES TO HOLMNTMO
           MOVE WS-CA-HOLIDAY-DATE TO HDATEO
           MOVE WS-CA-CURRENCY TO HCCYO
           IF WS-CA-ON-FILE
               MOVE 'ON CALENDAR ' TO HSTATO
           ELSE
