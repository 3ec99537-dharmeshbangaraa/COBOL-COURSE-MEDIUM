      *--  Portfolio-level authorization: the CORRAUTH reference file
      *--  maps user IDs to the portfolios ('P' entries) or desks
      *--  ('D' entries, resolved through the DESKBOOK dataset) they
      *--  may correct (CORRAUTH.cpy), each good through its expiry
      *--  date.  Fail closed: a user with no covering entry still in
      *--  date is refused and the attempt logged to CORRVIO.
       01  WS-AUTH-TODAY             PIC X(08) VALUE SPACES.
       01  WS-AUTH-BROWSE-KEY.
           05  WS-AUTH-KEY-USER      PIC X(08).
           05  WS-AUTH-KEY-FILL      PIC X(09).
       COPY PERDCTL.
       COPY PERDVIO.
       COPY CORRVIO.
       COPY CORRAUTH.
       COPY DSKBKMAP.

       LINKAGE SECTION.
      *  CORRAUTH entries (the file is keyed user first, so the browse
      *  starts at the user and stops when the user changes) looking
      *  for one that covers the portfolio directly or covers its
      *  desk and has not expired.  No covering entry -- including a
      *  user with no entries at all, an entry past its expiry date
      *  or carrying none, or no CORRAUTH file in the region --
      *  refuses the correction: fail closed.
      *----------------------------------------------------------------
       3010-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTHORIZED-IND
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-AUTH-TODAY
           PERFORM 3015-RESOLVE-PORTFOLIO-DESK
           MOVE WS-USER-ID TO WS-AUTH-KEY-USER
           MOVE LOW-VALUES TO WS-AUTH-KEY-FILL
               IF CAU-USER-ID NOT = WS-USER-ID
                   MOVE DFHRESP(ENDFILE) TO WS-RESP-CODE
               ELSE
                   IF ((CAU-SCOPE-PORTFOLIO
                           AND CAU-SCOPE-ID = WS-CA-PORTFOLIO-ID)
                       OR (CAU-SCOPE-DESK
                           AND WS-PORT-DESK-ID NOT = SPACES
                           AND CAU-SCOPE-ID = WS-PORT-DESK-ID))
                       AND CAU-EXPIRY-DATE IS NUMERIC
                       AND CAU-EXPIRY-DATE NOT < WS-AUTH-TODAY
                       MOVE 'Y' TO WS-AUTHORIZED-IND
                   END-IF
               END-IF
