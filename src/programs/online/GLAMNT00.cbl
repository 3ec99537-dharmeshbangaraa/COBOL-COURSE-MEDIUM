      *  PORTFOLIO-ID and the transaction re-enters to look up and
      *  display the current accounts; the user keys the new accounts
      *  and the transaction re-enters a final time to apply them.
      *
      *  The same dataset carries one record per legal entity naming
      *  the retained-earnings account the year-end close (GLYEC00)
      *  books P&L into.  Its key is '*' followed by the entity code
      *  (e.g. '*E001'); the retained-earnings account is keyed in
      *  the first (realized) field.  The second and third fields
      *  carry the entity's intercompany account and the account its
      *  intercompany eliminations (RPTICO00) post against -- keyed
      *  together, or both left blank for an entity that never deals
      *  with another of ours.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               MOVE GLA-REALIZED-ACCT TO WS-CA-CURR-REALIZED
               MOVE GLA-UNREALIZED-ACCT TO WS-CA-CURR-UNREAL
               MOVE GLA-OFFSET-ACCT TO WS-CA-CURR-OFFSET
               IF WS-CA-PORTFOLIO-ID (1:1) = '*'
                   MOVE 'ENTITY SHOWN -- ENTER NEW RETAINED-EARNINGS'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'CURRENT ACCOUNTS SHOWN -- ENTER NEW ACCOUNTS'
                       TO WS-MSG-TEXT
               END-IF
           ELSE
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   IF WS-CA-PORTFOLIO-ID (1:1) = '*'
                       MOVE 'ENTITY NOT SET UP -- ENTER RETAINED ACCT'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE
                         'PORTFOLIO NOT MAPPED -- ENTER ACCOUNTS TO ADD'
                           TO WS-MSG-TEXT
                   END-IF
               ELSE
                   MOVE 'GLACCT READ ERROR -- SEE SUPPORT'
                       TO WS-MSG-TEXT
      *  and format-validates each: fully keyed, ten characters with
      *  no embedded blanks.  One bad account refuses the whole
      *  change -- a half-applied mapping would split a night's
      *  postings between real accounts and suspense.  An entity
      *  record takes the retained-earnings account in the first
      *  field and, optionally, the intercompany and elimination
      *  accounts in the other two -- both or neither.
      *----------------------------------------------------------------
       3000-RECEIVE-NEW-MAPPING.
           EXEC CICS RECEIVE MAP('GLAMNTM')
           IF NOT WS-ACCT-OK
               SET WS-INPUT-INVALID TO TRUE
           END-IF
           IF WS-CA-PORTFOLIO-ID (1:1) = '*'
               PERFORM 3020-CHECK-ENTITY-RECORD
           ELSE
               PERFORM 3010-CHECK-PORTFOLIO-RECORD
           END-IF
           .

       3010-CHECK-PORTFOLIO-RECORD.
           MOVE WS-NEW-UNREAL-ACCT TO WS-CHECK-ACCT
           PERFORM 3050-VALIDATE-ACCOUNT
           IF NOT WS-ACCT-OK
           END-IF
           .

       3020-CHECK-ENTITY-RECORD.
           IF WS-NEW-UNREAL-ACCT NOT = SPACES
                   OR WS-NEW-OFFSET-ACCT NOT = SPACES
               MOVE WS-NEW-UNREAL-ACCT TO WS-CHECK-ACCT
               PERFORM 3050-VALIDATE-ACCOUNT
               IF NOT WS-ACCT-OK
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
               MOVE WS-NEW-OFFSET-ACCT TO WS-CHECK-ACCT
               PERFORM 3050-VALIDATE-ACCOUNT
               IF NOT WS-ACCT-OK
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-CA-PORTFOLIO-ID (2:4) = SPACES
               SET WS-INPUT-INVALID TO TRUE
           END-IF
           IF WS-INPUT-INVALID
               MOVE 'ENTITY: RETAINED ACCT, IC/ELIM BOTH OR NONE'
                   TO WS-MSG-TEXT
           END-IF
           .

      *--  An account is well-formed when every one of its ten bytes
      *--  is keyed -- no leading, trailing, or embedded blanks.
       3050-VALIDATE-ACCOUNT.
