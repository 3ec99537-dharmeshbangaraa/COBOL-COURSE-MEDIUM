      *--  settlement date, and the sender's external trade ID after
      *--  it.  The record length tells them apart -- a standard
      *--  sender never fills the tail, so it simply is not there.
      *--  A rich sender that also names the security traded sends
      *--  a 120-byte record with ASC-INSTRUMENT-ID after that tail,
      *--  and one that also names the counterparty sends 128 bytes
      *--  with ASC-COUNTERPARTY-CODE next, or 136 with the executing
      *--  trader's ASC-TRADER-ID last.
       FD  ASCII-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 86 TO 136 CHARACTERS
               DEPENDING ON WS-ASC-REC-LEN.
       01  ASC-TRN-REC.
           05  ASC-PORTFOLIO-ID      PIC X(08).
           05  ASC-RECORD-TYPE       PIC X(02).
           05  ASC-SETTLEMENT-DATE   PIC X(08).
           05  ASC-EXTERNAL-TRADE-ID PIC X(12).
           05  ASC-INSTRUMENT-ID     PIC X(12).
           05  ASC-COUNTERPARTY-CODE PIC X(08).
           05  ASC-TRADER-ID         PIC X(08).

      *--  Mainframe-native output, same name/layout BCHCTL00 reads,
      *--  shared via TRNREC.cpy.
       FD  REJECT-FILE.
       01  REJ-REC.
           05  REJ-REASON-CODE       PIC X(04).
           05  REJ-ORIGINAL-RECORD   PIC X(136).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.

      *--  The record as it arrived, saved before the translate so a
      *--  reject carries the vendor's own bytes.
       01  WS-ORIGINAL-RECORD        PIC X(136) VALUE SPACES.

       01  WS-RECORD-OK-IND          PIC X(01) VALUE 'Y'.
           88  WS-RECORD-OK          VALUE 'Y'.
               MOVE ASC-RECORD-TYPE TO TRN-RECORD-TYPE
               MOVE ASC-SETTLEMENT-DATE TO TRN-SETTLEMENT-DATE
               MOVE ASC-EXTERNAL-TRADE-ID TO TRN-EXTERNAL-TRADE-ID
               IF WS-ASC-REC-LEN > 108
                   MOVE ASC-INSTRUMENT-ID TO TRN-INSTRUMENT-ID
               ELSE
                   MOVE SPACES TO TRN-INSTRUMENT-ID
               END-IF
               IF WS-ASC-REC-LEN > 120
                   MOVE ASC-COUNTERPARTY-CODE TO TRN-COUNTERPARTY-CODE
               ELSE
                   MOVE SPACES TO TRN-COUNTERPARTY-CODE
               END-IF
               IF WS-ASC-REC-LEN > 128
                   MOVE ASC-TRADER-ID TO TRN-TRADER-ID
               ELSE
                   MOVE SPACES TO TRN-TRADER-ID
               END-IF
               ADD 1 TO WS-RICH-COUNT
           ELSE
               MOVE SPACES TO TRN-RECORD-TYPE
               MOVE SPACES TO TRN-SETTLEMENT-DATE
               MOVE SPACES TO TRN-EXTERNAL-TRADE-ID
               MOVE SPACES TO TRN-INSTRUMENT-ID
               MOVE SPACES TO TRN-COUNTERPARTY-CODE
               MOVE SPACES TO TRN-TRADER-ID
               ADD 1 TO WS-STANDARD-COUNT
           END-IF
           MOVE SPACES TO TRN-SOURCE-ID
           MOVE SPACES TO TRN-TRANSFER-PORTFOLIO
           MOVE SPACES TO TRN-TRANSFER-LOT-DATE
           MOVE SPACES TO TRN-CPTY-ENTITY-CODE
           WRITE TRN-REC
           ADD 1 TO WS-CONVERT-COUNT
           .
