       FILE SECTION.
      *--  Same record PNL-CALC-PROG's WRITE-LINEAGE-RECORD writes.
       FD  LINEAGE-FILE.
           COPY PNLLINRC.

      *--  Printed report file.  First byte of each record is an ASA
      *--  carriage-control character, per the house report
           05  FILLER                PIC X(07) VALUE 'CANCEL'.
           05  FILLER                PIC X(05) VALUE 'POS'.
           05  FILLER                PIC X(05) VALUE 'MARK'.
           05  FILLER                PIC X(05) VALUE 'XFER'.
           05  FILLER                PIC X(09) VALUE 'WITH PORT'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           05  DTL-STATUS            PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-MARK-SOURCE       PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-TRANSFER          PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-TRANSFER-PORTFOLIO PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(01) VALUE ' '.
           MOVE LIN-CANCEL-IND TO DTL-CANCEL
           MOVE LIN-POSITION-STATUS TO DTL-STATUS
           MOVE LIN-MARK-SOURCE TO DTL-MARK-SOURCE
           MOVE LIN-TRANSFER-IND TO DTL-TRANSFER
           MOVE LIN-TRANSFER-PORTFOLIO TO DTL-TRANSFER-PORTFOLIO
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           .

