      *--  item) so the copy carries whatever record length the
      *--  archive generation was cut with.
       FD  ARCHIVE-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-ARC-REC-LEN.
       01  AIN-REC                   PIC X(200).

       FD  ARCHIVE-OUT-FILE.
           COPY PNLOUTRC.

       FD  STAGED-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-ARC-REC-LEN.
       01  SIN-REC                   PIC X(200).

       FD  STAGED-OUT-FILE.
           COPY PNLOUTRC REPLACING LEADING ==PNL-OUT-== BY ==STG-==,
               ==PNL-CARRY-AMT== BY ==STG-PNL-CARRY-AMT==,
               ==PNL-CASH-EVENT-IND== BY
                   ==STG-PNL-CASH-EVENT-IND==,
               ==PNL-INSTRUMENT-ID== BY ==STG-PNL-INSTRUMENT-ID==,
               ==TRL-ID== BY ==STG-TRL-ID==,
               ==TRL-RECORD-COUNT== BY ==STG-TRL-RECORD-COUNT==,
               ==TRL-REALIZED-SUM== BY ==STG-TRL-REALIZED-SUM==,
