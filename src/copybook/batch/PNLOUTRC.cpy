      *--  events -- the position report gives these their own
      *--  section instead of mixing them into the trade lines.
           05  PNL-CASH-EVENT-IND    PIC X(01).
      *--  The security the record's lot or bucket holds, carried
      *--  from TRN-INSTRUMENT-ID; SPACES where the feed named none.
           05  PNL-INSTRUMENT-ID     PIC X(12).

       01  PNL-OUT-TRAILER REDEFINES PNL-OUT-REC.
           05  TRL-ID                PIC X(08).
           05  TRL-RUN-TOKEN         PIC X(16).
      *--  Pads the trailer out to the detail record's length so the
      *--  file stays fixed-record-format.
           05  FILLER                PIC X(60).
