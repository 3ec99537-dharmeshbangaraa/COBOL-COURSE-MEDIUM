      *----------------------------------------------------------------
      *  TRNXREF.CPY
      *  External trade ID cross-reference -- the layout of
      *  TRNXREF.KSD, the alternate index over the keyed history
      *  store (TRNHIST.KSD) by the vendor's / custodian's own trade
      *  ID.  The whole record is the key: external ID first, then
      *  the history record's own HIST-KEY, so an ID quoted against
      *  more than one booking keeps one entry per booking and a
      *  generic browse on the ID alone finds them all.
      *
      *  Only records carrying an external ID are indexed --
      *  standard-format (T1) trades have none, and indexing them
      *  would pile every one of them under a single blank key.
      *  HISTLD00 rebuilds the dataset from the store at the end of
      *  every load, so purges, cancels and the night's appends are
      *  always reflected; a back-out (UTLBKO00) between loads can
      *  leave an entry whose history record is gone, which the
      *  inquiry reports as such.
      *----------------------------------------------------------------
       01  XRF-REC.
           05  XRF-KEY.
               10  XRF-EXTERNAL-TRADE-ID PIC X(12).
               10  XRF-HIST-KEY.
                   15  XRF-PORTFOLIO-ID      PIC X(08).
                   15  XRF-TRADE-DATE        PIC X(08).
                   15  XRF-CHANNEL-CODE      PIC X(02).
                   15  XRF-INSTRUMENT-ID     PIC X(12).
