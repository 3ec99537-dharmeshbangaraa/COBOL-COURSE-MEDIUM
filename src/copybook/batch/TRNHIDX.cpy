      *----------------------------------------------------------------
      *  TRNHIDX.CPY
      *  History partition index -- the layout of TRNHIDX.DAT, one
      *  record per trade-date month (YYYYMM) still on the keyed
      *  history store, in period order.  HISTLD00 splits its nightly
      *  unload into one partition per month (TRNHyyyymm.DAT, same
      *  TRNREC.cpy layout as TRNHIST.DAT) and rewrites this index
      *  behind it, so a reader with a date range opens only the
      *  months it needs instead of scanning the whole TRNHIST.DAT.
      *
      *  HIX-RECORD-COUNT / HIX-CANCEL-COUNT: what the partition held
      *  when it was built -- HISTLD00 rebuilds any month whose counts
      *  no longer agree with the store.
      *  HIX-BUILT-DATE: the business date the partition was last
      *  rebuilt, i.e. the last night anything in that month was
      *  loaded, cancelled or purged.
      *----------------------------------------------------------------
       01  HIX-REC.
           05  HIX-PERIOD            PIC X(06).
           05  HIX-PARTITION-DSN     PIC X(20).
           05  HIX-RECORD-COUNT      PIC 9(09).
           05  HIX-CANCEL-COUNT      PIC 9(09).
           05  HIX-BUILT-DATE        PIC X(08).
