      *----------------------------------------------------------------
      *  SECMST.CPY
      *  Security master record -- the layout of SECMST.DAT, the list
      *  of instruments a trade, an inventory lot, or a price mark can
      *  name.  Until it existed a lot was only portfolio/trade-date/
      *  currency/entity, so two different securities bought in one
      *  portfolio on one day folded into a single lot and the
      *  portfolio-level mark priced them both alike.  UTLVAL00
      *  rejects trades naming an instrument not on file, and the
      *  calc applies SEC-PRICE-MULTIPLIER when it turns a per-unit
      *  price mark into a lot value (contract size for futures,
      *  one-hundredth for bonds quoted in percent of par).
      *
      *  SEC-ASSET-CLASS is the desk's own four-character grouping
      *  ('EQTY', 'GOVT', 'CORP', 'FUTR', ...) for the reports and
      *  the risk steps that rule by class rather than currency.
      *----------------------------------------------------------------
       01  SEC-REC.
           05  SEC-INSTRUMENT-ID     PIC X(12).
           05  SEC-DESCRIPTION       PIC X(30).
           05  SEC-ASSET-CLASS       PIC X(04).
           05  SEC-ISSUE-CURRENCY    PIC X(03).
           05  SEC-PRICE-MULTIPLIER  PIC S9(07)V9(06) COMP-3.
