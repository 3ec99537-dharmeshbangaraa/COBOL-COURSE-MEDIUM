      *----------------------------------------------------------------
      *  CSTHLD.CPY
      *  Custodian returned-holdings record -- the layout of
      *  CSTHLD.DAT, the custodian's statement of what it holds for
      *  us, sent back in answer to CSTEXT00's position extract and
      *  reconciled against POSINV.DAT by CSTREC00.
      *
      *  Same shape as the outbound extract: a header carrying the
      *  statement date, one detail per holding, and a trailer with
      *  the detail count, all in one record length with display
      *  numerics.  The custodian holds by portfolio, currency and
      *  security, not by lot; CSH-INSTRUMENT-ID is SPACES until the
      *  custodian starts sending security identifiers (SECMST.cpy),
      *  and the reconciliation then matches on portfolio and
      *  currency alone.
      *----------------------------------------------------------------
       01  CSH-REC.
           05  CSH-PORTFOLIO-ID      PIC X(08).
           05  CSH-CURRENCY-CODE     PIC X(03).
           05  CSH-INSTRUMENT-ID     PIC X(12).
           05  CSH-QUANTITY          PIC S9(11)V9(04) SIGN LEADING
                                         SEPARATE.
           05  CSH-AMOUNT            PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(09).
       01  CSH-HEADER REDEFINES CSH-REC.
           05  CSHH-ID               PIC X(08).
           05  CSHH-STATEMENT-DATE   PIC X(08).
           05  FILLER                PIC X(48).
       01  CSH-TRAILER REDEFINES CSH-REC.
           05  CSHT-ID               PIC X(08).
           05  CSHT-RECORD-COUNT     PIC 9(09).
           05  FILLER                PIC X(47).
