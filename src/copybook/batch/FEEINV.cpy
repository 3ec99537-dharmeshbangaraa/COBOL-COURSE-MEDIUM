      *----------------------------------------------------------------
      *  FEEINV.CPY
      *  Management-fee invoice record -- the layout of FEEINV.DAT,
      *  one record per portfolio billed by FEEBIL00, for Finance's
      *  invoicing.  FIN-ACCRUED-AMT is what the period accrued;
      *  FIN-FEE-AMT is what is billed, which is the minimum fee
      *  (FIN-MINIMUM-APPLIED 'Y') when the accrual fell short of it.
      *  Amounts are USD.
      *----------------------------------------------------------------
       01  FIN-REC.
           05  FIN-PORTFOLIO-ID      PIC X(08).
           05  FIN-DESCRIPTION       PIC X(20).
           05  FIN-BILL-DATE         PIC X(08).
           05  FIN-PERIOD-START      PIC X(08).
           05  FIN-PERIOD-END        PIC X(08).
           05  FIN-FREQUENCY         PIC X(01).
           05  FIN-RATE-PCT          PIC 9(02)V9(04).
           05  FIN-ACCRUED-AMT       PIC S9(13)V99 COMP-3.
           05  FIN-MINIMUM-AMT       PIC S9(13)V99 COMP-3.
           05  FIN-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  FIN-MINIMUM-APPLIED   PIC X(01).
           05  FIN-CURRENCY-CODE     PIC X(03).
           05  FIN-ENTITY-CODE       PIC X(04).
           05  FIN-RUN-TOKEN         PIC X(16).
           05  FILLER                PIC X(09).
