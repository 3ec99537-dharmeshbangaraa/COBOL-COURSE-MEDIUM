      *----------------------------------------------------------------
      *  CHNSTEP.CPY
      *  The overnight chain's steps in BCHCHAIN.jcl run order -- JCL
      *  step name, the step name the program writes to BCHRUN.LOG,
      *  how it is logged, and which completed output a restart
      *  re-checks before trusting it.  Used by BCHRST00 to plan a
      *  restart and to guard each step.  A step added to, moved in
      *  or dropped from BCHCHAIN.jcl is changed here to match, and
      *  CHN-STEP-COUNT with it.
      *
      *  CHS-LOG-KIND: 'P' logs before BCHCTL00 publishes the night's
      *  run token (so its record carries no usable token), 'T' logs
      *  under the night's token, 'N' writes no run-log record.
      *  CHS-CHECK-KIND: ' ' none, 'C' BCHTRAN.DAT against its
      *  BCHCTRL.DAT control count, 'P' PNLOUT.DAT against its
      *  trailer, 'J' GLJRNL.DAT against its trailer.
      *----------------------------------------------------------------
       01  CHN-STEP-VALUES.
           05  FILLER                PIC X(08) VALUE 'STEP003'.
           05  FILLER                PIC X(08) VALUE 'UTLWCH00'.
           05  FILLER                PIC X(02) VALUE 'P '.
           05  FILLER                PIC X(08) VALUE 'STEP005'.
           05  FILLER                PIC X(08) VALUE 'UTLCNV00'.
           05  FILLER                PIC X(02) VALUE 'P '.
           05  FILLER                PIC X(08) VALUE 'STEP006'.
           05  FILLER                PIC X(08) VALUE 'UTLMRG00'.
           05  FILLER                PIC X(02) VALUE 'P '.
           05  FILLER                PIC X(08) VALUE 'STEP006A'.
           05  FILLER                PIC X(08) VALUE 'UTLALC00'.
           05  FILLER                PIC X(02) VALUE 'P '.
           05  FILLER                PIC X(08) VALUE 'STEP007'.
           05  FILLER                PIC X(08) VALUE 'UTLVAL00'.
           05  FILLER                PIC X(02) VALUE 'PC'.
           05  FILLER                PIC X(08) VALUE 'STEP007A'.
           05  FILLER                PIC X(08) VALUE 'RPTCBR00'.
           05  FILLER                PIC X(02) VALUE 'P '.
           05  FILLER                PIC X(08) VALUE 'STEP008'.
           05  FILLER                PIC X(08) VALUE 'UTLVOL00'.
           05  FILLER                PIC X(02) VALUE 'P '.
           05  FILLER                PIC X(08) VALUE 'STEP010'.
           05  FILLER                PIC X(08) VALUE 'BCHCTL00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP020'.
           05  FILLER                PIC X(08) VALUE 'HISTLD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP022'.
           05  FILLER                PIC X(08) VALUE 'UTLACK00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP023'.
           05  FILLER                PIC X(08) VALUE 'REGEXT00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP025'.
           05  FILLER                PIC X(08) VALUE 'PNLBLD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP025A'.
           05  FILLER                PIC X(08) VALUE 'RPTHLD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP025B'.
           05  FILLER                PIC X(08) VALUE 'RPTREF00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP026'.
           05  FILLER                PIC X(08) VALUE 'CSTREC00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP027'.
           05  FILLER                PIC X(08) VALUE 'AVGCLD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP028'.
           05  FILLER                PIC X(08) VALUE 'UTLFXQ00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP029'.
           05  FILLER                PIC X(08) VALUE 'PNLCAJ00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP030'.
           05  FILLER                PIC X(08) VALUE 'PNLCALC'.
           05  FILLER                PIC X(02) VALUE 'TP'.
           05  FILLER                PIC X(08) VALUE 'STEP030A'.
           05  FILLER                PIC X(08) VALUE 'DIVENT00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP032'.
           05  FILLER                PIC X(08) VALUE 'CSTEXT00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP033'.
           05  FILLER                PIC X(08) VALUE 'RPTCCY00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP034'.
           05  FILLER                PIC X(08) VALUE 'RPTAGE00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP035'.
           05  FILLER                PIC X(08) VALUE 'RPTFLS00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP036'.
           05  FILLER                PIC X(08) VALUE 'RSKEXT00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP037'.
           05  FILLER                PIC X(08) VALUE 'RPTCPX00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP037A'.
           05  FILLER                PIC X(08) VALUE 'MRGCAL00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP037B'.
           05  FILLER                PIC X(08) VALUE 'FEEACR00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP038'.
           05  FILLER                PIC X(08) VALUE 'RPTTRD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP038A'.
           05  FILLER                PIC X(08) VALUE 'RPTPLX00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP039'.
           05  FILLER                PIC X(08) VALUE 'CSHLED00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP039A'.
           05  FILLER                PIC X(08) VALUE 'BNKREC00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP040'.
           05  FILLER                PIC X(08) VALUE 'RPTPOS00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP041'.
           05  FILLER                PIC X(08) VALUE 'RPTSTL00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP042'.
           05  FILLER                PIC X(08) VALUE 'RPTBRS00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP043'.
           05  FILLER                PIC X(08) VALUE 'RPTLIM00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP044'.
           05  FILLER                PIC X(08) VALUE 'RPTPAK00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP045'.
           05  FILLER                PIC X(08) VALUE 'PVLOAD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP050'.
           05  FILLER                PIC X(08) VALUE 'RPTAUD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP050A'.
           05  FILLER                PIC X(08) VALUE 'RPTCHG00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP052'.
           05  FILLER                PIC X(08) VALUE 'PNLACC00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP052A'.
           05  FILLER                PIC X(08) VALUE 'GLTBR00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP053'.
           05  FILLER                PIC X(08) VALUE 'GLEXTR00'.
           05  FILLER                PIC X(02) VALUE 'TJ'.
           05  FILLER                PIC X(08) VALUE 'STEP054'.
           05  FILLER                PIC X(08) VALUE 'RPTSUS00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP054A'.
           05  FILLER                PIC X(08) VALUE 'GLPBLD00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP055'.
           05  FILLER                PIC X(08) VALUE 'RPTTIE00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP057'.
           05  FILLER                PIC X(08) VALUE 'RPTDIG00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP058'.
           05  FILLER                PIC X(08) VALUE 'PNLPRI00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP059'.
           05  FILLER                PIC X(08) VALUE 'RPTSEC00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP05A'.
           05  FILLER                PIC X(08) VALUE 'ALRTRT00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP05B'.
           05  FILLER                PIC X(08) VALUE 'UTLDRM00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP05C'.
           05  FILLER                PIC X(08) VALUE 'ALRESC00'.
           05  FILLER                PIC X(02) VALUE 'T '.
           05  FILLER                PIC X(08) VALUE 'STEP060'.
           05  FILLER                PIC X(08) VALUE 'IDCAMS'.
           05  FILLER                PIC X(02) VALUE 'N '.
           05  FILLER                PIC X(08) VALUE 'STEP065'.
           05  FILLER                PIC X(08) VALUE 'PRDSCH00'.
           05  FILLER                PIC X(02) VALUE 'T '.

       01  CHN-STEP-TABLE REDEFINES CHN-STEP-VALUES.
           05  CHN-STEP-ENTRY OCCURS 54 TIMES
                   INDEXED BY CHS-IDX.
               10  CHS-JCL-STEP          PIC X(08).
               10  CHS-LOG-STEP          PIC X(08).
               10  CHS-LOG-KIND          PIC X(01).
                   88  CHS-LOGS-PRE-TOKEN    VALUE 'P'.
                   88  CHS-LOGS-UNDER-TOKEN  VALUE 'T'.
                   88  CHS-NOT-LOGGED        VALUE 'N'.
               10  CHS-CHECK-KIND        PIC X(01).
                   88  CHS-CHECK-FEED        VALUE 'C'.
                   88  CHS-CHECK-PNLOUT      VALUE 'P'.
                   88  CHS-CHECK-GLJRNL      VALUE 'J'.

       01  CHN-STEP-COUNT            PIC 9(02) VALUE 54.
