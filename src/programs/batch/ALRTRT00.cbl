      *  condition (same source and text) collapse to one alert with
      *  the repeat count, so a monitor that fires twice does not
      *  page twice.
      *
      *  The late-morning sign-off job (DSKSGN.jcl) runs this router
      *  a second time behind RPTSGN00 with only the RPTSGNAL.DAT
      *  trigger staged and its own feed dataset, so an unsigned desk
      *  pages the same morning; every other trigger is simply absent
      *  on that run.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--  The trigger datasets this router knows to sweep; a new
      *--  monitor means one new entry here and one routing line.
       01  WS-SWEEP-SUB              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-SWEEP-COUNT            PIC 9(02) COMP-3 VALUE 11.
       01  WS-SWEEP-TABLE.
           05  WS-SWEEP-ENTRY OCCURS 11 TIMES
                   INDEXED BY WS-SWP-IDX.
               10  WS-SWP-DSN        PIC X(20).
               10  WS-SWP-SOURCE     PIC X(08).
           MOVE 'UTLVOL  '     TO WS-SWP-SOURCE (5)
           MOVE 'RPTFLSAL.DAT' TO WS-SWP-DSN (6)
           MOVE 'RPTFLS  '     TO WS-SWP-SOURCE (6)
           MOVE 'RPTCPXAL.DAT' TO WS-SWP-DSN (7)
           MOVE 'RPTCPX  '     TO WS-SWP-SOURCE (7)
           MOVE 'CSTRECAL.DAT' TO WS-SWP-DSN (8)
           MOVE 'CSTREC  '     TO WS-SWP-SOURCE (8)
           MOVE 'RPTSGNAL.DAT' TO WS-SWP-DSN (9)
           MOVE 'RPTSGN  '     TO WS-SWP-SOURCE (9)
           MOVE 'RPTREFAL.DAT' TO WS-SWP-DSN (10)
           MOVE 'RPTREF  '     TO WS-SWP-SOURCE (10)
           MOVE 'UTLVALAL.DAT' TO WS-SWP-DSN (11)
           MOVE 'UTLVAL  '     TO WS-SWP-SOURCE (11)
           .

      *----------------------------------------------------------------
           .

       1150-DEFAULT-ROUTE-REF.
           MOVE 11 TO WS-RTE-COUNT
           MOVE 'RPTAUD  ' TO WS-RTE-TBL-SOURCE (1)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (1)
           MOVE 'AUDITTM ' TO WS-RTE-TBL-ROUTE (1)
           MOVE 'RPTFLS  ' TO WS-RTE-TBL-SOURCE (6)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (6)
           MOVE 'SETTLEMT' TO WS-RTE-TBL-ROUTE (6)
           MOVE 'RPTCPX  ' TO WS-RTE-TBL-SOURCE (7)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (7)
           MOVE 'CREDITRK' TO WS-RTE-TBL-ROUTE (7)
           MOVE 'CSTREC  ' TO WS-RTE-TBL-SOURCE (8)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (8)
           MOVE 'SETTLEMT' TO WS-RTE-TBL-ROUTE (8)
           MOVE 'RPTSGN  ' TO WS-RTE-TBL-SOURCE (9)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (9)
           MOVE 'PRODCTL ' TO WS-RTE-TBL-ROUTE (9)
           MOVE 'RPTREF  ' TO WS-RTE-TBL-SOURCE (10)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (10)
           MOVE 'FINANCE ' TO WS-RTE-TBL-ROUTE (10)
           MOVE 'UTLVAL  ' TO WS-RTE-TBL-SOURCE (11)
           MOVE 'HIGH  '   TO WS-RTE-TBL-SEVERITY (11)
           MOVE 'COMPLNCE' TO WS-RTE-TBL-ROUTE (11)
           .

      *----------------------------------------------------------------
