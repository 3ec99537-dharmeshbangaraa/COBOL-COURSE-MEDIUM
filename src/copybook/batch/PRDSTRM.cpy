      *----------------------------------------------------------------
      *  PRDSTRM.CPY
      *  The period-end job streams PRDSCH00 releases when the
      *  business date is the last business day of a month, quarter
      *  or year -- which period ends them, the job, the one
      *  parameter the job is handed so it reports the period that
      *  just ended whatever day it actually runs, and when the
      *  scheduler lets it go.  A stream added to or retired from
      *  the period end is changed here, and PRD-STREAM-COUNT with
      *  it.
      *
      *  PRS-PERIOD-KIND: 'M' every month end, 'Q' quarter end, 'Y'
      *  year end (a year end is also a quarter and a month end).
      *  PRS-PARM-FORM: ' ' no parameter, 'M' the period as YYYYMM,
      *  'Y' the year as YYYY, 'D' the business date as YYYYMMDD.
      *  PRS-RELEASE: 'AT ONCE', or the dependency the scheduler
      *  holds the job for.
      *----------------------------------------------------------------
       01  PRD-STREAM-VALUES.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'RPTMTH'.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'RPTSTM'.
           05  FILLER                PIC X(16) VALUE 'STMT-PERIOD'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'RPTICO'.
           05  FILLER                PIC X(16) VALUE 'ICO-PERIOD'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'FEEBIL'.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE ' '.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'PRDCHK'.
           05  FILLER                PIC X(16) VALUE 'PRDCHK-PERIOD'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(16) VALUE 'AFTER DSKSGN'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'BRKREC'.
           05  FILLER                PIC X(16) VALUE 'BRKREC-PERIOD'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(16) VALUE 'AFTER BRKINV'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'RPTDOR'.
           05  FILLER                PIC X(16) VALUE 'RPTDOR-ASOF-DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(08) VALUE 'RPTPRF'.
           05  FILLER                PIC X(16) VALUE 'PRF-PERIOD'.
           05  FILLER                PIC X(01) VALUE 'M'.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'Q'.
           05  FILLER                PIC X(08) VALUE 'RPTCAR'.
           05  FILLER                PIC X(16) VALUE 'CAR-ASOF-DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'Q'.
           05  FILLER                PIC X(08) VALUE 'RPTCHG'.
           05  FILLER                PIC X(16) VALUE 'CHG-QUARTER-DATE'.
           05  FILLER                PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(16) VALUE 'AT ONCE'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(08) VALUE 'GLYEC'.
           05  FILLER                PIC X(16) VALUE 'GLYEC-YEAR'.
           05  FILLER                PIC X(01) VALUE 'Y'.
           05  FILLER                PIC X(16) VALUE 'AFTER DEC CLOSE'.
       01  PRD-STREAM-TABLE REDEFINES PRD-STREAM-VALUES.
           05  PRD-STREAM-ENTRY OCCURS 11 TIMES
                   INDEXED BY PRS-IDX.
               10  PRS-PERIOD-KIND       PIC X(01).
                   88  PRS-MONTH-END         VALUE 'M'.
                   88  PRS-QUARTER-END       VALUE 'Q'.
                   88  PRS-YEAR-END          VALUE 'Y'.
               10  PRS-JOB-NAME          PIC X(08).
               10  PRS-PARM-NAME         PIC X(16).
               10  PRS-PARM-FORM         PIC X(01).
                   88  PRS-PARM-NONE         VALUE ' '.
                   88  PRS-PARM-PERIOD       VALUE 'M'.
                   88  PRS-PARM-YEAR         VALUE 'Y'.
                   88  PRS-PARM-DATE         VALUE 'D'.
               10  PRS-RELEASE           PIC X(16).
       01  PRD-STREAM-COUNT          PIC 9(02) VALUE 11.
