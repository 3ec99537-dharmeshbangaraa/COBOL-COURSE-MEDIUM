       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTLBKO00.
       AUTHOR.        BATCH CONTROL TEAM.

      *----------------------------------------------------------------
      *  UTLBKO00 -- CHAIN-WIDE BACK-OUT OF A BAD BUSINESS DATE
      *  When a night posts on the wrong business date or off a bad
      *  feed, rerunning it is only clean once every store that night
      *  touched has been put back the way the night found it.  Doing
      *  that by hand meant deleting DB2 rows, editing period totals,
      *  restoring inventory and keying GL reversals from six runbooks.
      *  This utility does it as one controlled run for the business
      *  date and run token named in UTLBKO-DATE/UTLBKO-RUN-TOKEN:
      *
      *    - PORTVAL_TBL: the version PVLOAD00 inserted that night
      *      (its checkpoint carries the date, token and AS-OF-
      *      TIMESTAMP) is deleted, so the prior version is current
      *      again;
      *    - PNLPERD.DAT: the day's contribution is subtracted back
      *      out of MTD/YTD for every portfolio last posted that date;
      *    - POSINV.DAT: replaced by the prior night's archived
      *      generation (the UTLBKO job stages it as POSINVPR.DAT);
      *    - PNLHIST.DAT: the night's rows are removed, and
      *      PNLPRIOR.DAT is rebuilt from the latest date left;
      *    - GL: every entry GLSENT.DAT says was sent for the date is
      *      reversed onto GLREV.DAT (same interface layout and
      *      controls as the nightly journal), the sent-history is
      *      marked so nothing is reversed twice, and the suspense
      *      tracking gives back what the night parked there; each
      *      reversal line is also appended to the GL posting log
      *      (GLPLOG.DAT) under the backed-out date, for the Finance
      *      posting inquiry;
      *    - PNLLIN.DAT: the night's lineage is emptied;
      *    - CAAUDIT.DAT: the night's corporate-action records are
      *      removed, so the rerun re-applies them to the restored
      *      inventory;
      *    - TRNHIST.KSD: transactions the night's feed loaded are
      *      deleted and cancels it applied are reopened;
      *    - REGSENT.DAT: every trade report sent to the regulator's
      *      repository for the date is marked backed out, and its
      *      withdrawal is staged on REGTRX.DAT in REGEXT00's layout
      *      and controls (a cancellation of each new trade, a fresh
      *      report of each original the night cancelled) for
      *      Operations to send before the rerun, which then reports
      *      the corrected night in full;
      *    - BCHTRN4.DAT/BCHCTL4.DAT: the dividend cash events the
      *      night merged as feed 4 (tagged 'S4' on its BCHTRAN.DAT)
      *      are staged again, so the rerun's UTLMRG00 merges them
      *      instead of the next night's events the bad night's
      *      DIVENT00 staged -- the rerun's DIVENT00 stages those
      *      again itself.
      *
      *  Each store's action -- or the reason it was skipped -- is
      *  written to BCHRUN.LOG under the backed-out date and token as
      *  it completes, so the run summary shows the back-out beside
      *  the night it undid.  Nothing is touched unless the date and
      *  token name a run the log actually holds and the prior
      *  inventory generation is present.  Every action is safe to
      *  repeat: a second run finds nothing left to reverse.
      *
      *  The stores that already back out a same-date rerun on their
      *  own (CASHBAL, TRDPERD, FEEACR, BNKOPN, HELDTRN and the rest)
      *  are left to do so.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO 'PVLDCKPT.DAT'
               FILE STATUS IS WS-CKP-FILE-STATUS.
           SELECT PERIOD-TOTALS-FILE ASSIGN TO 'PNLPERD.DAT'
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT PRIOR-INVENTORY-FILE ASSIGN TO 'POSINVPR.DAT'
               FILE STATUS IS WS-PIV-FILE-STATUS.
           SELECT POSITION-INVENTORY-FILE ASSIGN TO 'POSINV.DAT'.
           SELECT PNL-HISTORY-FILE ASSIGN TO 'PNLHIST.DAT'
               FILE STATUS IS WS-PNH-FILE-STATUS.
           SELECT PRIOR-DAY-FILE ASSIGN TO 'PNLPRIOR.DAT'.
           SELECT GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.DAT'
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT SENT-HISTORY-FILE ASSIGN TO 'GLSENT.DAT'
               FILE STATUS IS WS-SNT-FILE-STATUS.
           SELECT SUSPENSE-TRACK-FILE ASSIGN TO 'GLSUSP.DAT'
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT GL-REVERSAL-FILE ASSIGN TO 'GLREV.DAT'.
           SELECT POSTING-LOG-FILE ASSIGN TO 'GLPLOG.DAT'
               FILE STATUS IS WS-GPL-FILE-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO 'PNLLIN.DAT'
               FILE STATUS IS WS-LIN-FILE-STATUS.
           SELECT CA-AUDIT-FILE ASSIGN TO 'CAAUDIT.DAT'
               FILE STATUS IS WS-CAA-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'BCHTRAN.DAT'
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT DUPLICATE-FILE ASSIGN TO 'TRNDUP.DAT'
               FILE STATUS IS WS-DUP-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'TRNHIST.KSD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT REG-SENT-LOG-FILE ASSIGN TO 'REGSENT.DAT'
               FILE STATUS IS WS-RGS-FILE-STATUS.
           SELECT REG-EXTRACT-FILE ASSIGN TO 'REGTRX.DAT'.
           SELECT DIVIDEND-FEED-FILE ASSIGN TO 'BCHTRN4.DAT'.
           SELECT DIVIDEND-CONTROL-FILE ASSIGN TO 'BCHCTL4.DAT'.
      *--  Scratch copy each flat store is taken to before it is
      *--  rewritten from it -- the live file is never read and
      *--  written in the same pass.
           SELECT WORK-FILE ASSIGN TO 'UTLBKO.WRK'
               FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'BCHRUN.LOG'
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--  PVLOAD00's commit checkpoint; the last record is the
      *--  latest load's version.
       FD  CHECKPOINT-FILE.
       01  CKP-REC.
           05  CKP-AS-OF-TIMESTAMP   PIC X(26).
           05  CKP-READ-COUNT        PIC 9(09).
           05  CKP-BUSINESS-DATE     PIC X(08).
           05  CKP-RUN-TOKEN         PIC X(16).

      *--  Shared with PNLACC00 and RPTMTH00 via PNLPERD.cpy.
       FD  PERIOD-TOTALS-FILE.
           COPY PNLPERD.

      *--  The prior night's archived inventory generation, and the
      *--  live inventory it replaces -- both POSINVRC.cpy.
       FD  PRIOR-INVENTORY-FILE.
           COPY POSINVRC REPLACING LEADING ==INV-== BY ==PIV-==.

       FD  POSITION-INVENTORY-FILE.
           COPY POSINVRC.

      *--  Shared with PNLPRI00 and RPTPLS00 via PNLHIST.cpy.
       FD  PNL-HISTORY-FILE.
           COPY PNLHIST.

      *--  Same layout PNLPRI00 writes and RPTPOS00 reads.
       FD  PRIOR-DAY-FILE.
       01  PRIOR-REC.
           05  PRIOR-PORTFOLIO-ID    PIC X(08).
           05  PRIOR-TOTAL-PNL       PIC S9(13)V99 COMP-3.
           05  PRIOR-CURRENCY-CODE   PIC X(03).
           05  PRIOR-NATIVE-PNL      PIC S9(13)V99 COMP-3.

      *--  Portfolio-to-account reference, the same file GLEXTR00
      *--  posts by.
       FD  GL-ACCOUNT-FILE.
       01  GLA-REC.
           05  GLA-PORTFOLIO-ID      PIC X(08).
           05  GLA-REALIZED-ACCT     PIC X(10).
           05  GLA-UNREALIZED-ACCT   PIC X(10).
           05  GLA-OFFSET-ACCT       PIC X(10).

      *--  Same record GLEXTR00 appends per journaled PNLOUT record.
       FD  SENT-HISTORY-FILE.
       01  SNT-REC.
           05  SNT-BUSINESS-DATE     PIC X(08).
           05  SNT-PORTFOLIO-ID      PIC X(08).
           05  SNT-TRADE-DATE        PIC X(08).
           05  SNT-ENTITY-CODE       PIC X(04).
           05  SNT-CURRENCY-CODE     PIC X(03).
           05  SNT-CASH-IND          PIC X(01).
           05  SNT-REALIZED-AMT      PIC S9(13)V99 COMP-3.
           05  SNT-UNREALIZED-AMT    PIC S9(13)V99 COMP-3.

      *--  Shared with GLEXTR00 and RPTSUS00: the portfolios parked
      *--  in suspense.
       FD  SUSPENSE-TRACK-FILE.
       01  SUS-REC.
           05  SUS-PORTFOLIO-ID      PIC X(08).
           05  SUS-FIRST-DATE        PIC X(08).
           05  SUS-CUM-AMOUNT        PIC S9(13)V99 COMP-3.

      *--  Same GL interface layout as GLJRNL.DAT and GLADJ.DAT,
      *--  including the per-entity and final control trailers.
       FD  GL-REVERSAL-FILE.
       01  JRN-REC.
           05  JRN-ACCOUNT           PIC X(10).
           05  JRN-DR-CR-IND         PIC X(01).
               88  JRN-DEBIT         VALUE 'D'.
               88  JRN-CREDIT        VALUE 'C'.
           05  JRN-AMOUNT            PIC S9(13)V99 COMP-3.
           05  JRN-PORTFOLIO-ID      PIC X(08).
           05  JRN-TRADE-DATE        PIC X(08).
           05  JRN-DESCRIPTION       PIC X(20).
           05  JRN-ENTITY-CODE       PIC X(04).
       01  JRN-TRAILER REDEFINES JRN-REC.
           05  JRT-ID                PIC X(08).
           05  JRT-ENTRY-COUNT       PIC 9(08).
           05  JRT-NET-AMOUNT        PIC S9(13)V99 COMP-3.
           05  JRT-ENTITY-CODE       PIC X(04).
           05  FILLER                PIC X(31).

      *--  Shared with GLEXTR00, GLCORR00 and GLPBLD00 via GLPLOG.cpy.
       FD  POSTING-LOG-FILE.
           COPY GLPLOG.

      *--  The calc's lineage file; only emptied here, so it is
      *--  carried as one undivided record of PNL-CALC-PROG's length.
       FD  LINEAGE-FILE.
       01  LIN-REC                   PIC X(107).

      *--  Shared with PNLCAJ00 and RPTCAR00 via CAAUDIT.cpy.
       FD  CA-AUDIT-FILE.
           COPY CAAUDIT.

      *--  The night's loaded feed, shared via TRNREC.cpy.
       FD  TRANSACTION-FILE.
           COPY TRNREC.

      *--  HISTLD00's duplicate/cancel-reject file for the night.
       FD  DUPLICATE-FILE.
       01  DUP-REC.
           05  DUP-PORTFOLIO-ID      PIC X(08).
           05  DUP-TRADE-DATE        PIC X(08).
           05  DUP-CHANNEL-CODE      PIC X(02).
           05  DUP-REASON            PIC X(30).

      *--  The keyed history store, laid out exactly as HISTLD00
      *--  lays it (TRNREC.cpy's fields with the instrument inside
      *--  the key).
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-PORTFOLIO-ID     PIC X(08).
               10  HIST-TRADE-DATE       PIC X(08).
               10  HIST-CHANNEL-CODE     PIC X(02).
               10  HIST-INSTRUMENT-ID    PIC X(12).
           05  HIST-CURRENCY-CODE    PIC X(03).
           05  HIST-TRADE-AMT        PIC S9(13)V99 COMP-3.
           05  HIST-COST-AMT         PIC S9(13)V99 COMP-3.
           05  HIST-COMMISSION-AMT   PIC S9(13)V99 COMP-3.
           05  HIST-FEE-AMT          PIC S9(13)V99 COMP-3.
           05  HIST-POSITION-STATUS  PIC X(01).
           05  HIST-RECORD-TYPE      PIC X(02).
           05  HIST-SETTLEMENT-DATE  PIC X(08).
           05  HIST-EXTERNAL-TRADE-ID PIC X(12).
           05  HIST-SOURCE-ID        PIC X(02).
           05  HIST-ENTITY-CODE      PIC X(04).
           05  HIST-QUANTITY         PIC S9(11)V9(04) COMP-3.
           05  HIST-AS-OF-DATE       PIC X(08).
           05  HIST-CANCEL-IND       PIC X(01).
           05  HIST-CANCEL-DATE      PIC X(08).
           05  HIST-EVENT-CODE       PIC X(04).
           05  HIST-COUNTERPARTY-CODE PIC X(08).
           05  HIST-TRADER-ID        PIC X(08).
           05  HIST-TRANSFER-PORTFOLIO PIC X(08).
           05  HIST-TRANSFER-LOT-DATE PIC X(08).
           05  HIST-CPTY-ENTITY-CODE PIC X(04).

      *--  Shared with REGEXT00 and REGREJ00 via REGSENT.cpy.
       FD  REG-SENT-LOG-FILE.
           COPY REGSENT.

      *--  The repository's fixed layout, header and trailer exactly
      *--  as REGEXT00 writes them.
       FD  REG-EXTRACT-FILE.
       01  RGX-REC.
           05  RGX-ACTION            PIC X(04).
           05  RGX-TRADE-ID          PIC X(12).
           05  RGX-REPORTING-LEI     PIC X(20).
           05  RGX-TRADE-DATE        PIC X(08).
           05  RGX-SETTLEMENT-DATE   PIC X(08).
           05  RGX-INSTRUMENT-ID     PIC X(12).
           05  RGX-CURRENCY-CODE     PIC X(03).
           05  RGX-TRADE-AMT         PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  RGX-COMMISSION-AMT    PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  RGX-FEE-AMT           PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  RGX-QUANTITY          PIC S9(11)V9(04) SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(09).
       01  RGX-HEADER REDEFINES RGX-REC.
           05  RGXH-ID               PIC X(08).
           05  RGXH-BUSINESS-DATE    PIC X(08).
           05  FILLER                PIC X(124).
       01  RGX-TRAILER REDEFINES RGX-REC.
           05  RGXT-ID               PIC X(08).
           05  RGXT-RECORD-COUNT     PIC 9(09).
           05  RGXT-NEW-COUNT        PIC 9(09).
           05  RGXT-CANCEL-COUNT     PIC 9(09).
           05  RGXT-AMT-HASH-TOTAL   PIC S9(13)V99 SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(89).

      *--  DIVENT00's staged dividend feed and its control record,
      *--  as UTLMRG00 proves and merges them.
       FD  DIVIDEND-FEED-FILE.
           COPY TRNREC REPLACING LEADING ==TRN-== BY ==DV4-==.

       FD  DIVIDEND-CONTROL-FILE.
       01  FCTL-REC.
           05  FCTL-EXPECTED-COUNT   PIC 9(09).
           05  FCTL-EXPECTED-TOTAL   PIC S9(13)V99.

      *--  Declared varying, like UTLRST00's archive copy, so one
      *--  scratch file carries whichever store is being rewritten.
       FD  WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-WRK-REC-LEN.
       01  WRK-REC                   PIC X(200).

      *--  Shared run log appended to by every chain program; see
      *--  RUNLOG.cpy.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNL-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNL-FILE-OK       VALUE '00'.
           88  WS-RUNL-FILE-MISSING  VALUE '35'.
       01  WS-CKP-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CKP-FILE-OK        VALUE '00'.
           88  WS-CKP-FILE-MISSING   VALUE '35'.
       01  WS-PRD-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PRD-FILE-OK        VALUE '00'.
           88  WS-PRD-FILE-MISSING   VALUE '35'.
       01  WS-PIV-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PIV-FILE-OK        VALUE '00'.
           88  WS-PIV-FILE-MISSING   VALUE '35'.
       01  WS-PNH-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-PNH-FILE-OK        VALUE '00'.
           88  WS-PNH-FILE-MISSING   VALUE '35'.
       01  WS-GLA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GLA-FILE-OK        VALUE '00'.
           88  WS-GLA-FILE-MISSING   VALUE '35'.
       01  WS-SNT-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SNT-FILE-OK        VALUE '00'.
           88  WS-SNT-FILE-MISSING   VALUE '35'.
       01  WS-SUS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-SUS-FILE-OK        VALUE '00'.
           88  WS-SUS-FILE-MISSING   VALUE '35'.
       01  WS-LIN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-LIN-FILE-OK        VALUE '00'.
           88  WS-LIN-FILE-MISSING   VALUE '35'.
       01  WS-CAA-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-CAA-FILE-OK        VALUE '00'.
           88  WS-CAA-FILE-MISSING   VALUE '35'.
       01  WS-TRN-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-TRN-FILE-OK        VALUE '00'.
           88  WS-TRN-FILE-MISSING   VALUE '35'.
       01  WS-DUP-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-DUP-FILE-OK        VALUE '00'.
           88  WS-DUP-FILE-MISSING   VALUE '35'.
       01  WS-HIST-FILE-STATUS       PIC X(02) VALUE '00'.
           88  WS-HIST-FILE-OK       VALUE '00'.
           88  WS-HIST-FILE-MISSING  VALUE '35'.
       01  WS-WRK-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-WRK-FILE-OK        VALUE '00'.
       01  WS-GPL-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-GPL-FILE-OK        VALUE '00'.
           88  WS-GPL-FILE-MISSING   VALUE '35'.
       01  WS-RGS-FILE-STATUS        PIC X(02) VALUE '00'.
           88  WS-RGS-FILE-OK        VALUE '00'.
           88  WS-RGS-FILE-MISSING   VALUE '35'.

       01  WS-WRK-REC-LEN            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(08).
      *--  The night being backed out, as named on the job.
       01  WS-BACKOUT-DATE           PIC X(08) VALUE SPACES.
       01  WS-BACKOUT-TOKEN          PIC X(16) VALUE SPACES.

      *--  This run's start, stamped on every posting-log line.
       01  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-STAMP-DATE         PIC 9(08).
           05  WS-STAMP-TIME         PIC 9(06).
       01  WS-LOGGED-LINE-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-GPL-OUTCOME            PIC X(01) VALUE SPACES.

      *--  Request checks -- all must pass before any store is
      *--  touched.
       01  WS-REQUEST-IND            PIC X(01) VALUE 'N'.
           88  WS-REQUEST-OK         VALUE 'Y'.
       01  WS-REQUEST-ERROR          PIC X(04) VALUE SPACES.
       01  WS-RUN-LOGGED-IND         PIC X(01) VALUE 'N'.
           88  WS-RUN-LOGGED         VALUE 'Y'.

      *--  Per-action outcome tallies, for the final return code.
       01  WS-ACTION-RC              PIC 9(02) VALUE ZERO.
       01  WS-ACTION-DONE-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-ACTION-SKIP-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-ACTION-FAIL-COUNT      PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-LOG-COUNT-1            PIC Z(6)9.
       01  WS-LOG-COUNT-2            PIC Z(6)9.

      *--  PORTVAL_TBL version identification and delete.
       01  SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CKPT-FOUND-IND         PIC X(01) VALUE 'N'.
           88  WS-CKPT-FOUND         VALUE 'Y'.
       01  WS-CKPT-TIMESTAMP         PIC X(26) VALUE SPACES.
       01  WS-CKPT-DATE              PIC X(08) VALUE SPACES.
       01  WS-CKPT-TOKEN             PIC X(16) VALUE SPACES.
       01  WS-PV-ROW-COUNT           PIC S9(09) COMP-3 VALUE ZERO.

      *--  Store counters.
       01  WS-COPY-COUNT             PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-CHANGE-COUNT           PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-KEEP-COUNT             PIC 9(08) COMP-3 VALUE ZERO.

      *--  PNLPRIOR.DAT rebuild: the latest history date left before
      *--  the backed-out one, and each portfolio's last record for it
      *--  -- the same per-portfolio summary PNLPRI00 would have
      *--  written that night.
       01  WS-PRIOR-HIST-DATE        PIC X(08) VALUE SPACES.
       01  WS-PRI-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-PRI-TABLE.
           05  WS-PRI-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRI-COUNT
                   INDEXED BY WS-PRI-IDX.
               10  WS-PRI-TBL-PORTFOLIO  PIC X(08).
               10  WS-PRI-TBL-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-PRI-TBL-CURRENCY   PIC X(03).
               10  WS-PRI-TBL-NATIVE     PIC S9(13)V99 COMP-3.
       01  WS-PRI-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-PRI-FOUND          VALUE 'Y'.
       01  WS-PRI-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  GL reversal: what the ledger holds for the date (last sent
      *--  record per key wins, as in GLCORR00), the account map, and
      *--  the balanced-pair state, all the same shape GLCORR00
      *--  carries.
       01  WS-SNT-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-SNT-TABLE.
           05  WS-SNT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SNT-COUNT
                   INDEXED BY WS-SNT-IDX.
               10  WS-SNT-TBL-PORTFOLIO  PIC X(08).
               10  WS-SNT-TBL-TRADE-DATE PIC X(08).
               10  WS-SNT-TBL-ENTITY     PIC X(04).
               10  WS-SNT-TBL-CURRENCY   PIC X(03).
               10  WS-SNT-TBL-CASH-IND   PIC X(01).
               10  WS-SNT-TBL-REALIZED   PIC S9(13)V99 COMP-3.
               10  WS-SNT-TBL-UNREALIZED PIC S9(13)V99 COMP-3.
       01  WS-SNT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-SNT-FOUND          VALUE 'Y'.
       01  WS-SNT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SNT-REVERSED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-GLA-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GLA-COUNT
                   INDEXED BY WS-GLA-IDX.
               10  WS-GLA-TBL-PORTFOLIO  PIC X(08).
               10  WS-GLA-TBL-REALIZED   PIC X(10).
               10  WS-GLA-TBL-UNREALIZED PIC X(10).
               10  WS-GLA-TBL-OFFSET     PIC X(10).
       01  WS-GLA-MAPPED-IND         PIC X(01) VALUE 'N'.
           88  WS-GLA-MAPPED         VALUE 'Y'.
       01  WS-SUSP-REALIZED-ACCT     PIC X(10) VALUE 'GLSUSPRLZD'.
       01  WS-SUSP-UNREAL-ACCT       PIC X(10) VALUE 'GLSUSPUNRL'.
       01  WS-SUSP-OFFSET-ACCT       PIC X(10) VALUE 'GLSUSPOFFS'.
       01  WS-USE-REALIZED-ACCT      PIC X(10) VALUE SPACES.
       01  WS-USE-UNREAL-ACCT        PIC X(10) VALUE SPACES.
       01  WS-USE-OFFSET-ACCT        PIC X(10) VALUE SPACES.
       01  WS-POST-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PNL-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-PNL-DESC               PIC X(20) VALUE SPACES.
       01  WS-ENTRY-COUNT            PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-NET-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ENT-COUNT              PIC 9(02) COMP-3 VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-ENT-COUNT
                   INDEXED BY WS-ENT-IDX.
               10  WS-ENT-TBL-CODE       PIC X(04).
               10  WS-ENT-TBL-ENTRIES    PIC 9(08) COMP-3.
               10  WS-ENT-TBL-NET        PIC S9(13)V99 COMP-3.
       01  WS-ENT-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-ENT-FOUND          VALUE 'Y'.
       01  WS-ENT-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.

      *--  Suspense tracking, rewritten the way GLEXTR00 rewrites it.
       01  WS-SUS-COUNT              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SUS-COUNT
                   INDEXED BY WS-SUS-IDX.
               10  WS-SUS-TBL-PORTFOLIO  PIC X(08).
               10  WS-SUS-TBL-FIRST-DATE PIC X(08).
               10  WS-SUS-TBL-CUM-AMT    PIC S9(13)V99 COMP-3.
       01  WS-SUS-DROPPED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SUS-RELEASED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SUS-RELEASE-IND        PIC X(01) VALUE 'N'.
           88  WS-SUS-RELEASED       VALUE 'Y'.

      *--  Transaction-history back-out: the keys HISTLD00 rejected
      *--  that night (duplicates already on file before it, and
      *--  refused cancels) -- those rows were not the night's to
      *--  delete.
       01  WS-DUP-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DUP-COUNT
                   INDEXED BY WS-DUP-IDX.
               10  WS-DUP-TBL-PORTFOLIO  PIC X(08).
               10  WS-DUP-TBL-TRADE-DATE PIC X(08).
               10  WS-DUP-TBL-CHANNEL    PIC X(02).
       01  WS-DUP-FOUND-IND          PIC X(01) VALUE 'N'.
           88  WS-DUP-FOUND          VALUE 'Y'.
       01  WS-DUP-OVERFLOW-IND       PIC X(01) VALUE 'N'.
           88  WS-DUP-OVERFLOW       VALUE 'Y'.
       01  WS-HIST-DELETE-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HIST-REOPEN-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HIST-ERROR-COUNT       PIC 9(07) COMP-3 VALUE ZERO.

      *--  Regulatory withdrawals: REGEXT00's extract controls.
       01  WS-RGX-RECORD-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-RGX-NEW-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-RGX-CANCEL-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-RGX-AMT-HASH-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

      *--  Dividend feed restage: the feed 4 control totals.
       01  WS-DV4-EVENT-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DV4-EVENT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-BACKOUT.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-VERIFY-REQUEST
           IF WS-REQUEST-OK
               PERFORM 2000-BACKOUT-PORTVAL
               PERFORM 2100-BACKOUT-PERIOD-TOTALS
               PERFORM 2200-RESTORE-POSITION-INVENTORY
               PERFORM 2300-BACKOUT-PNL-HISTORY
               PERFORM 2400-REVERSE-GL-JOURNALS
               PERFORM 2500-CLEAR-LINEAGE
               PERFORM 2600-BACKOUT-CA-AUDIT
               PERFORM 2700-BACKOUT-TRANSACTION-HISTORY
               PERFORM 2800-BACKOUT-REG-REPORTS
               PERFORM 2900-RESTAGE-DIVIDEND-FEED
           END-IF
           PERFORM 9999-TERMINATE
           PERFORM 9990-SET-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-STAMP-DATE
           MOVE WS-ACCEPT-TIME (1:6) TO WS-STAMP-TIME
           ACCEPT WS-BACKOUT-DATE FROM ENVIRONMENT 'UTLBKO-DATE'
           ACCEPT WS-BACKOUT-TOKEN
               FROM ENVIRONMENT 'UTLBKO-RUN-TOKEN'
           IF WS-BACKOUT-DATE = LOW-VALUES
               MOVE SPACES TO WS-BACKOUT-DATE
           END-IF
           IF WS-BACKOUT-TOKEN = LOW-VALUES
               MOVE SPACES TO WS-BACKOUT-TOKEN
           END-IF
           DISPLAY 'UTLBKO00 BACKING OUT ' WS-BACKOUT-DATE
               ' RUN ' WS-BACKOUT-TOKEN
           .

      *----------------------------------------------------------------
      *  1100-VERIFY-REQUEST refuses the whole run -- nothing touched
      *  -- unless a date and token were both named, the run log
      *  holds a chain step that ran under exactly that pair (so a
      *  typo cannot unwind the wrong night -- this program's own
      *  log records do not count), and the prior inventory
      *  generation is there to restore from.
      *----------------------------------------------------------------
       1100-VERIFY-REQUEST.
           EVALUATE TRUE
               WHEN WS-BACKOUT-DATE = SPACES
                       OR WS-BACKOUT-DATE IS NOT NUMERIC
                       OR WS-BACKOUT-TOKEN = SPACES
                   MOVE 'A001' TO WS-REQUEST-ERROR
               WHEN OTHER
                   PERFORM 1150-FIND-LOGGED-RUN
                   IF NOT WS-RUN-LOGGED
                       MOVE 'A002' TO WS-REQUEST-ERROR
                   ELSE
                       OPEN INPUT PRIOR-INVENTORY-FILE
                       IF WS-PIV-FILE-OK
                           CLOSE PRIOR-INVENTORY-FILE
                           MOVE 'Y' TO WS-REQUEST-IND
                       ELSE
                           MOVE 'E001' TO WS-REQUEST-ERROR
                       END-IF
                   END-IF
           END-EVALUATE
           .

       1150-FIND-LOGGED-RUN.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNL-FILE-OK
               PERFORM UNTIL WS-EOF OR WS-RUN-LOGGED
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RUNL-BUSINESS-DATE = WS-BACKOUT-DATE
                                   AND RUNL-RUN-TOKEN
                                       = WS-BACKOUT-TOKEN
                                   AND RUNL-STEP-NAME NOT = 'UTLBKO00'
                               MOVE 'Y' TO WS-RUN-LOGGED-IND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2000-BACKOUT-PORTVAL deletes the PORTVAL_TBL version the
      *  night's PVLOAD00 inserted.  One load is one AS-OF-TIMESTAMP,
      *  and PVLOAD00's checkpoint records it with the business date
      *  and token; when the last checkpoint belongs to some other
      *  run the version cannot be told apart safely and the table
      *  is left alone, said out loud.  Deleting the version leaves
      *  the prior one as the highest timestamp -- current again.
      *----------------------------------------------------------------
       2000-BACKOUT-PORTVAL.
           PERFORM 2050-FIND-PORTVAL-VERSION
           IF NOT WS-CKPT-FOUND
                   OR WS-CKPT-DATE NOT = WS-BACKOUT-DATE
                   OR WS-CKPT-TOKEN NOT = WS-BACKOUT-TOKEN
               MOVE 'W010' TO RC-ERROR-CODE
               MOVE 'PORTVAL_TBL SKIPPED - NO PVLOAD00 VERSION FOR RUN'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PV-ROW-COUNT
                   FROM PORTVAL_TBL
                   WHERE AS_OF_TIMESTAMP = :WS-CKPT-TIMESTAMP
               END-EXEC
               IF SQLCODE = ZERO
                   EXEC SQL
                       DELETE FROM PORTVAL_TBL
                       WHERE AS_OF_TIMESTAMP = :WS-CKPT-TIMESTAMP
                   END-EXEC
               END-IF
               IF SQLCODE = ZERO OR SQLCODE = +100
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE WS-PV-ROW-COUNT TO WS-LOG-COUNT-1
                   MOVE 'B010' TO RC-ERROR-CODE
                   MOVE SPACES TO RC-ERROR-TEXT
                   STRING 'PORTVAL_TBL VERSION DELETED - ROWS '
                          WS-LOG-COUNT-1
                       DELIMITED BY SIZE INTO RC-ERROR-TEXT
                   PERFORM 8000-LOG-ACTION
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 'F010' TO RC-ERROR-CODE
                   MOVE 'PORTVAL_TBL DELETE FAILED - ROLLED BACK'
                       TO RC-ERROR-TEXT
                   PERFORM 8020-LOG-FAILED-ACTION
               END-IF
           END-IF
           .

       2050-FIND-PORTVAL-VERSION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKP-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE 'Y' TO WS-CKPT-FOUND-IND
                           MOVE CKP-AS-OF-TIMESTAMP
                               TO WS-CKPT-TIMESTAMP
                           MOVE CKP-BUSINESS-DATE TO WS-CKPT-DATE
                           MOVE CKP-RUN-TOKEN TO WS-CKPT-TOKEN
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

      *----------------------------------------------------------------
      *  2100-BACKOUT-PERIOD-TOTALS takes the day's contribution back
      *  out of every portfolio PNLACC00 last posted on the backed-
      *  out date -- the same subtraction PNLACC00 makes itself on a
      *  same-date rerun -- and zeroes the day.  The last-posted date
      *  stays on the backed-out date: the rerun's own back-out then
      *  subtracts nothing, and its month/year rollover test sees
      *  exactly what the bad night saw.
      *----------------------------------------------------------------
       2100-BACKOUT-PERIOD-TOTALS.
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE LENGTH OF PRD-REC TO WS-WRK-REC-LEN
           OPEN INPUT PERIOD-TOTALS-FILE
           IF NOT WS-PRD-FILE-OK
               MOVE 'W020' TO RC-ERROR-CODE
               MOVE 'PNLPERD.DAT SKIPPED - NOT ON FILE'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ PERIOD-TOTALS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PRD-REC TO WRK-REC
                           WRITE WRK-REC
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE PERIOD-TOTALS-FILE
               CLOSE WORK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PERIOD-TOTALS-FILE
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WRK-REC TO PRD-REC
                           IF PRD-LAST-POSTED-DATE = WS-BACKOUT-DATE
                               PERFORM 2150-REVERSE-PERIOD-DAY
                           END-IF
                           WRITE PRD-REC
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE PERIOD-TOTALS-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-CHANGE-COUNT TO WS-LOG-COUNT-1
               MOVE 'B020' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'PNLPERD.DAT DAY BACKED OUT - PORTFOLIOS '
                      WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

       2150-REVERSE-PERIOD-DAY.
           IF PRD-DAY-REALIZED NOT = ZERO
                   OR PRD-DAY-UNREALIZED NOT = ZERO
                   OR PRD-DAY-RPT2-PNL NOT = ZERO
                   OR PRD-DAY-CARRY NOT = ZERO
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           SUBTRACT PRD-DAY-REALIZED FROM PRD-MTD-REALIZED
           SUBTRACT PRD-DAY-UNREALIZED FROM PRD-MTD-UNREALIZED
           SUBTRACT PRD-DAY-REALIZED FROM PRD-YTD-REALIZED
           SUBTRACT PRD-DAY-UNREALIZED FROM PRD-YTD-UNREALIZED
           SUBTRACT PRD-DAY-RPT2-PNL FROM PRD-MTD-RPT2-PNL
           SUBTRACT PRD-DAY-RPT2-PNL FROM PRD-YTD-RPT2-PNL
           SUBTRACT PRD-DAY-CARRY FROM PRD-MTD-CARRY
           SUBTRACT PRD-DAY-CARRY FROM PRD-YTD-CARRY
           MOVE ZERO TO PRD-DAY-REALIZED
           MOVE ZERO TO PRD-DAY-UNREALIZED
           MOVE ZERO TO PRD-DAY-RPT2-PNL
           MOVE ZERO TO PRD-DAY-CARRY
           .

      *----------------------------------------------------------------
      *  2200-RESTORE-POSITION-INVENTORY puts back the open-lot
      *  inventory the night started from: the prior night's closing
      *  generation (POSINVPR.DAT) replaces POSINV.DAT outright, since
      *  both PNLCAJ00 and the calc rewrote it in place.
      *----------------------------------------------------------------
       2200-RESTORE-POSITION-INVENTORY.
           MOVE ZERO TO WS-COPY-COUNT
           OPEN INPUT PRIOR-INVENTORY-FILE
           OPEN OUTPUT POSITION-INVENTORY-FILE
           PERFORM UNTIL WS-EOF
               READ PRIOR-INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PIV-REC TO INV-REC
                       WRITE INV-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE PRIOR-INVENTORY-FILE
           CLOSE POSITION-INVENTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-COPY-COUNT TO WS-LOG-COUNT-1
           MOVE 'B030' TO RC-ERROR-CODE
           MOVE SPACES TO RC-ERROR-TEXT
           STRING 'POSINV.DAT RESTORED FROM PRIOR GENERATION - LOTS '
                  WS-LOG-COUNT-1
               DELIMITED BY SIZE INTO RC-ERROR-TEXT
           PERFORM 8000-LOG-ACTION
           .

      *----------------------------------------------------------------
      *  2300-BACKOUT-PNL-HISTORY removes the night's rows from the
      *  permanent history (its date AND its token -- another run's
      *  rows for the same date are not this back-out's to remove)
      *  and rebuilds PNLPRIOR.DAT from the latest business date the
      *  history still holds before it, last record per portfolio
      *  standing as the readers take it.
      *----------------------------------------------------------------
       2300-BACKOUT-PNL-HISTORY.
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE LENGTH OF PNH-REC TO WS-WRK-REC-LEN
           OPEN INPUT PNL-HISTORY-FILE
           IF NOT WS-PNH-FILE-OK
               MOVE 'W040' TO RC-ERROR-CODE
               MOVE 'PNLHIST.DAT/PNLPRIOR.DAT SKIPPED - NO HISTORY'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ PNL-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PNH-REC TO WRK-REC
                           WRITE WRK-REC
                           ADD 1 TO WS-COPY-COUNT
                           IF PNH-BUSINESS-DATE < WS-BACKOUT-DATE
                                   AND PNH-BUSINESS-DATE
                                       > WS-PRIOR-HIST-DATE
                               MOVE PNH-BUSINESS-DATE
                                   TO WS-PRIOR-HIST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PNL-HISTORY-FILE
               CLOSE WORK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PNL-HISTORY-FILE
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WRK-REC TO PNH-REC
                           IF PNH-BUSINESS-DATE = WS-BACKOUT-DATE
                                   AND PNH-RUN-TOKEN
                                       = WS-BACKOUT-TOKEN
                               ADD 1 TO WS-CHANGE-COUNT
                           ELSE
                               WRITE PNH-REC
                               IF PNH-BUSINESS-DATE
                                       = WS-PRIOR-HIST-DATE
                                   PERFORM 2350-KEEP-PRIOR-SUMMARY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE PNL-HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-CHANGE-COUNT TO WS-LOG-COUNT-1
               MOVE 'B040' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'PNLHIST.DAT NIGHT REMOVED - ROWS '
                      WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
               PERFORM 2380-WRITE-PRIOR-FILE
           END-IF
           .

       2350-KEEP-PRIOR-SUMMARY.
           MOVE 'N' TO WS-PRI-FOUND-IND
           IF WS-PRI-COUNT > ZERO
               SET WS-PRI-IDX TO 1
               SEARCH WS-PRI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRI-TBL-PORTFOLIO (WS-PRI-IDX)
                           = PNH-PORTFOLIO-ID
                       MOVE 'Y' TO WS-PRI-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-PRI-FOUND
               IF WS-PRI-COUNT NOT < 2000
                   ADD 1 TO WS-PRI-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-PRI-COUNT
                   SET WS-PRI-IDX TO WS-PRI-COUNT
                   MOVE 'Y' TO WS-PRI-FOUND-IND
               END-IF
           END-IF
           IF WS-PRI-FOUND
               MOVE PNH-PORTFOLIO-ID
                   TO WS-PRI-TBL-PORTFOLIO (WS-PRI-IDX)
               MOVE PNH-DAY-PNL TO WS-PRI-TBL-TOTAL (WS-PRI-IDX)
               MOVE PNH-CURRENCY-CODE
                   TO WS-PRI-TBL-CURRENCY (WS-PRI-IDX)
               MOVE PNH-NATIVE-PNL TO WS-PRI-TBL-NATIVE (WS-PRI-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      *  2380-WRITE-PRIOR-FILE rewrites PNLPRIOR.DAT from the kept
      *  summary.  A table overflow fails the action rather than
      *  write a prior file short -- a wrong prior file is worse than
      *  a stale one, as PNLPRI00 has it.
      *----------------------------------------------------------------
       2380-WRITE-PRIOR-FILE.
           IF WS-PRI-DROPPED-COUNT > ZERO
               MOVE 'F041' TO RC-ERROR-CODE
               MOVE 'PNLPRIOR.DAT NOT REBUILT - PORTFOLIO TABLE FULL'
                   TO RC-ERROR-TEXT
               PERFORM 8020-LOG-FAILED-ACTION
           ELSE
               OPEN OUTPUT PRIOR-DAY-FILE
               PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                       UNTIL WS-PRI-IDX > WS-PRI-COUNT
                   MOVE WS-PRI-TBL-PORTFOLIO (WS-PRI-IDX)
                       TO PRIOR-PORTFOLIO-ID
                   MOVE WS-PRI-TBL-TOTAL (WS-PRI-IDX)
                       TO PRIOR-TOTAL-PNL
                   MOVE WS-PRI-TBL-CURRENCY (WS-PRI-IDX)
                       TO PRIOR-CURRENCY-CODE
                   MOVE WS-PRI-TBL-NATIVE (WS-PRI-IDX)
                       TO PRIOR-NATIVE-PNL
                   WRITE PRIOR-REC
               END-PERFORM
               CLOSE PRIOR-DAY-FILE
               MOVE WS-PRI-COUNT TO WS-LOG-COUNT-1
               MOVE 'B041' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'PNLPRIOR.DAT REBUILT AS OF ' WS-PRIOR-HIST-DATE
                      ' - PORTFOLIOS ' WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

      *----------------------------------------------------------------
      *  2400-REVERSE-GL-JOURNALS reverses everything the ledger was
      *  sent for the date.  The sent-history's last record per key
      *  is what the ledger holds; each non-zero amount reverses as a
      *  balanced pair with both sides flipped, onto GLREV.DAT with
      *  GLCORR00's per-entity and final controls.  A zero record is
      *  then appended to the sent-history for every key reversed, so
      *  the ledger's position reads as nothing for the date: a
      *  second back-out reverses nothing, GLCORR00 sees nothing left
      *  to correct, and the rerun's own extract books fresh.  A
      *  sent-history too large for the table fails the action with
      *  nothing written.
      *----------------------------------------------------------------
       2400-REVERSE-GL-JOURNALS.
           PERFORM 2410-LOAD-ACCOUNT-MAP
           PERFORM 2420-LOAD-SENT-HISTORY
           EVALUATE TRUE
               WHEN WS-SNT-DROPPED-COUNT > ZERO
                   MOVE 'F050' TO RC-ERROR-CODE
                   MOVE 'GL NOT REVERSED - SENT-HISTORY TABLE FULL'
                       TO RC-ERROR-TEXT
                   PERFORM 8020-LOG-FAILED-ACTION
               WHEN WS-SNT-COUNT = ZERO
                   MOVE 'W050' TO RC-ERROR-CODE
                   MOVE 'GL SKIPPED - NO JOURNALS SENT FOR THE DATE'
                       TO RC-ERROR-TEXT
                   PERFORM 8010-LOG-SKIPPED-ACTION
               WHEN OTHER
                   OPEN OUTPUT GL-REVERSAL-FILE
                   OPEN EXTEND POSTING-LOG-FILE
                   IF WS-GPL-FILE-MISSING
                       OPEN OUTPUT POSTING-LOG-FILE
                   END-IF
                   PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
                           UNTIL WS-SNT-IDX > WS-SNT-COUNT
                       PERFORM 2430-REVERSE-SENT-ENTRY
                   END-PERFORM
                   PERFORM 2460-WRITE-REVERSAL-TRAILERS
                   CLOSE GL-REVERSAL-FILE
                   PERFORM 2470-MARK-SENT-REVERSED
                   IF WS-ENT-DROPPED-COUNT > ZERO
                           OR WS-NET-AMOUNT NOT = ZERO
                       MOVE 'F050' TO RC-ERROR-CODE
                       MOVE 'GLREV.DAT OUT OF BALANCE - DO NOT SEND'
                           TO RC-ERROR-TEXT
                       PERFORM 8020-LOG-FAILED-ACTION
                       MOVE 'R' TO WS-GPL-OUTCOME
                   ELSE
                       MOVE WS-SNT-REVERSED-COUNT TO WS-LOG-COUNT-1
                       MOVE WS-ENTRY-COUNT TO WS-LOG-COUNT-2
                       MOVE 'B050' TO RC-ERROR-CODE
                       MOVE SPACES TO RC-ERROR-TEXT
                       STRING 'GL REVERSED - SENT RECORDS '
                              WS-LOG-COUNT-1
                              ' GLREV ENTRIES ' WS-LOG-COUNT-2
                           DELIMITED BY SIZE INTO RC-ERROR-TEXT
                       PERFORM 8000-LOG-ACTION
                       MOVE 'S' TO WS-GPL-OUTCOME
                   END-IF
                   PERFORM 2475-END-POSTING-LOG
                   PERFORM 2480-BACKOUT-SUSPENSE
           END-EVALUATE
           .

       2410-LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-GLA-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLA-FILE-OK
               PERFORM UNTIL WS-EOF
                       OR WS-GLA-COUNT NOT < 200
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-GLA-COUNT
                           MOVE GLA-PORTFOLIO-ID TO
                               WS-GLA-TBL-PORTFOLIO (WS-GLA-COUNT)
                           MOVE GLA-REALIZED-ACCT TO
                               WS-GLA-TBL-REALIZED (WS-GLA-COUNT)
                           MOVE GLA-UNREALIZED-ACCT TO
                               WS-GLA-TBL-UNREALIZED (WS-GLA-COUNT)
                           MOVE GLA-OFFSET-ACCT TO
                               WS-GLA-TBL-OFFSET (WS-GLA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2420-LOAD-SENT-HISTORY.
           MOVE ZERO TO WS-SNT-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SENT-HISTORY-FILE
           IF WS-SNT-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SENT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SNT-BUSINESS-DATE = WS-BACKOUT-DATE
                               PERFORM 2425-KEEP-SENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2425-KEEP-SENT-ENTRY.
           MOVE 'N' TO WS-SNT-FOUND-IND
           IF WS-SNT-COUNT > ZERO
               SET WS-SNT-IDX TO 1
               SEARCH WS-SNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                           = SNT-PORTFOLIO-ID
                       AND WS-SNT-TBL-TRADE-DATE (WS-SNT-IDX)
                           = SNT-TRADE-DATE
                       AND WS-SNT-TBL-ENTITY (WS-SNT-IDX)
                           = SNT-ENTITY-CODE
                       AND WS-SNT-TBL-CURRENCY (WS-SNT-IDX)
                           = SNT-CURRENCY-CODE
                       AND WS-SNT-TBL-CASH-IND (WS-SNT-IDX)
                           = SNT-CASH-IND
                       MOVE SNT-REALIZED-AMT TO
                           WS-SNT-TBL-REALIZED (WS-SNT-IDX)
                       MOVE SNT-UNREALIZED-AMT TO
                           WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                       MOVE 'Y' TO WS-SNT-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-SNT-FOUND
               IF WS-SNT-COUNT NOT < 5000
                   ADD 1 TO WS-SNT-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-SNT-COUNT
                   MOVE SNT-PORTFOLIO-ID
                       TO WS-SNT-TBL-PORTFOLIO (WS-SNT-COUNT)
                   MOVE SNT-TRADE-DATE
                       TO WS-SNT-TBL-TRADE-DATE (WS-SNT-COUNT)
                   MOVE SNT-ENTITY-CODE
                       TO WS-SNT-TBL-ENTITY (WS-SNT-COUNT)
                   MOVE SNT-CURRENCY-CODE
                       TO WS-SNT-TBL-CURRENCY (WS-SNT-COUNT)
                   MOVE SNT-CASH-IND
                       TO WS-SNT-TBL-CASH-IND (WS-SNT-COUNT)
                   MOVE SNT-REALIZED-AMT
                       TO WS-SNT-TBL-REALIZED (WS-SNT-COUNT)
                   MOVE SNT-UNREALIZED-AMT
                       TO WS-SNT-TBL-UNREALIZED (WS-SNT-COUNT)
               END-IF
           END-IF
           .

       2430-REVERSE-SENT-ENTRY.
           IF WS-SNT-TBL-REALIZED (WS-SNT-IDX) NOT = ZERO
                   OR WS-SNT-TBL-UNREALIZED (WS-SNT-IDX) NOT = ZERO
               ADD 1 TO WS-SNT-REVERSED-COUNT
               PERFORM 2435-RESOLVE-ACCOUNTS
               IF WS-SNT-TBL-REALIZED (WS-SNT-IDX) NOT = ZERO
                   MOVE WS-SNT-TBL-REALIZED (WS-SNT-IDX)
                       TO WS-POST-AMOUNT
                   MOVE WS-USE-REALIZED-ACCT TO WS-PNL-ACCOUNT
                   MOVE 'BACKOUT REALIZED' TO WS-PNL-DESC
                   PERFORM 2440-WRITE-BALANCED-PAIR
               END-IF
               IF WS-SNT-TBL-UNREALIZED (WS-SNT-IDX) NOT = ZERO
                   MOVE WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                       TO WS-POST-AMOUNT
                   MOVE WS-USE-UNREAL-ACCT TO WS-PNL-ACCOUNT
                   MOVE 'BACKOUT UNREALIZED' TO WS-PNL-DESC
                   PERFORM 2440-WRITE-BALANCED-PAIR
               END-IF
           END-IF
           .

       2435-RESOLVE-ACCOUNTS.
           MOVE 'N' TO WS-GLA-MAPPED-IND
           MOVE WS-SUSP-REALIZED-ACCT TO WS-USE-REALIZED-ACCT
           MOVE WS-SUSP-UNREAL-ACCT TO WS-USE-UNREAL-ACCT
           MOVE WS-SUSP-OFFSET-ACCT TO WS-USE-OFFSET-ACCT
           IF WS-GLA-COUNT > ZERO
               SET WS-GLA-IDX TO 1
               SEARCH WS-GLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GLA-TBL-PORTFOLIO (WS-GLA-IDX)
                           = WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                       MOVE WS-GLA-TBL-REALIZED (WS-GLA-IDX)
                           TO WS-USE-REALIZED-ACCT
                       MOVE WS-GLA-TBL-UNREALIZED (WS-GLA-IDX)
                           TO WS-USE-UNREAL-ACCT
                       MOVE WS-GLA-TBL-OFFSET (WS-GLA-IDX)
                           TO WS-USE-OFFSET-ACCT
                       MOVE 'Y' TO WS-GLA-MAPPED-IND
               END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      *  2440-WRITE-BALANCED-PAIR posts WS-POST-AMOUNT the way
      *  GLEXTR00's nightly pair did -- gain credits the P&L account
      *  and debits the offset -- with both sides flipped, which is
      *  exactly what backs the original posting out.
      *----------------------------------------------------------------
       2440-WRITE-BALANCED-PAIR.
           IF WS-POST-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-POST-AMOUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE WS-PNL-ACCOUNT TO JRN-ACCOUNT
           IF WS-POST-AMOUNT < ZERO
               MOVE 'D' TO JRN-DR-CR-IND
           ELSE
               MOVE 'C' TO JRN-DR-CR-IND
           END-IF
           PERFORM 2445-FLIP-SIDE
           PERFORM 2450-WRITE-REVERSAL-ENTRY
           MOVE WS-USE-OFFSET-ACCT TO JRN-ACCOUNT
           IF WS-POST-AMOUNT < ZERO
               MOVE 'C' TO JRN-DR-CR-IND
           ELSE
               MOVE 'D' TO JRN-DR-CR-IND
           END-IF
           PERFORM 2445-FLIP-SIDE
           PERFORM 2450-WRITE-REVERSAL-ENTRY
           .

       2445-FLIP-SIDE.
           IF JRN-DEBIT
               MOVE 'C' TO JRN-DR-CR-IND
           ELSE
               MOVE 'D' TO JRN-DR-CR-IND
           END-IF
           .

       2450-WRITE-REVERSAL-ENTRY.
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX) TO JRN-PORTFOLIO-ID
           MOVE WS-SNT-TBL-TRADE-DATE (WS-SNT-IDX) TO JRN-TRADE-DATE
           MOVE WS-PNL-DESC TO JRN-DESCRIPTION
           MOVE WS-SNT-TBL-ENTITY (WS-SNT-IDX) TO JRN-ENTITY-CODE
           WRITE JRN-REC
           ADD 1 TO WS-ENTRY-COUNT
           IF JRN-DEBIT
               ADD WS-ABS-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT WS-ABS-AMOUNT FROM WS-NET-AMOUNT
           END-IF
           PERFORM 2452-LOG-POSTED-LINE
           PERFORM 2455-ACCUMULATE-ENTITY-NET
           .

      *----------------------------------------------------------------
      *  2452-LOG-POSTED-LINE appends the reversal line just written
      *  to the GL posting log under the backed-out date, with the
      *  mapping it was resolved by -- blank, and flagged, when it
      *  went to suspense.
      *----------------------------------------------------------------
       2452-LOG-POSTED-LINE.
           MOVE SPACES TO GPL-REC
           MOVE WS-BACKOUT-DATE TO GPL-BUSINESS-DATE
           MOVE WS-BACKOUT-TOKEN TO GPL-RUN-TOKEN
           MOVE WS-RUN-STAMP TO GPL-RUN-STAMP
           MOVE 'B' TO GPL-SOURCE
           MOVE 'LINE    ' TO GPL-RECORD-ID
           IF WS-GLA-MAPPED
               MOVE 'N' TO GPL-SUSPENSE-IND
               MOVE WS-USE-REALIZED-ACCT TO GPL-MAP-REALIZED
               MOVE WS-USE-UNREAL-ACCT TO GPL-MAP-UNREALIZED
               MOVE WS-USE-OFFSET-ACCT TO GPL-MAP-OFFSET
           ELSE
               MOVE 'Y' TO GPL-SUSPENSE-IND
           END-IF
           MOVE JRN-ACCOUNT TO GPL-ACCOUNT
           MOVE JRN-DR-CR-IND TO GPL-DR-CR-IND
           MOVE JRN-AMOUNT TO GPL-AMOUNT
           MOVE JRN-PORTFOLIO-ID TO GPL-PORTFOLIO-ID
           MOVE JRN-TRADE-DATE TO GPL-TRADE-DATE
           MOVE JRN-DESCRIPTION TO GPL-DESCRIPTION
           MOVE JRN-ENTITY-CODE TO GPL-ENTITY-CODE
           WRITE GPL-REC
           ADD 1 TO WS-LOGGED-LINE-COUNT
           .

       2455-ACCUMULATE-ENTITY-NET.
           MOVE 'N' TO WS-ENT-FOUND-IND
           IF WS-ENT-COUNT > ZERO
               SET WS-ENT-IDX TO 1
               SEARCH WS-ENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENT-TBL-CODE (WS-ENT-IDX)
                           = JRN-ENTITY-CODE
                       ADD 1 TO WS-ENT-TBL-ENTRIES (WS-ENT-IDX)
                       IF JRN-DEBIT
                           ADD WS-ABS-AMOUNT
                               TO WS-ENT-TBL-NET (WS-ENT-IDX)
                       ELSE
                           SUBTRACT WS-ABS-AMOUNT
                               FROM WS-ENT-TBL-NET (WS-ENT-IDX)
                       END-IF
                       MOVE 'Y' TO WS-ENT-FOUND-IND
               END-SEARCH
           END-IF
           IF NOT WS-ENT-FOUND
               IF WS-ENT-COUNT NOT < 20
                   ADD 1 TO WS-ENT-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-ENT-COUNT
                   MOVE JRN-ENTITY-CODE
                       TO WS-ENT-TBL-CODE (WS-ENT-COUNT)
                   MOVE 1 TO WS-ENT-TBL-ENTRIES (WS-ENT-COUNT)
                   IF JRN-DEBIT
                       MOVE WS-ABS-AMOUNT
                           TO WS-ENT-TBL-NET (WS-ENT-COUNT)
                   ELSE
                       COMPUTE WS-ENT-TBL-NET (WS-ENT-COUNT) =
                           ZERO - WS-ABS-AMOUNT
                   END-IF
               END-IF
           END-IF
           .

       2460-WRITE-REVERSAL-TRAILERS.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               MOVE SPACES TO JRN-REC
               MOVE 'ENTTRL  ' TO JRT-ID
               MOVE WS-ENT-TBL-ENTRIES (WS-ENT-IDX)
                   TO JRT-ENTRY-COUNT
               MOVE WS-ENT-TBL-NET (WS-ENT-IDX) TO JRT-NET-AMOUNT
               MOVE WS-ENT-TBL-CODE (WS-ENT-IDX)
                   TO JRT-ENTITY-CODE
               WRITE JRN-REC
               IF WS-ENT-TBL-NET (WS-ENT-IDX) NOT = ZERO
                   ADD 1 TO WS-ENT-DROPPED-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO JRN-REC
           MOVE 'TRAILER ' TO JRT-ID
           MOVE WS-ENTRY-COUNT TO JRT-ENTRY-COUNT
           MOVE WS-NET-AMOUNT TO JRT-NET-AMOUNT
           WRITE JRN-REC
           .

       2470-MARK-SENT-REVERSED.
           OPEN EXTEND SENT-HISTORY-FILE
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
                   UNTIL WS-SNT-IDX > WS-SNT-COUNT
               IF WS-SNT-TBL-REALIZED (WS-SNT-IDX) NOT = ZERO
                       OR WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                           NOT = ZERO
                   MOVE WS-BACKOUT-DATE TO SNT-BUSINESS-DATE
                   MOVE WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                       TO SNT-PORTFOLIO-ID
                   MOVE WS-SNT-TBL-TRADE-DATE (WS-SNT-IDX)
                       TO SNT-TRADE-DATE
                   MOVE WS-SNT-TBL-ENTITY (WS-SNT-IDX)
                       TO SNT-ENTITY-CODE
                   MOVE WS-SNT-TBL-CURRENCY (WS-SNT-IDX)
                       TO SNT-CURRENCY-CODE
                   MOVE WS-SNT-TBL-CASH-IND (WS-SNT-IDX)
                       TO SNT-CASH-IND
                   MOVE ZERO TO SNT-REALIZED-AMT
                   MOVE ZERO TO SNT-UNREALIZED-AMT
                   WRITE SNT-REC
               END-IF
           END-PERFORM
           CLOSE SENT-HISTORY-FILE
           .

      *----------------------------------------------------------------
      *  2475-END-POSTING-LOG closes this run's reversal lines on the
      *  posting log with their count and the outcome the balance
      *  check above left in WS-GPL-OUTCOME -- an out-of-balance
      *  GLREV.DAT is logged as refused.
      *----------------------------------------------------------------
       2475-END-POSTING-LOG.
           MOVE SPACES TO GPL-REC
           MOVE WS-BACKOUT-DATE TO GPL-BUSINESS-DATE
           MOVE WS-BACKOUT-TOKEN TO GPL-RUN-TOKEN
           MOVE WS-RUN-STAMP TO GPL-RUN-STAMP
           MOVE 'B' TO GPL-SOURCE
           MOVE 'RUNEND  ' TO GPL-RECORD-ID
           MOVE WS-LOGGED-LINE-COUNT TO GPL-END-LINE-COUNT
           MOVE WS-GPL-OUTCOME TO GPL-END-OUTCOME
           WRITE GPL-REC
           CLOSE POSTING-LOG-FILE
           .

      *----------------------------------------------------------------
      *  2480-BACKOUT-SUSPENSE gives back what the night parked in
      *  suspense: a portfolio first parked on the backed-out date
      *  drops off the tracking file, and one parked earlier has the
      *  reversed amounts (its unmapped sent entries) taken back out
      *  of its cumulative figure.
      *----------------------------------------------------------------
       2480-BACKOUT-SUSPENSE.
           MOVE ZERO TO WS-SUS-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-TRACK-FILE
           IF WS-SUS-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-TRACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 2485-KEEP-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-TRACK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               IF WS-SUS-DROPPED-COUNT > ZERO
                   MOVE 'F051' TO RC-ERROR-CODE
                   MOVE 'GLSUSP.DAT NOT REWRITTEN - TRACKING TABLE FULL'
                       TO RC-ERROR-TEXT
                   PERFORM 8020-LOG-FAILED-ACTION
               ELSE
                   OPEN OUTPUT SUSPENSE-TRACK-FILE
                   PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                           UNTIL WS-SUS-IDX > WS-SUS-COUNT
                       MOVE WS-SUS-TBL-PORTFOLIO (WS-SUS-IDX)
                           TO SUS-PORTFOLIO-ID
                       MOVE WS-SUS-TBL-FIRST-DATE (WS-SUS-IDX)
                           TO SUS-FIRST-DATE
                       MOVE WS-SUS-TBL-CUM-AMT (WS-SUS-IDX)
                           TO SUS-CUM-AMOUNT
                       WRITE SUS-REC
                   END-PERFORM
                   CLOSE SUSPENSE-TRACK-FILE
                   MOVE WS-SUS-RELEASED-COUNT TO WS-LOG-COUNT-1
                   MOVE 'B051' TO RC-ERROR-CODE
                   MOVE SPACES TO RC-ERROR-TEXT
                   STRING 'GLSUSP.DAT BACKED OUT - PORTFOLIOS '
                          WS-LOG-COUNT-1
                       DELIMITED BY SIZE INTO RC-ERROR-TEXT
                   PERFORM 8000-LOG-ACTION
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2485-KEEP-SUSPENSE-ENTRY.
           IF SUS-FIRST-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-SUS-RELEASED-COUNT
           ELSE
               IF WS-SUS-COUNT NOT < 200
                   ADD 1 TO WS-SUS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-SUS-COUNT
                   MOVE SUS-PORTFOLIO-ID
                       TO WS-SUS-TBL-PORTFOLIO (WS-SUS-COUNT)
                   MOVE SUS-FIRST-DATE
                       TO WS-SUS-TBL-FIRST-DATE (WS-SUS-COUNT)
                   MOVE SUS-CUM-AMOUNT
                       TO WS-SUS-TBL-CUM-AMT (WS-SUS-COUNT)
                   PERFORM 2490-RELEASE-SUSPENSE-AMOUNT
               END-IF
           END-IF
           .

       2490-RELEASE-SUSPENSE-AMOUNT.
           MOVE 'N' TO WS-SUS-RELEASE-IND
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
                   UNTIL WS-SNT-IDX > WS-SNT-COUNT
               IF WS-SNT-TBL-PORTFOLIO (WS-SNT-IDX)
                       = SUS-PORTFOLIO-ID
                   PERFORM 2435-RESOLVE-ACCOUNTS
                   IF NOT WS-GLA-MAPPED
                           AND (WS-SNT-TBL-REALIZED (WS-SNT-IDX)
                                   NOT = ZERO
                               OR WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                                   NOT = ZERO)
                       SUBTRACT WS-SNT-TBL-REALIZED (WS-SNT-IDX)
                           FROM WS-SUS-TBL-CUM-AMT (WS-SUS-COUNT)
                       SUBTRACT WS-SNT-TBL-UNREALIZED (WS-SNT-IDX)
                           FROM WS-SUS-TBL-CUM-AMT (WS-SUS-COUNT)
                       MOVE 'Y' TO WS-SUS-RELEASE-IND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUS-RELEASED
               ADD 1 TO WS-SUS-RELEASED-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      *  2500-CLEAR-LINEAGE empties PNLLIN.DAT: the calc rewrites it
      *  whole each night, so what it holds now is the backed-out
      *  night's lineage and nothing else.
      *----------------------------------------------------------------
       2500-CLEAR-LINEAGE.
           MOVE ZERO TO WS-COPY-COUNT
           OPEN INPUT LINEAGE-FILE
           IF NOT WS-LIN-FILE-OK
               MOVE 'W060' TO RC-ERROR-CODE
               MOVE 'PNLLIN.DAT SKIPPED - NOT ON FILE'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               PERFORM UNTIL WS-EOF
                   READ LINEAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN OUTPUT LINEAGE-FILE
               CLOSE LINEAGE-FILE
               MOVE WS-COPY-COUNT TO WS-LOG-COUNT-1
               MOVE 'B060' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'PNLLIN.DAT LINEAGE CLEARED - ROWS '
                      WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

      *----------------------------------------------------------------
      *  2600-BACKOUT-CA-AUDIT removes the corporate-action audit
      *  records the night wrote.  PNLCAJ00 treats an action with a
      *  'C' record as done; with the inventory restored to before
      *  the night, the actions it applied must apply again.
      *----------------------------------------------------------------
       2600-BACKOUT-CA-AUDIT.
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE LENGTH OF CAA-REC TO WS-WRK-REC-LEN
           OPEN INPUT CA-AUDIT-FILE
           IF NOT WS-CAA-FILE-OK
               MOVE 'W070' TO RC-ERROR-CODE
               MOVE 'CAAUDIT.DAT SKIPPED - NOT ON FILE'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ CA-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CAA-REC TO WRK-REC
                           WRITE WRK-REC
                   END-READ
               END-PERFORM
               CLOSE CA-AUDIT-FILE
               CLOSE WORK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CA-AUDIT-FILE
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WRK-REC TO CAA-REC
                           IF CAA-RUN-DATE = WS-BACKOUT-DATE
                                   AND CAA-RUN-TOKEN
                                       = WS-BACKOUT-TOKEN
                               ADD 1 TO WS-CHANGE-COUNT
                           ELSE
                               WRITE CAA-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE CA-AUDIT-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-CHANGE-COUNT TO WS-LOG-COUNT-1
               MOVE 'B070' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'CAAUDIT.DAT NIGHT REMOVED - RECORDS '
                      WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

      *----------------------------------------------------------------
      *  2700-BACKOUT-TRANSACTION-HISTORY replays the night's loaded
      *  feed against the keyed history: every transaction HISTLD00
      *  appended is deleted, and every cancel it applied that night
      *  reopens its original.  A key HISTLD00 rejected that night
      *  (TRNDUP.DAT) was already on file before it and is left.  The
      *  TRNHIST.DAT flat copy is not touched -- the rerun's HISTLD00
      *  unloads it fresh.  Without the night's feed, or with more
      *  rejects than the table holds, nothing is deleted.
      *----------------------------------------------------------------
       2700-BACKOUT-TRANSACTION-HISTORY.
           PERFORM 2710-LOAD-DUPLICATE-KEYS
           OPEN INPUT TRANSACTION-FILE
           EVALUATE TRUE
               WHEN NOT WS-TRN-FILE-OK
                   MOVE 'W080' TO RC-ERROR-CODE
                   MOVE 'TRNHIST.KSD SKIPPED - NIGHT FEED NOT SUPPLIED'
                       TO RC-ERROR-TEXT
                   PERFORM 8010-LOG-SKIPPED-ACTION
               WHEN WS-DUP-OVERFLOW
                   CLOSE TRANSACTION-FILE
                   MOVE 'F080' TO RC-ERROR-CODE
                   MOVE 'TRNHIST.KSD NOT BACKED OUT - REJECT TABLE FULL'
                       TO RC-ERROR-TEXT
                   PERFORM 8020-LOG-FAILED-ACTION
               WHEN OTHER
                   OPEN I-O HISTORY-FILE
                   IF NOT WS-HIST-FILE-OK
                       CLOSE TRANSACTION-FILE
                       MOVE 'F080' TO RC-ERROR-CODE
                       MOVE 'TRNHIST.KSD NOT BACKED OUT - OPEN FAILED'
                           TO RC-ERROR-TEXT
                       PERFORM 8020-LOG-FAILED-ACTION
                   ELSE
                       PERFORM UNTIL WS-EOF
                           READ TRANSACTION-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-FLAG
                               NOT AT END
                                   PERFORM 2720-BACKOUT-ONE-TRANSACTION
                           END-READ
                       END-PERFORM
                       CLOSE TRANSACTION-FILE
                       CLOSE HISTORY-FILE
                       MOVE 'N' TO WS-EOF-FLAG
                       PERFORM 2790-LOG-HISTORY-BACKOUT
                   END-IF
           END-EVALUATE
           .

       2710-LOAD-DUPLICATE-KEYS.
           MOVE ZERO TO WS-DUP-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUP-FILE-OK
               PERFORM UNTIL WS-EOF
                   READ DUPLICATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-DUP-COUNT NOT < 5000
                               MOVE 'Y' TO WS-DUP-OVERFLOW-IND
                           ELSE
                               ADD 1 TO WS-DUP-COUNT
                               MOVE DUP-PORTFOLIO-ID TO
                                   WS-DUP-TBL-PORTFOLIO (WS-DUP-COUNT)
                               MOVE DUP-TRADE-DATE TO
                                   WS-DUP-TBL-TRADE-DATE (WS-DUP-COUNT)
                               MOVE DUP-CHANNEL-CODE TO
                                   WS-DUP-TBL-CHANNEL (WS-DUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           .

       2720-BACKOUT-ONE-TRANSACTION.
           MOVE TRN-PORTFOLIO-ID TO HIST-PORTFOLIO-ID
           MOVE TRN-TRADE-DATE TO HIST-TRADE-DATE
           MOVE TRN-CHANNEL-CODE TO HIST-CHANNEL-CODE
           MOVE TRN-INSTRUMENT-ID TO HIST-INSTRUMENT-ID
           IF TRN-TYPE-CANCEL
               PERFORM 2730-REOPEN-CANCELLED-ORIGINAL
           ELSE
               MOVE 'N' TO WS-DUP-FOUND-IND
               IF WS-DUP-COUNT > ZERO
                   SET WS-DUP-IDX TO 1
                   SEARCH WS-DUP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DUP-TBL-PORTFOLIO (WS-DUP-IDX)
                               = TRN-PORTFOLIO-ID
                           AND WS-DUP-TBL-TRADE-DATE (WS-DUP-IDX)
                               = TRN-TRADE-DATE
                           AND WS-DUP-TBL-CHANNEL (WS-DUP-IDX)
                               = TRN-CHANNEL-CODE
                           MOVE 'Y' TO WS-DUP-FOUND-IND
                   END-SEARCH
               END-IF
               IF NOT WS-DUP-FOUND
                   PERFORM 2740-DELETE-LOADED-TRANSACTION
               END-IF
               MOVE 'N' TO WS-DUP-FOUND-IND
           END-IF
           .

       2730-REOPEN-CANCELLED-ORIGINAL.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-CANCEL-IND = 'Y'
                           AND HIST-CANCEL-DATE = WS-BACKOUT-DATE
                       MOVE SPACES TO HIST-CANCEL-IND
                       MOVE SPACES TO HIST-CANCEL-DATE
                       REWRITE HIST-REC
                           INVALID KEY
                               ADD 1 TO WS-HIST-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-HIST-REOPEN-COUNT
                       END-REWRITE
                   END-IF
           END-READ
           .

       2740-DELETE-LOADED-TRANSACTION.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-DELETE-COUNT
           END-DELETE
           .

       2790-LOG-HISTORY-BACKOUT.
           IF WS-HIST-ERROR-COUNT > ZERO
               MOVE WS-HIST-ERROR-COUNT TO WS-LOG-COUNT-1
               MOVE 'F080' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'TRNHIST.KSD REWRITE ERRORS - RECORDS '
                      WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8020-LOG-FAILED-ACTION
           ELSE
               MOVE WS-HIST-DELETE-COUNT TO WS-LOG-COUNT-1
               MOVE WS-HIST-REOPEN-COUNT TO WS-LOG-COUNT-2
               MOVE 'B080' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'TRNHIST.KSD DELETED ' WS-LOG-COUNT-1
                      ' CANCELS REOPENED ' WS-LOG-COUNT-2
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

      *----------------------------------------------------------------
      *  2800-BACKOUT-REG-REPORTS withdraws at the trade repository
      *  what REGEXT00 sent for the date.  Every report the sent log
      *  holds for it that is not already backed out is marked 'B',
      *  and its withdrawal staged on REGTRX.DAT: a new trade ('NEWT')
      *  is cancelled, and an original the night cancelled ('CANC')
      *  -- reopened on history by 2700 -- is reported afresh, each
      *  with the report's own values off the log.  The withdrawal
      *  is logged too, marked 'B' under the backed-out token, so
      *  REGEXT00 counts none of the date's reports as sent and the
      *  rerun reports the corrected night in full; a second back-out
      *  finds nothing left to withdraw.  As with the GL, every
      *  report sent for the date goes, whichever run sent it.
      *----------------------------------------------------------------
       2800-BACKOUT-REG-REPORTS.
           MOVE ZERO TO WS-COPY-COUNT
           MOVE LENGTH OF RGS-REC TO WS-WRK-REC-LEN
           OPEN INPUT REG-SENT-LOG-FILE
           IF NOT WS-RGS-FILE-OK
               MOVE 'W090' TO RC-ERROR-CODE
               MOVE 'REGSENT.DAT SKIPPED - NOT ON FILE'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ REG-SENT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE RGS-REC TO WRK-REC
                           WRITE WRK-REC
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE REG-SENT-LOG-FILE
               CLOSE WORK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT WORK-FILE
               OPEN OUTPUT REG-SENT-LOG-FILE
               OPEN OUTPUT REG-EXTRACT-FILE
               MOVE SPACES TO RGX-REC
               MOVE 'HEADER  ' TO RGXH-ID
               MOVE WS-BACKOUT-DATE TO RGXH-BUSINESS-DATE
               WRITE RGX-REC
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WRK-REC TO RGS-REC
                           IF RGS-BUSINESS-DATE = WS-BACKOUT-DATE
                                   AND NOT RGS-BACKED-OUT
                               MOVE 'B' TO RGS-BACKOUT-IND
                               WRITE RGS-REC
                               PERFORM 2850-STAGE-REG-WITHDRAWAL
                           ELSE
                               WRITE RGS-REC
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO RGX-REC
               MOVE 'TRAILER ' TO RGXT-ID
               MOVE WS-RGX-RECORD-COUNT TO RGXT-RECORD-COUNT
               MOVE WS-RGX-NEW-COUNT TO RGXT-NEW-COUNT
               MOVE WS-RGX-CANCEL-COUNT TO RGXT-CANCEL-COUNT
               MOVE WS-RGX-AMT-HASH-TOTAL TO RGXT-AMT-HASH-TOTAL
               WRITE RGX-REC
               CLOSE WORK-FILE
               CLOSE REG-SENT-LOG-FILE
               CLOSE REG-EXTRACT-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-RGX-CANCEL-COUNT TO WS-LOG-COUNT-1
               MOVE WS-RGX-NEW-COUNT TO WS-LOG-COUNT-2
               MOVE 'B090' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'REGTRX.DAT WITHDRAWALS STAGED - CANC '
                      WS-LOG-COUNT-1 ' NEWT ' WS-LOG-COUNT-2
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

      *--  The sent report has just been rewritten marked; the same
      *--  record, flipped, becomes its withdrawal on the log and on
      *--  the extract.
       2850-STAGE-REG-WITHDRAWAL.
           IF RGS-NEW-TRADE
               MOVE 'CANC' TO RGS-ACTION
               ADD 1 TO WS-RGX-CANCEL-COUNT
           ELSE
               MOVE 'NEWT' TO RGS-ACTION
               ADD 1 TO WS-RGX-NEW-COUNT
           END-IF
           MOVE WS-BACKOUT-TOKEN TO RGS-RUN-TOKEN
           WRITE RGS-REC
           MOVE SPACES TO RGX-REC
           MOVE RGS-ACTION TO RGX-ACTION
           MOVE RGS-TRADE-ID TO RGX-TRADE-ID
           MOVE RGS-LEI TO RGX-REPORTING-LEI
           MOVE RGS-TRADE-DATE TO RGX-TRADE-DATE
           MOVE RGS-SETTLEMENT-DATE TO RGX-SETTLEMENT-DATE
           MOVE RGS-INSTRUMENT-ID TO RGX-INSTRUMENT-ID
           MOVE RGS-CURRENCY-CODE TO RGX-CURRENCY-CODE
           MOVE RGS-TRADE-AMT TO RGX-TRADE-AMT
           MOVE RGS-COMMISSION-AMT TO RGX-COMMISSION-AMT
           MOVE RGS-FEE-AMT TO RGX-FEE-AMT
           MOVE RGS-QUANTITY TO RGX-QUANTITY
           WRITE RGX-REC
           ADD 1 TO WS-RGX-RECORD-COUNT
           ADD RGS-TRADE-AMT TO WS-RGX-AMT-HASH-TOTAL
           .

      *----------------------------------------------------------------
      *  2900-RESTAGE-DIVIDEND-FEED puts feed 4 back the way the night
      *  found it.  The bad night's STEP030A rewrote BCHTRN4.DAT with
      *  the next night's dividend events, so the events the night
      *  itself merged -- the 'S4' records on its BCHTRAN.DAT, which
      *  2700 has just taken back off history -- would otherwise
      *  never reach the rerun, and the next night's would merge a
      *  night early and then again.  They are written back untagged,
      *  as DIVENT00 stages them, under a fresh control record;
      *  DIVENT00 on the rerun stages the next night's events again
      *  from its audit.  Without the night's feed it is skipped.
      *----------------------------------------------------------------
       2900-RESTAGE-DIVIDEND-FEED.
           MOVE ZERO TO WS-DV4-EVENT-COUNT
           MOVE ZERO TO WS-DV4-EVENT-TOTAL
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TRN-FILE-OK
               MOVE 'W100' TO RC-ERROR-CODE
               MOVE 'BCHTRN4.DAT SKIPPED - NIGHT FEED NOT SUPPLIED'
                   TO RC-ERROR-TEXT
               PERFORM 8010-LOG-SKIPPED-ACTION
           ELSE
               OPEN OUTPUT DIVIDEND-FEED-FILE
               PERFORM UNTIL WS-EOF
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TRN-SOURCE-ID = 'S4'
                               MOVE TRN-REC TO DV4-REC
                               MOVE SPACES TO DV4-SOURCE-ID
                               WRITE DV4-REC
                               ADD 1 TO WS-DV4-EVENT-COUNT
                               ADD TRN-TRADE-AMT TO WS-DV4-EVENT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               CLOSE DIVIDEND-FEED-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN OUTPUT DIVIDEND-CONTROL-FILE
               MOVE WS-DV4-EVENT-COUNT TO FCTL-EXPECTED-COUNT
               MOVE WS-DV4-EVENT-TOTAL TO FCTL-EXPECTED-TOTAL
               WRITE FCTL-REC
               CLOSE DIVIDEND-CONTROL-FILE
               MOVE WS-DV4-EVENT-COUNT TO WS-LOG-COUNT-1
               MOVE 'B100' TO RC-ERROR-CODE
               MOVE SPACES TO RC-ERROR-TEXT
               STRING 'BCHTRN4.DAT NIGHT FEED 4 RESTAGED - EVENTS '
                      WS-LOG-COUNT-1
                   DELIMITED BY SIZE INTO RC-ERROR-TEXT
               PERFORM 8000-LOG-ACTION
           END-IF
           .

      *----------------------------------------------------------------
      *  8000-LOG-ACTION writes one run-log record for a store just
      *  backed out, under the backed-out date and token; 8010/8020
      *  do the same for a store skipped (warning) or failed.  The
      *  caller has set RC-ERROR-CODE and RC-ERROR-TEXT.
      *----------------------------------------------------------------
       8000-LOG-ACTION.
           ADD 1 TO WS-ACTION-DONE-COUNT
           MOVE ZERO TO WS-ACTION-RC
           PERFORM 8100-WRITE-ACTION-RECORD
           .

       8010-LOG-SKIPPED-ACTION.
           ADD 1 TO WS-ACTION-SKIP-COUNT
           MOVE 04 TO WS-ACTION-RC
           PERFORM 8100-WRITE-ACTION-RECORD
           .

       8020-LOG-FAILED-ACTION.
           ADD 1 TO WS-ACTION-FAIL-COUNT
           MOVE 08 TO WS-ACTION-RC
           PERFORM 8100-WRITE-ACTION-RECORD
           .

       8100-WRITE-ACTION-RECORD.
           MOVE 'UTLBKO00' TO RC-ERROR-PROGRAM-ID
           DISPLAY RC-ERROR-MESSAGE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-BACKOUT-DATE TO RUNL-BUSINESS-DATE
           MOVE 'UTLBKO00' TO RUNL-STEP-NAME
           MOVE WS-ACTION-RC TO RUNL-RETURN-CODE
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-BACKOUT-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .

       9999-TERMINATE.
           DISPLAY 'UTLBKO00 STORES BACKED OUT: ' WS-ACTION-DONE-COUNT
           DISPLAY 'UTLBKO00 STORES SKIPPED:    ' WS-ACTION-SKIP-COUNT
           DISPLAY 'UTLBKO00 STORES FAILED:     ' WS-ACTION-FAIL-COUNT
           .

      *----------------------------------------------------------------
      *  9990-SET-RETURN-CODE posts RETCODE.cpy's standard return code
      *  back to JCL: an application error when the request was
      *  incomplete or named no logged run, or when any store failed
      *  to back out; a file error when the prior inventory
      *  generation was missing (both of the first leave everything
      *  untouched); a warning when a store was skipped -- the rerun
      *  should wait until someone has looked -- normal otherwise.
      *----------------------------------------------------------------
       9990-SET-RETURN-CODE.
           MOVE 'UTLBKO00' TO RC-ERROR-PROGRAM-ID
           EVALUATE TRUE
               WHEN WS-REQUEST-ERROR = 'A001'
                   MOVE 'A001' TO RC-ERROR-CODE
                   MOVE 'UTLBKO-DATE AND UTLBKO-RUN-TOKEN BOTH REQUIRED'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-REQUEST-ERROR = 'A002'
                   MOVE 'A002' TO RC-ERROR-CODE
                   MOVE 'NO RUN LOGGED UNDER THAT DATE AND TOKEN'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-REQUEST-ERROR = 'E001'
                   MOVE 'E001' TO RC-ERROR-CODE
                   MOVE 'PRIOR POSINV GENERATION (POSINVPR) NOT FOUND'
                       TO RC-ERROR-TEXT
                   SET RC-FILE-ERROR TO TRUE
               WHEN WS-ACTION-FAIL-COUNT > ZERO
                   MOVE 'A003' TO RC-ERROR-CODE
                   MOVE 'ONE OR MORE STORES FAILED TO BACK OUT'
                       TO RC-ERROR-TEXT
                   SET RC-APPLICATION-ERROR TO TRUE
               WHEN WS-ACTION-SKIP-COUNT > ZERO
                   MOVE 'W001' TO RC-ERROR-CODE
                   MOVE 'ONE OR MORE STORES SKIPPED - SEE RUN LOG'
                       TO RC-ERROR-TEXT
                   SET RC-WARNING TO TRUE
               WHEN OTHER
                   SET RC-NORMAL TO TRUE
           END-EVALUATE
           IF NOT RC-NORMAL
               DISPLAY RC-ERROR-MESSAGE
           END-IF
           PERFORM 9995-WRITE-RUN-LOG
           MOVE RC-RETURN-CODE TO RETURN-CODE
           .

      *----------------------------------------------------------------
      *  9995-WRITE-RUN-LOG appends this run's final return code and
      *  message to the shared run log -- under the backed-out date
      *  and token when the request named them, so the night's
      *  summary carries its own back-out.
      *----------------------------------------------------------------
       9995-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNL-FILE-MISSING
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-BACKOUT-DATE = SPACES
               MOVE WS-RUN-DATE TO RUNL-BUSINESS-DATE
           ELSE
               MOVE WS-BACKOUT-DATE TO RUNL-BUSINESS-DATE
           END-IF
           MOVE 'UTLBKO00' TO RUNL-STEP-NAME
           MOVE RC-RETURN-CODE TO RUNL-RETURN-CODE
           IF RC-NORMAL
               MOVE SPACES TO RC-ERROR-CODE
               MOVE 'COMPLETED NORMALLY' TO RC-ERROR-TEXT
           END-IF
           MOVE RC-ERROR-MESSAGE TO RUNL-MESSAGE
           MOVE WS-BACKOUT-TOKEN TO RUNL-RUN-TOKEN
           WRITE RUNL-REC
           CLOSE RUN-LOG-FILE
           .
