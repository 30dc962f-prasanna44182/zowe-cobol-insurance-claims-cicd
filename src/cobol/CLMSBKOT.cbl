      *===============================================================
      * CLMSBKOT - Claims Load Backout
      * Run on demand by operations when a bad CLAIMIN file has been
      * loaded - a mailroom batch keyed twice, a vendor resend (DB2
      * precompile required).
      * Reverses what the CLMSDB2 step loaded on one business date,
      * optionally narrowed to one intake batch and/or submission
      * channel (PARMCARD). The step's RUN_REGISTRY row bounds the
      * load window, and the CLMSDB2 rows on CLAIMS_AUDIT inside it
      * name every claim the run touched:
      *   - a claim the run inserted is removed with its CLAIM_LINES,
      *     CLAIMS_AUDIT, CLAIMS_DIARY and CLAIMS_DOCUMENT rows;
      *   - a claim the run corrected is put back to the before-image
      *     CLMSDB2 saved on CLAIMS_LOAD_BEFORE, and a CLMSBKOT row
      *     on CLAIMS_AUDIT records the reversal. Its lines are put
      *     back to unpriced and the header allowed amount zeroed,
      *     as CLMSDB2 does after any correction, so CLMSPRCE
      *     reprices them against the restored header;
      *   - the run's rows parked on CLAIMS_DUPLICATE are removed;
      *   - adjuster open-claim counts on the adjuster master (DD
      *     ADJMSTR) are taken down for the claims removed, the same
      *     counts CLMSASGN keeps.
      * A claim adjudicated, paid, parked for co-sign or noted by an
      * adjuster since the load, under an active legal hold, or
      * loaded again by a later run is refused and listed for manual
      * handling, as is a correction with no before-image on file.
      * A correction an earlier run of the backout already restored
      * is reported as such, so a rerun is clean. Each claim is its
      * own unit of work.
      * An on-demand run, not a nightly step: it reads RUN_REGISTRY
      * but does not register itself there, so the nightly status
      * and batch-window figures never see it.
      * The register (DD RPTFILE) lists every claim with its result,
      * the refused claims, the workload adjustments, and the
      * before/after row count of every table touched.
      * PARMCARD cols 1-8   = business date of the load (CCYYMMDD)
      *          cols 10-15 = batch number (blank = all batches)
      *          col  17    = submission channel (blank = all)
      *          col  19    = 'U' to update; anything else is a trial
      *                       run that reports without changing data.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSBKOT.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT ADJUSTER-MASTER ASSIGN TO ADJMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADM-ADJUSTER-ID
               FILE STATUS IS WS-ADJMSTR-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  CC-BATCH-NO         PIC X(06).
           05  FILLER              PIC X(01).
           05  CC-CHANNEL          PIC X(01).
           05  FILLER              PIC X(01).
           05  CC-MODE             PIC X(01).
           05  FILLER              PIC X(61).

       FD  ADJUSTER-MASTER.
           COPY ADJMREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLAUDIT.
           COPY DCLLDBF.
           COPY DCLRUNR.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSBKOT'.

       01  WS-FILE-STATUSES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-ADJMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CLAIM-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-SKIPPED-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-REMOVED-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-RESTORED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-REFUSED-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-ALREADY-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-DUP-REMOVED      PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CLAIMS       VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Run selection from PARMCARD.
      *---------------------------------------------------------------
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
           05  WS-BD-YYYY          PIC X(04).
           05  WS-BD-MM            PIC X(02).
           05  WS-BD-DD            PIC X(02).
       01  WS-FILTER-BATCH         PIC X(06) VALUE SPACES.
       01  WS-FILTER-CHANNEL       PIC X(01) VALUE SPACES.
       01  WS-RUN-MODE             PIC X(01) VALUE 'T'.
           88  UPDATE-RUN          VALUE 'U'.
           88  TRIAL-RUN           VALUE 'T'.

      *---------------------------------------------------------------
      * Load window - from the end of the previous CLMSDB2 run (or
      * midnight of the business date, whichever is later, so rows
      * committed before a restart are included) to the end of this
      * one. A load that never finished runs to the next CLMSDB2
      * start, or open-ended when there is none yet.
      *---------------------------------------------------------------
       01  WS-WINDOW-START         PIC X(26) VALUE SPACES.
       01  WS-WINDOW-END           PIC X(26) VALUE SPACES.
       01  WS-PRIOR-END            PIC X(26) VALUE SPACES.
       01  WS-STEP-NAME            PIC X(08) VALUE 'CLMSDB2 '.

      *---------------------------------------------------------------
      * The claim in hand. LOAD-TS is the first CLMSDB2 row in the
      * window for the claim - an insert when its OLD_STATUS is
      * blank, otherwise the earliest correction, whose before-image
      * is the claim as it stood before the run.
      *---------------------------------------------------------------
       01  WS-LOAD-TS              PIC X(26) VALUE SPACES.
       01  WS-LOAD-ROWS            PIC S9(09) COMP VALUE +0.
       01  WS-LOAD-OLD-STATUS      PIC X(01) VALUE SPACES.
       01  WS-LOAD-ACTION          PIC X(01) VALUE SPACES.
           88  LOAD-WAS-INSERT     VALUE 'I'.
           88  LOAD-WAS-CORRECTION VALUE 'C'.
       01  WS-CLAIM-BATCH          PIC X(06) VALUE SPACES.
       01  WS-BEFORE-ADJ-DATE      PIC S9(08) COMP-3 VALUE +0.
       01  WS-BEFORE-PAID-DATE     PIC S9(08) COMP-3 VALUE +0.
       01  WS-PAYMENT-ROWS         PIC S9(09) COMP VALUE +0.
       01  WS-LATER-LOADS          PIC S9(09) COMP VALUE +0.
       01  WS-HOLD-ROWS            PIC S9(09) COMP VALUE +0.
       01  WS-COSIGN-ROWS          PIC S9(09) COMP VALUE +0.
       01  WS-NOTE-ROWS            PIC S9(09) COMP VALUE +0.
       01  WS-BACKOUT-ROWS         PIC S9(09) COMP VALUE +0.
       01  WS-RESULT-TEXT          PIC X(40) VALUE SPACES.
       01  WS-REFUSE-REASON        PIC X(34) VALUE SPACES.
       01  WS-SQLCODE-DISP         PIC -(5)9.

      *---------------------------------------------------------------
      * Rows the claim in hand has on each dependent table, counted
      * before anything is changed so a trial run reports the same
      * figures an update run removes.
      *---------------------------------------------------------------
       01  WS-CLAIM-ROWS.
           05  WS-CR-LINES         PIC S9(09) COMP VALUE +0.
           05  WS-CR-AUDIT         PIC S9(09) COMP VALUE +0.
           05  WS-CR-DIARY         PIC S9(09) COMP VALUE +0.
           05  WS-CR-DOCUMENT      PIC S9(09) COMP VALUE +0.
           05  WS-CR-BEFORE        PIC S9(09) COMP VALUE +0.
       01  WS-DUP-ROWS             PIC S9(09) COMP VALUE +0.

      *---------------------------------------------------------------
      * Table reconciliation. One entry per table the backout
      * touches; BEFORE and AFTER are whole-table counts taken at
      * start and end, REMOVED/ADDED/RESTORED what this run did.
      *---------------------------------------------------------------
       01  WS-TBL-MASTER           PIC 9(01) VALUE 1.
       01  WS-TBL-LINES            PIC 9(01) VALUE 2.
       01  WS-TBL-AUDIT            PIC 9(01) VALUE 3.
       01  WS-TBL-DUPLICATE        PIC 9(01) VALUE 4.
       01  WS-TBL-DIARY            PIC 9(01) VALUE 5.
       01  WS-TBL-BEFORE           PIC 9(01) VALUE 6.
       01  WS-TBL-DOCUMENT         PIC 9(01) VALUE 7.
       01  WS-TBL-COUNT            PIC 9(01) VALUE 7.
       01  WS-TBL-SUB              PIC 9(01) VALUE ZEROS.
       01  WS-TABLE-NAMES.
           05  FILLER              PIC X(20) VALUE 'CLAIMS_MASTER'.
           05  FILLER              PIC X(20) VALUE 'CLAIM_LINES'.
           05  FILLER              PIC X(20) VALUE 'CLAIMS_AUDIT'.
           05  FILLER              PIC X(20) VALUE 'CLAIMS_DUPLICATE'.
           05  FILLER              PIC X(20) VALUE 'CLAIMS_DIARY'.
           05  FILLER              PIC X(20) VALUE 'CLAIMS_LOAD_BEFORE'.
           05  FILLER              PIC X(20) VALUE 'CLAIMS_DOCUMENT'.
       01  WS-TABLE-NAME-TBL REDEFINES WS-TABLE-NAMES.
           05  WS-TABLE-NAME       PIC X(20) OCCURS 7 TIMES.
       01  WS-TABLE-COUNTS.
           05  WS-TBL-ENTRY OCCURS 7 TIMES.
               10  WS-TBL-BEFORE-ROWS  PIC S9(09) COMP.
               10  WS-TBL-REMOVED      PIC S9(09) COMP.
               10  WS-TBL-ADDED        PIC S9(09) COMP.
               10  WS-TBL-RESTORED     PIC S9(09) COMP.
               10  WS-TBL-AFTER-ROWS   PIC S9(09) COMP.
       01  WS-TABLE-ROWS           PIC S9(09) COMP VALUE +0.
       01  WS-EXPECTED-ROWS        PIC S9(09) COMP VALUE +0.
       01  WS-COUNT-PASS           PIC X(01) VALUE 'B'.
           88  COUNT-BEFORE        VALUE 'B'.
           88  COUNT-AFTER         VALUE 'A'.

      *---------------------------------------------------------------
      * Refused claims, kept for the manual-handling list at the end
      * of the register.
      *---------------------------------------------------------------
       01  WS-REFUSED-MAX          PIC 9(04) VALUE 1000.
       01  WS-REFUSED-LISTED       PIC 9(04) VALUE ZEROS.
       01  WS-REFUSED-TABLE.
           05  WS-RF-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-RF-IDX.
               10  WS-RF-POLICY-NO PIC X(10).
               10  WS-RF-CLAIM-ID  PIC X(08).
               10  WS-RF-ACTION    PIC X(01).
               10  WS-RF-REASON    PIC X(34).

      *---------------------------------------------------------------
      * Adjuster open-claim count changes, applied to ADJMSTR at end
      * of run the way CLMSASGN rewrites its workloads.
      *---------------------------------------------------------------
       01  WS-WL-MAX               PIC 9(03) VALUE 200.
       01  WS-WL-COUNT             PIC 9(03) VALUE ZEROS.
       01  WS-WL-SUB               PIC 9(03) VALUE ZEROS.
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 200 TIMES.
               10  WS-WL-ADJUSTER-ID PIC X(06).
               10  WS-WL-DELTA       PIC S9(05) COMP.
       01  WS-WL-ADJUSTER          PIC X(06) VALUE SPACES.
       01  WS-WL-CHANGE            PIC S9(05) COMP VALUE +0.
       01  WS-WL-NEW-COUNT         PIC S9(07) COMP VALUE +0.
       01  WS-OPEN-STATUS          PIC X(01) VALUE SPACES.
           88  STATUS-IS-OPEN      VALUE 'N' 'V' 'P' 'O'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'CLAIMS LOAD BACKOUT REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(17) VALUE
               '   LOAD OF DATE: '.
           05  WS-TL2-BUS-DATE     PIC X(10).
           05  FILLER              PIC X(10) VALUE '   BATCH: '.
           05  WS-TL2-BATCH        PIC X(06).
           05  FILLER              PIC X(12) VALUE '   CHANNEL: '.
           05  WS-TL2-CHANNEL      PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-TL2-MODE         PIC X(30).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-TITLE-LINE-3.
           05  FILLER              PIC X(13) VALUE 'LOAD WINDOW: '.
           05  WS-TL3-START        PIC X(26).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  WS-TL3-END          PIC X(26).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(110) VALUE ALL '-'.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'CLAIM: '.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-ACTION        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'BATCH: '.
           05  WS-DL-BATCH         PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'CHAN: '.
           05  WS-DL-CHANNEL       PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-RESULT        PIC X(40).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SC-TITLE         PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-RL-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'CLAIM: '.
           05  WS-RL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RL-ACTION        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RL-REASON        PIC X(34).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-WORKLOAD-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'ADJUSTER: '.
           05  WS-WK-ADJUSTER      PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CHANGE: '.
           05  WS-WK-CHANGE        PIC -ZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'OPEN COUNT: '.
           05  WS-WK-OLD-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE ' -> '.
           05  WS-WK-NEW-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-WK-NOTE          PIC X(30).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-RECON-HEADER.
           05  FILLER              PIC X(20) VALUE 'TABLE'.
           05  FILLER              PIC X(13) VALUE '       BEFORE'.
           05  FILLER              PIC X(13) VALUE '      REMOVED'.
           05  FILLER              PIC X(13) VALUE '        ADDED'.
           05  FILLER              PIC X(13) VALUE '     RESTORED'.
           05  FILLER              PIC X(13) VALUE '     EXPECTED'.
           05  FILLER              PIC X(13) VALUE '        AFTER'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CHECK'.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-RECON-LINE.
           05  WS-RC-TABLE         PIC X(20).
           05  WS-RC-BEFORE        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-REMOVED       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-ADDED         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-RESTORED      PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-EXPECTED      PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RC-AFTER         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-RC-CHECK         PIC X(12).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(26).
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.
      *===============================================================
      * Claims the CLMSDB2 run touched inside the load window - one
      * row per claim, with its first load timestamp in the window.
      * Grouped, so DB2 materializes it before the backout deletes
      * from CLAIMS_AUDIT underneath; WITH HOLD across the per-claim
      * commits.
      *===============================================================
           EXEC SQL DECLARE BKOT_LOAD_CURSOR CURSOR WITH HOLD FOR
               SELECT POLICY_NO, CLAIM_ID, MIN(CHANGE_TS), COUNT(*)
               FROM CLAIMS_AUDIT
               WHERE CHANGED_BY = :WS-STEP-NAME
                 AND CHANGE_TS >= :WS-WINDOW-START
                 AND CHANGE_TS <= :WS-WINDOW-END
               GROUP BY POLICY_NO, CLAIM_ID
               ORDER BY POLICY_NO, CLAIM_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-FIND-LOAD-WINDOW.
           SET COUNT-BEFORE TO TRUE.
           PERFORM 1300-COUNT-TABLES.
           PERFORM 2000-BACKOUT-CLAIMS.
           PERFORM 3000-BACKOUT-DUPLICATES.
           PERFORM 4000-ADJUST-WORKLOADS.
           SET COUNT-AFTER TO TRUE.
           PERFORM 1300-COUNT-TABLES.
           PERFORM 8000-WRITE-REFUSED-LIST.
           PERFORM 8500-WRITE-RECONCILIATION.
           PERFORM 8700-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': CLAIMS LOAD BACKOUT STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-TABLE-COUNTS.
           MOVE WS-BD-YYYY TO WS-TL2-BUS-DATE(1:4).
           MOVE '-'        TO WS-TL2-BUS-DATE(5:1).
           MOVE WS-BD-MM   TO WS-TL2-BUS-DATE(6:2).
           MOVE '-'        TO WS-TL2-BUS-DATE(8:1).
           MOVE WS-BD-DD   TO WS-TL2-BUS-DATE(9:2).
           IF WS-FILTER-BATCH = SPACES
               MOVE 'ALL'             TO WS-TL2-BATCH
           ELSE
               MOVE WS-FILTER-BATCH   TO WS-TL2-BATCH
           END-IF.
           IF WS-FILTER-CHANNEL = SPACES
               MOVE 'ALL'             TO WS-TL2-CHANNEL
           ELSE
               MOVE WS-FILTER-CHANNEL TO WS-TL2-CHANNEL
           END-IF.
           IF UPDATE-RUN
               MOVE 'UPDATE RUN'      TO WS-TL2-MODE
           ELSE
               MOVE 'TRIAL RUN - NO DATA CHANGED' TO WS-TL2-MODE
           END-IF.
      *---------------------------------------------------------------
      * The business date is required - a backout is never aimed at
      * today by default.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN PARMCARD FAILED FS='
                   WS-PARMCARD-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD
               AT END
                   MOVE SPACES TO CONTROL-CARD-RECORD
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-BUSINESS-DATE NOT NUMERIC
               OR CC-BUSINESS-DATE = ZEROS
               DISPLAY WS-PROGRAM-ID
                   ': PARMCARD BUSINESS DATE MISSING OR INVALID'
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE CC-BATCH-NO      TO WS-FILTER-BATCH.
           MOVE CC-CHANNEL       TO WS-FILTER-CHANNEL.
           IF CC-MODE = 'U'
               SET UPDATE-RUN TO TRUE
           ELSE
               SET TRIAL-RUN  TO TRUE
           END-IF.
           DISPLAY WS-PROGRAM-ID ': BUSINESS DATE=' WS-BUSINESS-DATE
               ' BATCH=' WS-FILTER-BATCH ' CHANNEL=' WS-FILTER-CHANNEL
               ' MODE=' WS-RUN-MODE.
      *---------------------------------------------------------------
      * The load's RUN_REGISTRY row. No row means CLMSDB2 never ran
      * on that date - nothing to back out.
      *---------------------------------------------------------------
       1200-FIND-LOAD-WINDOW.
           MOVE WS-BUSINESS-DATE TO DCL-RUN-RUN-DATE.
           EXEC SQL
               SELECT START_TS, END_TS
               INTO :DCL-RUN-START-TS, :DCL-RUN-END-TS
               FROM RUN_REGISTRY
               WHERE RUN_DATE  = :DCL-RUN-RUN-DATE
                 AND STEP_NAME = :WS-STEP-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': NO CLMSDB2 RUN REGISTERED FOR '
                   WS-BUSINESS-DATE ' SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               PERFORM 1100-WRITE-PAGE-HEADER
               MOVE 'NO CLMSDB2 RUN REGISTERED FOR THE BUSINESS DATE'
                   TO WS-SC-TITLE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-BD-YYYY '-' WS-BD-MM '-' WS-BD-DD
               '-00.00.00.000000'
               DELIMITED BY SIZE INTO WS-WINDOW-START.
           EXEC SQL
               SELECT COALESCE(MAX(END_TS), ' ')
               INTO :WS-PRIOR-END
               FROM RUN_REGISTRY
               WHERE STEP_NAME = :WS-STEP-NAME
                 AND RUN_DATE  < :DCL-RUN-RUN-DATE
                 AND END_TS    > ' '
           END-EXEC.
           IF SQLCODE = 0 AND WS-PRIOR-END > WS-WINDOW-START
               MOVE WS-PRIOR-END TO WS-WINDOW-START
           END-IF.
           IF DCL-RUN-END-TS NOT = SPACES
               MOVE DCL-RUN-END-TS TO WS-WINDOW-END
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': WARNING - CLMSDB2 RUN NEVER FINISHED, WINDOW '
                   'RUNS TO THE NEXT LOAD'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXEC SQL
                   SELECT COALESCE(MIN(START_TS),
                                   '9999-12-31-23.59.59.999999')
                   INTO :WS-WINDOW-END
                   FROM RUN_REGISTRY
                   WHERE STEP_NAME = :WS-STEP-NAME
                     AND RUN_DATE  > :DCL-RUN-RUN-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '9999-12-31-23.59.59.999999' TO WS-WINDOW-END
               END-IF
           END-IF.
           MOVE WS-WINDOW-START TO WS-TL3-START.
           MOVE WS-WINDOW-END   TO WS-TL3-END.
           DISPLAY WS-PROGRAM-ID ': LOAD WINDOW ' WS-WINDOW-START
               ' TO ' WS-WINDOW-END.
           PERFORM 1100-WRITE-PAGE-HEADER.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-TITLE-LINE-3.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 4 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Whole-table row counts, before the backout and again after.
      *---------------------------------------------------------------
       1300-COUNT-TABLES.
           MOVE WS-TBL-MASTER TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIMS_MASTER
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
           MOVE WS-TBL-LINES TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIM_LINES
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
           MOVE WS-TBL-AUDIT TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIMS_AUDIT
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
           MOVE WS-TBL-DUPLICATE TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIMS_DUPLICATE
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
           MOVE WS-TBL-DIARY TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIMS_DIARY
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
           MOVE WS-TBL-BEFORE TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIMS_LOAD_BEFORE
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
           MOVE WS-TBL-DOCUMENT TO WS-TBL-SUB.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-ROWS
               FROM CLAIMS_DOCUMENT
           END-EXEC.
           PERFORM 1390-STORE-TABLE-COUNT.
      *---------------------------------------------------------------
       1390-STORE-TABLE-COUNT.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': ROW COUNT FAILED SQLCODE='
                   SQLCODE ' TABLE=' WS-TABLE-NAME(WS-TBL-SUB)
               MOVE +8 TO WS-RETURN-CODE
               MOVE ZEROS TO WS-TABLE-ROWS
           END-IF.
           IF COUNT-BEFORE
               MOVE WS-TABLE-ROWS TO WS-TBL-BEFORE-ROWS(WS-TBL-SUB)
           ELSE
               MOVE WS-TABLE-ROWS TO WS-TBL-AFTER-ROWS(WS-TBL-SUB)
           END-IF.
      *---------------------------------------------------------------
       2000-BACKOUT-CLAIMS.
           EXEC SQL OPEN BKOT_LOAD_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': LOAD CURSOR OPEN FAILED='
                   SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-FETCH-CLAIM.
           PERFORM UNTIL END-OF-CLAIMS
               ADD 1 TO WS-CLAIM-COUNT
               PERFORM 2200-BACKOUT-ONE-CLAIM
               PERFORM 2100-FETCH-CLAIM
           END-PERFORM.
           EXEC SQL CLOSE BKOT_LOAD_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2100-FETCH-CLAIM.
           EXEC SQL
               FETCH BKOT_LOAD_CURSOR
               INTO :DCL-POLICY-NO, :DCL-CLAIM-ID,
                    :WS-LOAD-TS,    :WS-LOAD-ROWS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-CLAIMS TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': LOAD CURSOR FETCH FAILED='
                       SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-CLAIMS TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Classify the claim's first load row, read the claim as it is
      * now (and its before-image for a correction), apply the batch
      * and channel selection, then the refusal tests, then back it
      * out.
      *---------------------------------------------------------------
       2200-BACKOUT-ONE-CLAIM.
           MOVE SPACES TO WS-RESULT-TEXT WS-REFUSE-REASON
                          WS-CLAIM-BATCH.
           EXEC SQL
               SELECT OLD_STATUS
               INTO :WS-LOAD-OLD-STATUS
               FROM CLAIMS_AUDIT
               WHERE POLICY_NO  = :DCL-POLICY-NO
                 AND CLAIM_ID   = :DCL-CLAIM-ID
                 AND CHANGED_BY = :WS-STEP-NAME
                 AND CHANGE_TS  = :WS-LOAD-TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': LOAD ROW LOOKUP FAILED='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOAD-OLD-STATUS = SPACES
               SET LOAD-WAS-INSERT     TO TRUE
           ELSE
               SET LOAD-WAS-CORRECTION TO TRUE
           END-IF.
           PERFORM 2300-READ-CLAIM.
           IF WS-REFUSE-REASON = SPACES AND LOAD-WAS-CORRECTION
               PERFORM 2350-READ-BEFORE-IMAGE
           END-IF.
           IF WS-REFUSE-REASON = 'ERROR'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REFUSE-REASON = 'ALREADY BACKED OUT'
               PERFORM 2380-REPORT-ALREADY-DONE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               IF (WS-FILTER-BATCH NOT = SPACES
                   AND WS-CLAIM-BATCH NOT = WS-FILTER-BATCH)
                   OR (WS-FILTER-CHANNEL NOT = SPACES
                   AND DCL-SUBMIT-CHANNEL NOT = WS-FILTER-CHANNEL)
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2400-CHECK-REFUSALS
           END-IF.
           IF WS-REFUSE-REASON = 'ERROR'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM 2900-REFUSE-CLAIM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2500-COUNT-CLAIM-ROWS.
           IF WS-REFUSE-REASON = 'ERROR'
               EXIT PARAGRAPH
           END-IF.
           IF LOAD-WAS-INSERT
               PERFORM 2600-REMOVE-CLAIM
           ELSE
               PERFORM 2700-RESTORE-CLAIM
           END-IF.
      *---------------------------------------------------------------
      * The claim as it stands. Gone from CLAIMS_MASTER (archived,
      * or already backed out by hand) leaves nothing to reverse
      * safely.
      *---------------------------------------------------------------
       2300-READ-CLAIM.
           EXEC SQL
               SELECT STATUS,         ADJUSTER_ID,     SUBMIT_CHANNEL,
                      BATCH_NO,       ADJUDICATED_DATE, PAID_DATE,
                      MEMBER_ID,      PROVIDER_ID
               INTO :DCL-STATUS,         :DCL-ADJUSTER-ID,
                    :DCL-SUBMIT-CHANNEL, :DCL-BATCH-NO,
                    :DCL-ADJUDICATED-DATE, :DCL-PAID-DATE,
                    :DCL-MEMBER-ID,      :DCL-PROVIDER-ID
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DCL-BATCH-NO TO WS-CLAIM-BATCH
               WHEN +100
                   MOVE SPACES TO DCL-SUBMIT-CHANNEL
                   MOVE 'NOT ON CLAIMS_MASTER' TO WS-REFUSE-REASON
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': CLAIM READ FAILED='
                       SQLCODE ' POLICY=' DCL-POLICY-NO
                       ' CLAIM=' DCL-CLAIM-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'ERROR' TO WS-REFUSE-REASON
           END-EVALUATE.
           MOVE ZEROS TO WS-BEFORE-ADJ-DATE WS-BEFORE-PAID-DATE.
      *---------------------------------------------------------------
      * A correction's batch is the batch it arrived in, carried on
      * the before-image.
      *---------------------------------------------------------------
       2350-READ-BEFORE-IMAGE.
           EXEC SQL
               SELECT LOAD_BATCH_NO,  CLAIMANT_NAME,   CLAIM_DATE,
                      CLAIM_TYPE,     CLAIM_AMOUNT,    COVERAGE_CODE,
                      STATUS,         ADJUSTER_ID,     SUBMIT_CHANNEL,
                      ALLOWED_AMOUNT, ADJUDICATED_DATE, PAID_DATE
               INTO :DCL-LBF-LOAD-BATCH-NO,  :DCL-LBF-CLAIMANT-NAME,
                    :DCL-LBF-CLAIM-DATE,     :DCL-LBF-CLAIM-TYPE,
                    :DCL-LBF-CLAIM-AMOUNT,   :DCL-LBF-COVERAGE-CODE,
                    :DCL-LBF-STATUS,         :DCL-LBF-ADJUSTER-ID,
                    :DCL-LBF-SUBMIT-CHANNEL, :DCL-LBF-ALLOWED-AMOUNT,
                    :DCL-LBF-ADJUDICATED-DATE, :DCL-LBF-PAID-DATE
               FROM CLAIMS_LOAD_BEFORE
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND LOAD_TS   = :WS-LOAD-TS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DCL-LBF-LOAD-BATCH-NO    TO WS-CLAIM-BATCH
                   MOVE DCL-LBF-ADJUDICATED-DATE TO WS-BEFORE-ADJ-DATE
                   MOVE DCL-LBF-PAID-DATE        TO WS-BEFORE-PAID-DATE
               WHEN +100
                   PERFORM 2360-CHECK-EARLIER-BACKOUT
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': BEFORE-IMAGE READ FAILED='
                       SQLCODE ' POLICY=' DCL-POLICY-NO
                       ' CLAIM=' DCL-CLAIM-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'ERROR' TO WS-REFUSE-REASON
           END-EVALUATE.
      *---------------------------------------------------------------
      * No before-image: either this backout already restored the
      * claim and consumed it - a CLMSBKOT row on CLAIMS_AUDIT since
      * the load says so, and a rerun reports the claim as done - or
      * the correction predates before-images and is refused. The
      * correction's batch went with the before-image, so a claim
      * already restored is reported whatever batch or channel the
      * rerun selects.
      *---------------------------------------------------------------
       2360-CHECK-EARLIER-BACKOUT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-BACKOUT-ROWS
               FROM CLAIMS_AUDIT
               WHERE POLICY_NO  = :DCL-POLICY-NO
                 AND CLAIM_ID   = :DCL-CLAIM-ID
                 AND CHANGED_BY = :WS-PROGRAM-ID
                 AND CHANGE_TS >= :WS-LOAD-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-BACKOUT-ROWS > 0
               MOVE 'ALREADY BACKED OUT' TO WS-REFUSE-REASON
           ELSE
               MOVE 'NO BEFORE-IMAGE ON FILE' TO WS-REFUSE-REASON
           END-IF.
      *---------------------------------------------------------------
      * Restored by an earlier run of this backout - nothing left to
      * do, and not a refusal.
      *---------------------------------------------------------------
       2380-REPORT-ALREADY-DONE.
           ADD 1 TO WS-ALREADY-COUNT.
           MOVE 'ALREADY RESTORED BY AN EARLIER RUN'
               TO WS-RESULT-TEXT.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Work done on the claim since the load belongs to someone
      * else: an adjudication or payment (against the before-image
      * for a correction), an approval parked for co-sign or an
      * adjuster note added, a later load of the same claim, or an
      * active legal hold on the claim, its policy, member or
      * provider.
      *---------------------------------------------------------------
       2400-CHECK-REFUSALS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PAYMENT-ROWS
               FROM CLAIMS_PAYMENT
               WHERE POLICY_NO  = :DCL-POLICY-NO
                 AND CLAIM_ID   = :DCL-CLAIM-ID
                 AND PAYMENT_TS >= :WS-LOAD-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-COSIGN-ROWS
               FROM CLAIMS_COSIGN
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND PARK_TS  >= :WS-LOAD-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NOTE-ROWS
               FROM CLAIMS_NOTES
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND NOTE_TS  >= :WS-LOAD-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LATER-LOADS
               FROM CLAIMS_AUDIT
               WHERE POLICY_NO  = :DCL-POLICY-NO
                 AND CLAIM_ID   = :DCL-CLAIM-ID
                 AND CHANGED_BY = :WS-STEP-NAME
                 AND CHANGE_TS  > :WS-WINDOW-END
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HOLD-ROWS
               FROM LEGAL_HOLD H
               WHERE H.RELEASED_DATE = 0
                 AND ((H.SCOPE_TYPE = 'C'
                       AND H.POLICY_NO = :DCL-POLICY-NO
                       AND H.CLAIM_ID  = :DCL-CLAIM-ID)
                   OR (H.SCOPE_TYPE = 'P'
                       AND H.POLICY_NO = :DCL-POLICY-NO)
                   OR (H.SCOPE_TYPE = 'M'
                       AND H.MEMBER_ID = :DCL-MEMBER-ID)
                   OR (H.SCOPE_TYPE = 'R'
                       AND H.PROVIDER_ID = :DCL-PROVIDER-ID))
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAYMENT-ROWS > 0
                   OR DCL-PAID-DATE NOT = WS-BEFORE-PAID-DATE
                   MOVE 'PAID SINCE THE LOAD' TO WS-REFUSE-REASON
               WHEN DCL-ADJUDICATED-DATE NOT = WS-BEFORE-ADJ-DATE
                   MOVE 'ADJUDICATED SINCE THE LOAD'
                       TO WS-REFUSE-REASON
               WHEN WS-COSIGN-ROWS > 0
                   MOVE 'PARKED FOR CO-SIGN SINCE THE LOAD'
                       TO WS-REFUSE-REASON
               WHEN WS-NOTE-ROWS > 0
                   MOVE 'NOTES ADDED SINCE THE LOAD'
                       TO WS-REFUSE-REASON
               WHEN WS-LATER-LOADS > 0
                   MOVE 'LOADED AGAIN BY A LATER RUN'
                       TO WS-REFUSE-REASON
               WHEN WS-HOLD-ROWS > 0
                   MOVE 'UNDER ACTIVE LEGAL HOLD' TO WS-REFUSE-REASON
           END-EVALUATE.
      *---------------------------------------------------------------
       2490-REFUSAL-QUERY-FAILED.
           DISPLAY WS-PROGRAM-ID ': REFUSAL CHECK FAILED=' SQLCODE
               ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           MOVE 'ERROR' TO WS-REFUSE-REASON.
      *---------------------------------------------------------------
      * Rows the claim has on each dependent table. For a removal
      * every row goes; for a restore only the before-images this
      * window wrote.
      *---------------------------------------------------------------
       2500-COUNT-CLAIM-ROWS.
           MOVE ZEROS TO WS-CR-LINES WS-CR-AUDIT WS-CR-DIARY
                         WS-CR-BEFORE WS-CR-DOCUMENT.
           IF LOAD-WAS-INSERT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CR-LINES
                   FROM CLAIM_LINES
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2490-REFUSAL-QUERY-FAILED
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CR-AUDIT
                   FROM CLAIMS_AUDIT
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2490-REFUSAL-QUERY-FAILED
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CR-DIARY
                   FROM CLAIMS_DIARY
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2490-REFUSAL-QUERY-FAILED
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CR-DOCUMENT
                   FROM CLAIMS_DOCUMENT
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2490-REFUSAL-QUERY-FAILED
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CR-BEFORE
                   FROM CLAIMS_LOAD_BEFORE
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CR-BEFORE
                   FROM CLAIMS_LOAD_BEFORE
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
                     AND LOAD_TS  >= :WS-WINDOW-START
                     AND LOAD_TS  <= :WS-WINDOW-END
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 2490-REFUSAL-QUERY-FAILED
           END-IF.
      *---------------------------------------------------------------
      * Claim the run inserted - every row for the key goes, the
      * header last.
      *---------------------------------------------------------------
       2600-REMOVE-CLAIM.
           IF TRIAL-RUN
               MOVE 'WOULD BE REMOVED' TO WS-RESULT-TEXT
               PERFORM 2650-TALLY-REMOVAL
               PERFORM 7000-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIM_LINES
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIMS_DIARY
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIMS_DOCUMENT
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIMS_LOAD_BEFORE
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIMS_AUDIT
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REMOVED' TO WS-RESULT-TEXT.
           PERFORM 2650-TALLY-REMOVAL.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
       2650-TALLY-REMOVAL.
           ADD 1 TO WS-REMOVED-COUNT.
           ADD 1            TO WS-TBL-REMOVED(WS-TBL-MASTER).
           ADD WS-CR-LINES  TO WS-TBL-REMOVED(WS-TBL-LINES).
           ADD WS-CR-AUDIT  TO WS-TBL-REMOVED(WS-TBL-AUDIT).
           ADD WS-CR-DIARY  TO WS-TBL-REMOVED(WS-TBL-DIARY).
           ADD WS-CR-BEFORE TO WS-TBL-REMOVED(WS-TBL-BEFORE).
           ADD WS-CR-DOCUMENT TO WS-TBL-REMOVED(WS-TBL-DOCUMENT).
           MOVE DCL-STATUS TO WS-OPEN-STATUS.
           IF STATUS-IS-OPEN
               MOVE DCL-ADJUSTER-ID TO WS-WL-ADJUSTER
               MOVE -1              TO WS-WL-CHANGE
               PERFORM 4100-NOTE-WORKLOAD-CHANGE
           END-IF.
      *---------------------------------------------------------------
      * Claim the run corrected - back to the before-image, the
      * run's before-images dropped, and the reversal logged. The
      * lines were priced against the corrected header, so they go
      * back to unpriced and the header allowed amount to zero for
      * CLMSPRCE to reprice, the same reset CLMSDB2 makes on a
      * correction.
      *---------------------------------------------------------------
       2700-RESTORE-CLAIM.
           IF TRIAL-RUN
               MOVE 'WOULD BE RESTORED TO BEFORE-IMAGE'
                   TO WS-RESULT-TEXT
               PERFORM 2750-TALLY-RESTORE
               PERFORM 7000-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET CLAIMANT_NAME  = :DCL-LBF-CLAIMANT-NAME,
                   CLAIM_DATE     = :DCL-LBF-CLAIM-DATE,
                   CLAIM_TYPE     = :DCL-LBF-CLAIM-TYPE,
                   CLAIM_AMOUNT   = :DCL-LBF-CLAIM-AMOUNT,
                   COVERAGE_CODE  = :DCL-LBF-COVERAGE-CODE,
                   STATUS         = :DCL-LBF-STATUS,
                   ADJUSTER_ID    = :DCL-LBF-ADJUSTER-ID,
                   SUBMIT_CHANNEL = :DCL-LBF-SUBMIT-CHANNEL,
                   ALLOWED_AMOUNT = 0
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE CLAIM_LINES
               SET ALLOWED_AMOUNT = 0,
                   PRICE_STATUS   = ' '
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CLAIMS_LOAD_BEFORE
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND LOAD_TS  >= :WS-WINDOW-START
                 AND LOAD_TS  <= :WS-WINDOW-END
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-POLICY-NO  TO DCL-AUD-POLICY-NO.
           MOVE DCL-CLAIM-ID   TO DCL-AUD-CLAIM-ID.
           MOVE DCL-STATUS     TO DCL-AUD-OLD-STATUS.
           MOVE DCL-LBF-STATUS TO DCL-AUD-NEW-STATUS.
           MOVE WS-PROGRAM-ID  TO DCL-AUD-CHANGED-BY.
           EXEC SQL
               SET :DCL-AUD-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_AUDIT
               (POLICY_NO,         CLAIM_ID,          OLD_STATUS,
                NEW_STATUS,        CHANGED_BY,        CHANGE_TS)
               VALUES
               (:DCL-AUD-POLICY-NO,  :DCL-AUD-CLAIM-ID,
                :DCL-AUD-OLD-STATUS, :DCL-AUD-NEW-STATUS,
                :DCL-AUD-CHANGED-BY, :DCL-AUD-CHANGE-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2990-BACKOUT-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RESTORED TO BEFORE-IMAGE' TO WS-RESULT-TEXT.
           PERFORM 2750-TALLY-RESTORE.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
       2750-TALLY-RESTORE.
           ADD 1 TO WS-RESTORED-COUNT.
           ADD 1            TO WS-TBL-RESTORED(WS-TBL-MASTER).
           ADD 1            TO WS-TBL-ADDED(WS-TBL-AUDIT).
           ADD WS-CR-BEFORE TO WS-TBL-REMOVED(WS-TBL-BEFORE).
           MOVE DCL-STATUS TO WS-OPEN-STATUS.
           IF STATUS-IS-OPEN
               MOVE DCL-ADJUSTER-ID TO WS-WL-ADJUSTER
               MOVE -1              TO WS-WL-CHANGE
               PERFORM 4100-NOTE-WORKLOAD-CHANGE
           END-IF.
           MOVE DCL-LBF-STATUS TO WS-OPEN-STATUS.
           IF STATUS-IS-OPEN
               MOVE DCL-LBF-ADJUSTER-ID TO WS-WL-ADJUSTER
               MOVE +1                  TO WS-WL-CHANGE
               PERFORM 4100-NOTE-WORKLOAD-CHANGE
           END-IF.
      *---------------------------------------------------------------
       2900-REFUSE-CLAIM.
           ADD 1 TO WS-REFUSED-COUNT.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-RESULT-TEXT.
           STRING 'REFUSED - ' WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           PERFORM 7000-PRINT-DETAIL.
           IF WS-REFUSED-LISTED < WS-REFUSED-MAX
               ADD 1 TO WS-REFUSED-LISTED
               SET WS-RF-IDX TO WS-REFUSED-LISTED
               MOVE DCL-POLICY-NO    TO WS-RF-POLICY-NO(WS-RF-IDX)
               MOVE DCL-CLAIM-ID     TO WS-RF-CLAIM-ID(WS-RF-IDX)
               MOVE WS-LOAD-ACTION   TO WS-RF-ACTION(WS-RF-IDX)
               MOVE WS-REFUSE-REASON TO WS-RF-REASON(WS-RF-IDX)
           END-IF.
      *---------------------------------------------------------------
      * Nothing of the claim's unit of work is kept when any step of
      * it fails.
      *---------------------------------------------------------------
       2990-BACKOUT-FAILED.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY WS-PROGRAM-ID ': BACKOUT FAILED SQLCODE=' SQLCODE
               ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID.
           EXEC SQL ROLLBACK END-EXEC.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           MOVE SPACES TO WS-RESULT-TEXT.
           STRING 'FAILED SQLCODE ' WS-SQLCODE-DISP ' - ROLLED BACK'
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * The run's parked duplicates, selected the same way as the
      * claims. Rows parked before CLAIMS_DUPLICATE carried a batch
      * number only go on a run that is not narrowed to a batch.
      *---------------------------------------------------------------
       3000-BACKOUT-DUPLICATES.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DUP-ROWS
               FROM CLAIMS_DUPLICATE
               WHERE DETECTED_TS >= :WS-WINDOW-START
                 AND DETECTED_TS <= :WS-WINDOW-END
                 AND (:WS-FILTER-BATCH = ' '
                      OR BATCH_NO = :WS-FILTER-BATCH)
                 AND (:WS-FILTER-CHANNEL = ' '
                      OR SUBMIT_CHANNEL = :WS-FILTER-CHANNEL)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': DUPLICATE COUNT FAILED='
                   SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF UPDATE-RUN AND WS-DUP-ROWS > 0
               EXEC SQL
                   DELETE FROM CLAIMS_DUPLICATE
                   WHERE DETECTED_TS >= :WS-WINDOW-START
                     AND DETECTED_TS <= :WS-WINDOW-END
                     AND (:WS-FILTER-BATCH = ' '
                          OR BATCH_NO = :WS-FILTER-BATCH)
                     AND (:WS-FILTER-CHANNEL = ' '
                          OR SUBMIT_CHANNEL = :WS-FILTER-CHANNEL)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': DUPLICATE BACKOUT FAILED=' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': DUPLICATE BACKOUT COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-DUP-ROWS TO WS-DUP-REMOVED.
           ADD WS-DUP-ROWS TO WS-TBL-REMOVED(WS-TBL-DUPLICATE).
      *---------------------------------------------------------------
      * Open-claim counts on the adjuster master. An update run
      * rewrites them; a trial run only shows what would change.
      *---------------------------------------------------------------
       4000-ADJUST-WORKLOADS.
           PERFORM 7100-CHECK-PAGE.
           MOVE SPACES TO WS-SC-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           MOVE 'ADJUSTER WORKLOAD ADJUSTMENTS' TO WS-SC-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-WL-COUNT = 0
               MOVE '    NONE' TO WS-SC-TITLE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF UPDATE-RUN
               OPEN I-O ADJUSTER-MASTER
           ELSE
               OPEN INPUT ADJUSTER-MASTER
           END-IF.
           IF WS-ADJMSTR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN ADJMSTR FAILED FS='
                   WS-ADJMSTR-STATUS
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT
               PERFORM 4200-APPLY-WORKLOAD-CHANGE
           END-PERFORM.
           CLOSE ADJUSTER-MASTER.
      *---------------------------------------------------------------
      * Accumulate one adjuster's change; unassigned claims carry no
      * workload.
      *---------------------------------------------------------------
       4100-NOTE-WORKLOAD-CHANGE.
           IF WS-WL-ADJUSTER = SPACES OR WS-WL-ADJUSTER = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT
               OR WS-WL-ADJUSTER-ID(WS-WL-SUB) = WS-WL-ADJUSTER
               CONTINUE
           END-PERFORM.
           IF WS-WL-SUB > WS-WL-COUNT
               IF WS-WL-COUNT >= WS-WL-MAX
                   DISPLAY WS-PROGRAM-ID ': WORKLOAD TABLE FULL AT '
                       WS-WL-MAX ' - ADJUSTER ' WS-WL-ADJUSTER
                       ' NOT ADJUSTED'
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WL-COUNT
               MOVE WS-WL-COUNT    TO WS-WL-SUB
               MOVE WS-WL-ADJUSTER TO WS-WL-ADJUSTER-ID(WS-WL-SUB)
               MOVE ZEROS          TO WS-WL-DELTA(WS-WL-SUB)
           END-IF.
           ADD WS-WL-CHANGE TO WS-WL-DELTA(WS-WL-SUB).
      *---------------------------------------------------------------
       4200-APPLY-WORKLOAD-CHANGE.
           MOVE SPACES TO WS-WK-NOTE.
           MOVE WS-WL-ADJUSTER-ID(WS-WL-SUB) TO WS-WK-ADJUSTER
                                                ADM-ADJUSTER-ID.
           MOVE WS-WL-DELTA(WS-WL-SUB)       TO WS-WK-CHANGE.
           READ ADJUSTER-MASTER
               INVALID KEY
                   MOVE ZEROS TO WS-WK-OLD-COUNT WS-WK-NEW-COUNT
                   MOVE 'NOT ON ADJUSTER MASTER' TO WS-WK-NOTE
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE ADM-OPEN-COUNT TO WS-WK-OLD-COUNT
                   COMPUTE WS-WL-NEW-COUNT =
                       ADM-OPEN-COUNT + WS-WL-DELTA(WS-WL-SUB)
                   IF WS-WL-NEW-COUNT < 0
                       MOVE ZEROS TO WS-WL-NEW-COUNT
                   END-IF
                   MOVE WS-WL-NEW-COUNT TO WS-WK-NEW-COUNT
                   IF UPDATE-RUN
                       MOVE WS-WL-NEW-COUNT TO ADM-OPEN-COUNT
                       REWRITE ADJUSTER-RECORD
                       IF WS-ADJMSTR-STATUS NOT = '00'
                           MOVE 'REWRITE FAILED' TO WS-WK-NOTE
                           MOVE +8 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       MOVE 'TRIAL - NOT REWRITTEN' TO WS-WK-NOTE
                   END-IF
           END-READ.
           PERFORM 7100-CHECK-PAGE.
           WRITE RPT-LINE FROM WS-WORKLOAD-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7000-PRINT-DETAIL.
           PERFORM 7100-CHECK-PAGE.
           MOVE DCL-POLICY-NO      TO WS-DL-POLICY.
           MOVE DCL-CLAIM-ID       TO WS-DL-CLAIM-ID.
           IF LOAD-WAS-INSERT
               MOVE 'INSERTED'     TO WS-DL-ACTION
           ELSE
               MOVE 'CORRECTED'    TO WS-DL-ACTION
           END-IF.
           MOVE WS-CLAIM-BATCH     TO WS-DL-BATCH.
           MOVE DCL-SUBMIT-CHANNEL TO WS-DL-CHANNEL.
           MOVE WS-RESULT-TEXT     TO WS-DL-RESULT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7100-CHECK-PAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
      *---------------------------------------------------------------
      * Claims left for manual handling, with why.
      *---------------------------------------------------------------
       8000-WRITE-REFUSED-LIST.
           PERFORM 7100-CHECK-PAGE.
           MOVE SPACES TO WS-SC-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           MOVE 'CLAIMS REFUSED - MANUAL HANDLING REQUIRED'
               TO WS-SC-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-REFUSED-COUNT = 0
               MOVE '    NONE' TO WS-SC-TITLE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-REFUSED-LISTED
               PERFORM 7100-CHECK-PAGE
               MOVE WS-RF-POLICY-NO(WS-RF-IDX) TO WS-RL-POLICY
               MOVE WS-RF-CLAIM-ID(WS-RF-IDX)  TO WS-RL-CLAIM-ID
               IF WS-RF-ACTION(WS-RF-IDX) = 'I'
                   MOVE 'INSERTED'  TO WS-RL-ACTION
               ELSE
                   MOVE 'CORRECTED' TO WS-RL-ACTION
               END-IF
               MOVE WS-RF-REASON(WS-RF-IDX)    TO WS-RL-REASON
               WRITE RPT-LINE FROM WS-REFUSED-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           IF WS-REFUSED-COUNT > WS-REFUSED-LISTED
               MOVE '    MORE REFUSED CLAIMS - SEE REGISTER ABOVE'
                   TO WS-SC-TITLE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *---------------------------------------------------------------
      * Before/after row counts. EXPECTED is BEFORE less what this
      * run removed plus what it added; an AFTER that differs means
      * something else changed the table while the backout ran, or
      * the backout did not do what it reported. A trial run changes
      * nothing, so EXPECTED is what an update run would leave.
      *---------------------------------------------------------------
       8500-WRITE-RECONCILIATION.
           PERFORM 1100-WRITE-PAGE-HEADER.
           MOVE 'TABLE RECONCILIATION' TO WS-SC-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           WRITE RPT-LINE FROM WS-RECON-HEADER.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-TBL-COUNT
               COMPUTE WS-EXPECTED-ROWS =
                   WS-TBL-BEFORE-ROWS(WS-TBL-SUB)
                   - WS-TBL-REMOVED(WS-TBL-SUB)
                   + WS-TBL-ADDED(WS-TBL-SUB)
               MOVE WS-TABLE-NAME(WS-TBL-SUB)      TO WS-RC-TABLE
               MOVE WS-TBL-BEFORE-ROWS(WS-TBL-SUB) TO WS-RC-BEFORE
               MOVE WS-TBL-REMOVED(WS-TBL-SUB)     TO WS-RC-REMOVED
               MOVE WS-TBL-ADDED(WS-TBL-SUB)       TO WS-RC-ADDED
               MOVE WS-TBL-RESTORED(WS-TBL-SUB)    TO WS-RC-RESTORED
               MOVE WS-EXPECTED-ROWS               TO WS-RC-EXPECTED
               MOVE WS-TBL-AFTER-ROWS(WS-TBL-SUB)  TO WS-RC-AFTER
               EVALUATE TRUE
                   WHEN TRIAL-RUN
                       MOVE 'TRIAL'          TO WS-RC-CHECK
                   WHEN WS-TBL-AFTER-ROWS(WS-TBL-SUB)
                        = WS-EXPECTED-ROWS
                       MOVE 'BALANCED'       TO WS-RC-CHECK
                   WHEN OTHER
                       MOVE 'OUT OF BALANCE' TO WS-RC-CHECK
                       IF WS-RETURN-CODE < +4
                           MOVE +4 TO WS-RETURN-CODE
                       END-IF
               END-EVALUATE
               WRITE RPT-LINE FROM WS-RECON-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
      *---------------------------------------------------------------
       8700-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'CLAIMS IN LOAD WINDOW:    ' TO WS-SL-LABEL.
           MOVE WS-CLAIM-COUNT               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'OUTSIDE BATCH/CHANNEL:    ' TO WS-SL-LABEL.
           MOVE WS-SKIPPED-COUNT             TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS REMOVED:           ' TO WS-SL-LABEL.
           MOVE WS-REMOVED-COUNT             TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS RESTORED:          ' TO WS-SL-LABEL.
           MOVE WS-RESTORED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS REFUSED:           ' TO WS-SL-LABEL.
           MOVE WS-REFUSED-COUNT             TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'ALREADY BACKED OUT:       ' TO WS-SL-LABEL.
           MOVE WS-ALREADY-COUNT             TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DUPLICATES REMOVED:       ' TO WS-SL-LABEL.
           MOVE WS-DUP-REMOVED               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'ERRORS:                   ' TO WS-SL-LABEL.
           MOVE WS-ERROR-COUNT               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': CLAIMS='   WS-CLAIM-COUNT
                   ' REMOVED='    WS-REMOVED-COUNT
                   ' RESTORED='   WS-RESTORED-COUNT
                   ' REFUSED='    WS-REFUSED-COUNT
                   ' ALREADY='    WS-ALREADY-COUNT
                   ' SKIPPED='    WS-SKIPPED-COUNT
                   ' DUPLICATES=' WS-DUP-REMOVED
                   ' ERRORS='     WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
