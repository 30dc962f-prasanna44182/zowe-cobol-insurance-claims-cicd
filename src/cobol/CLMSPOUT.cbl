      *===============================================================
      * CLMSPOUT - Provider Billing-Pattern Outlier Report
      * Monthly report step, run after month end (DB2 precompile
      * required).
      * CLMSXREF and the CLMSVALD fraud rules look at claimants and
      * single claims; this looks at each billing provider's whole
      * book for the month. Claims dated in the month are read from
      * CLAIMS_MASTER and CLAIMS_MASTER_HIST together, whatever
      * their status, with each claim's CLAIM_LINES count (a
      * header-only claim counts as one line). Per provider within
      * its peer group - same claim type and loss state - it works
      * out:
      *   claim volume          - claims billed in the month
      *   average billed amount - CLAIM_AMOUNT total / claims
      *   lines per claim       - CLAIM_LINES rows / claims
      *   distinct members      - different MEMBER_IDs billed for
      * and scores each against the peer group's mean and standard
      * deviation. A provider is referred when:
      *   - any measure sits the threshold number of standard
      *     deviations or more above its peers (peer groups smaller
      *     than the minimum size are too thin to score and are
      *     only spike-tested), or
      *   - its claim volume jumped month over month by the spike
      *     percentage or more against the month before
      * and it billed at least the minimum number of claims.
      * Referrals print ranked by score - the largest of the
      * provider's standard-deviation scores and, for a spike, its
      * month-over-month multiple - on the SIU referral report, and
      * each referred provider is written once to DD WTCHOUT as a
      * WTCHREC provider entry ('R' + provider id, case id 'PO' +
      * CCYYMM) for the SIU to load onto the watchlist once they
      * have reviewed the report.
      * PARMCARD (all optional):
      *   cols 1-6   month analysed (CCYYMM), default the prior month
      *   cols 8-11  outlier threshold, 9(02)V99 standard deviations
      *              (default 03.00)
      *   cols 13-15 spike percentage of the prior month's volume
      *              (default 200 - volume at least doubled)
      *   cols 17-20 minimum claims in the month to be referred
      *              (default 0010)
      *   cols 22-24 minimum providers in a peer group to score it
      *              (default 005)
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPOUT.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT WATCH-OUT ASSIGN TO WTCHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WTCHOUT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Watchlist load file - WTCHREC provider entries for the SIU.
      *---------------------------------------------------------------
       FD  WATCH-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY WTCHREC.

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Blank
      * fields keep their defaults.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-MONTH            PIC 9(06).
           05  FILLER              PIC X(01).
           05  CC-Z-THRESHOLD      PIC 9(02)V99.
           05  FILLER              PIC X(01).
           05  CC-SPIKE-PCT        PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-MIN-CLAIMS       PIC 9(04).
           05  FILLER              PIC X(01).
           05  CC-MIN-PEERS        PIC 9(03).
           05  FILLER              PIC X(56).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPOUT'.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-WTCHOUT-STATUS   PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08).

      *---------------------------------------------------------------
      * Month analysed, the month before it, and the thresholds -
      * PARMCARD-overridable.
      *---------------------------------------------------------------
       01  WS-ANALYSIS-MONTH       PIC 9(06) VALUE ZEROS.
       01  WS-ANALYSIS-MONTH-R REDEFINES WS-ANALYSIS-MONTH.
           05  WS-AM-YYYY          PIC 9(04).
           05  WS-AM-MM            PIC 9(02).
       01  WS-PRIOR-MONTH          PIC 9(06) VALUE ZEROS.
       01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05  WS-PM-YYYY          PIC 9(04).
           05  WS-PM-MM            PIC 9(02).
       01  WS-Z-THRESHOLD          PIC 9(02)V99 VALUE 03.00.
       01  WS-SPIKE-PCT            PIC 9(03) VALUE 200.
       01  WS-MIN-CLAIMS           PIC 9(04) VALUE 0010.
       01  WS-MIN-PEERS            PIC 9(03) VALUE 005.
       01  WS-CUR-FROM-DB2         PIC S9(08) COMP-3 VALUE +0.
       01  WS-CUR-TO-DB2           PIC S9(08) COMP-3 VALUE +0.
       01  WS-PRIOR-FROM-DB2       PIC S9(08) COMP-3 VALUE +0.
       01  WS-CASE-ID              PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------
      * One provider/peer-group row as fetched.
      *---------------------------------------------------------------
       01  WS-PV-PROVIDER-ID       PIC X(08).
       01  WS-PV-CLAIM-TYPE        PIC X(02).
       01  WS-PV-LOSS-STATE        PIC X(02).
       01  WS-PV-CLAIMS            PIC S9(09) COMP.
       01  WS-PV-BILLED            PIC S9(11)V99 COMP-3.
       01  WS-PV-LINES             PIC S9(09) COMP.
       01  WS-PV-MEMBERS           PIC S9(09) COMP.
       01  WS-PV-PRIOR-CLAIMS      PIC S9(09) COMP.

      *---------------------------------------------------------------
      * Current peer group (claim type + loss state), buffered until
      * the group breaks so every provider in it can be scored
      * against the whole group. Measures, in WS-PE-VALUE order:
      *   1 claim volume  2 average billed  3 lines per claim
      *   4 distinct members
      * A group with more providers than the table holds is scored
      * on the first WS-PEER-MAX; the rest are counted as skipped.
      *---------------------------------------------------------------
       01  WS-GROUP-CLAIM-TYPE     PIC X(02) VALUE HIGH-VALUES.
       01  WS-GROUP-LOSS-STATE     PIC X(02) VALUE HIGH-VALUES.
       01  WS-PEER-MAX             PIC 9(04) VALUE 2000.
       01  WS-PEER-COUNT           PIC 9(04) VALUE ZEROS.
       01  WS-PEER-TABLE.
           05  WS-PEER-ENTRY OCCURS 2000 TIMES.
               10  WS-PE-PROVIDER-ID   PIC X(08).
               10  WS-PE-CLAIMS        PIC S9(09) COMP.
               10  WS-PE-PRIOR-CLAIMS  PIC S9(09) COMP.
               10  WS-PE-AVG-BILLED    PIC S9(09)V99 COMP-3.
               10  WS-PE-LINES-PER-CLM PIC S9(05)V99 COMP-3.
               10  WS-PE-MEMBERS       PIC S9(09) COMP.
               10  WS-PE-VALUE         COMP-2 OCCURS 4 TIMES.

       01  WS-MEASURE-COUNT        PIC 9(01) VALUE 4.
       01  WS-MEASURE-STATS.
           05  WS-MS-ENTRY OCCURS 4 TIMES.
               10  WS-MS-SUM           COMP-2.
               10  WS-MS-SUM-SQ        COMP-2.
               10  WS-MS-MEAN          COMP-2.
               10  WS-MS-STD-DEV       COMP-2.
       01  WS-MS-VARIANCE          COMP-2.

       01  WS-MEASURE-NAMES-DATA.
           05  FILLER              PIC X(12) VALUE 'CLAIM VOLUME'.
           05  FILLER              PIC X(12) VALUE 'AVG BILLED'.
           05  FILLER              PIC X(12) VALUE 'LINES/CLAIM'.
           05  FILLER              PIC X(12) VALUE 'MEMBERS'.
       01  WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-DATA.
           05  WS-MEASURE-NAME     PIC X(12) OCCURS 4 TIMES.

       01  WS-PX                   PIC 9(04) COMP.
       01  WS-MX                   PIC 9(01) COMP.
       01  WS-PEER-SCORED-FLAG     PIC X(01) VALUE 'N'.
           88  PEER-GROUP-SCORED   VALUE 'Y'.
       01  WS-Z-SCORE              COMP-2.
       01  WS-TOP-Z                COMP-2.
       01  WS-TOP-MEASURE          PIC 9(01) COMP.
       01  WS-SPIKE-MULTIPLE       COMP-2.
       01  WS-OUTLIER-FLAG         PIC X(01) VALUE 'N'.
           88  PROVIDER-OUTLIER    VALUE 'Y'.
       01  WS-SPIKE-FLAG           PIC X(01) VALUE 'N'.
           88  PROVIDER-SPIKE      VALUE 'Y'.

      *---------------------------------------------------------------
      * Referrals, kept in descending score order as they are found
      * (insertion into a ranked table). When the table is full a
      * new referral that outranks the last one pushes it off; the
      * dropped count is reported.
      *---------------------------------------------------------------
       01  WS-REF-MAX              PIC 9(04) VALUE 0500.
       01  WS-REF-COUNT            PIC 9(04) VALUE ZEROS.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 500 TIMES.
               10  WS-RF-PROVIDER-ID   PIC X(08).
               10  WS-RF-CLAIM-TYPE    PIC X(02).
               10  WS-RF-LOSS-STATE    PIC X(02).
               10  WS-RF-CLAIMS        PIC S9(09) COMP.
               10  WS-RF-PRIOR-CLAIMS  PIC S9(09) COMP.
               10  WS-RF-AVG-BILLED    PIC S9(09)V99 COMP-3.
               10  WS-RF-LINES-PER-CLM PIC S9(05)V99 COMP-3.
               10  WS-RF-MEMBERS       PIC S9(09) COMP.
               10  WS-RF-PEERS         PIC 9(04).
               10  WS-RF-SCORE         PIC S9(05)V99 COMP-3.
               10  WS-RF-DRIVER        PIC X(12).
               10  WS-RF-REASON        PIC X(14).
       01  WS-RANK-POS             PIC 9(04) COMP.
       01  WS-RANK-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88  RANK-POSITION-FOUND VALUE 'Y'.
       01  WS-RX                   PIC 9(04) COMP.
       01  WS-NEW-SCORE            PIC S9(05)V99 COMP-3.
       01  WS-ALREADY-LISTED-FLAG  PIC X(01) VALUE 'N'.
           88  PROVIDER-ALREADY-LISTED VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(07) VALUE ZEROS.
           05  WS-PROVIDERS-SCORED PIC 9(07) VALUE ZEROS.
           05  WS-PEER-GROUPS      PIC 9(07) VALUE ZEROS.
           05  WS-THIN-GROUPS      PIC 9(07) VALUE ZEROS.
           05  WS-PEERS-SKIPPED    PIC 9(07) VALUE ZEROS.
           05  WS-REFERRALS-FOUND  PIC 9(07) VALUE ZEROS.
           05  WS-REFERRALS-DROPPED PIC 9(07) VALUE ZEROS.
           05  WS-WATCH-WRITTEN    PIC 9(07) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * Every provider/peer-group combination with claims in the
      * month or the month before, from the live and archived
      * claims together. Prior-month columns only feed the spike
      * test; a row with nothing in the month itself is skipped.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPOUT_CURSOR CURSOR FOR
               SELECT C.PROVIDER_ID, C.CLAIM_TYPE, C.LOSS_STATE,
                      SUM(CASE WHEN C.CLAIM_DATE >= :WS-CUR-FROM-DB2
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.CLAIM_DATE >= :WS-CUR-FROM-DB2
                               THEN C.CLAIM_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN C.CLAIM_DATE >= :WS-CUR-FROM-DB2
                               THEN COALESCE(L.LINE_COUNT, 1)
                               ELSE 0 END),
                      COUNT(DISTINCT
                            CASE WHEN C.CLAIM_DATE >= :WS-CUR-FROM-DB2
                                 THEN C.MEMBER_ID END),
                      SUM(CASE WHEN C.CLAIM_DATE < :WS-CUR-FROM-DB2
                               THEN 1 ELSE 0 END)
               FROM (SELECT POLICY_NO, CLAIM_ID, PROVIDER_ID,
                            CLAIM_TYPE, LOSS_STATE, MEMBER_ID,
                            CLAIM_DATE, CLAIM_AMOUNT
                     FROM CLAIMS_MASTER
                     WHERE PROVIDER_ID <> ' '
                       AND CLAIM_DATE BETWEEN :WS-PRIOR-FROM-DB2
                                          AND :WS-CUR-TO-DB2
                     UNION ALL
                     SELECT POLICY_NO, CLAIM_ID, PROVIDER_ID,
                            CLAIM_TYPE, LOSS_STATE, MEMBER_ID,
                            CLAIM_DATE, CLAIM_AMOUNT
                     FROM CLAIMS_MASTER_HIST
                     WHERE PROVIDER_ID <> ' '
                       AND CLAIM_DATE BETWEEN :WS-PRIOR-FROM-DB2
                                          AND :WS-CUR-TO-DB2) C
               LEFT OUTER JOIN
                    (SELECT POLICY_NO, CLAIM_ID,
                            COUNT(*) AS LINE_COUNT
                     FROM CLAIM_LINES
                     GROUP BY POLICY_NO, CLAIM_ID) L
                 ON  L.POLICY_NO = C.POLICY_NO
                 AND L.CLAIM_ID  = C.CLAIM_ID
               GROUP BY C.CLAIM_TYPE, C.LOSS_STATE, C.PROVIDER_ID
               ORDER BY C.CLAIM_TYPE, C.LOSS_STATE, C.PROVIDER_ID
           END-EXEC.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'PROVIDER BILLING OUTLIERS - SIU REFERRALS'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(07) VALUE 'MONTH: '.
           05  WS-TL2-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-TL2-MM           PIC 9(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'THRESHOLD SD:'.
           05  WS-TL2-THRESHOLD    PIC Z9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'SPIKE: '.
           05  WS-TL2-SPIKE        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'MIN CLAIMS: '.
           05  WS-TL2-MIN-CLAIMS   PIC Z,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'MIN PEERS: '.
           05  WS-TL2-MIN-PEERS    PIC ZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(05) VALUE 'RANK'.
           05  FILLER              PIC X(10) VALUE 'PROVIDER'.
           05  FILLER              PIC X(04) VALUE 'TY'.
           05  FILLER              PIC X(04) VALUE 'ST'.
           05  FILLER              PIC X(09) VALUE '   CLAIMS'.
           05  FILLER              PIC X(09) VALUE '    PRIOR'.
           05  FILLER              PIC X(16)
               VALUE '      AVG BILLED'.
           05  FILLER              PIC X(08) VALUE 'LN/CLM  '.
           05  FILLER              PIC X(09) VALUE 'MEMBERS  '.
           05  FILLER              PIC X(07) VALUE 'PEERS  '.
           05  FILLER              PIC X(08) VALUE ' SCORE  '.
           05  FILLER              PIC X(14) VALUE 'DRIVER'.
           05  FILLER              PIC X(14) VALUE 'REASON'.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(117) VALUE ALL '-'.
           05  FILLER              PIC X(15)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-RANK          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PROVIDER-ID   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-LOSS-STATE    PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIMS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PRIOR-CLAIMS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-AVG-BILLED    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-LINES-PER-CLM PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-MEMBERS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PEERS         PIC Z,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-SCORE         PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-DRIVER        PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-REASON        PIC X(14).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(40).
           05  WS-TT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(81) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-OPEN-CURSOR.
           PERFORM 3000-PROCESS-CURSOR
               UNTIL FETCH-COMPLETE.
           IF WS-PEER-COUNT > 0
               PERFORM 3100-SCORE-PEER-GROUP
           END-IF.
           EXEC SQL CLOSE CLMSPOUT_CURSOR END-EXEC.
           PERFORM 5000-WRITE-REFERRALS.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': PROVIDER OUTLIER ANALYSIS STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           IF WS-DATE-MM = 1
               COMPUTE WS-AM-YYYY = WS-DATE-YYYY - 1
               MOVE 12 TO WS-AM-MM
           ELSE
               MOVE WS-DATE-YYYY TO WS-AM-YYYY
               COMPUTE WS-AM-MM = WS-DATE-MM - 1
           END-IF.
           PERFORM 1050-READ-CONTROL-CARD.
           IF WS-AM-MM = 1
               COMPUTE WS-PM-YYYY = WS-AM-YYYY - 1
               MOVE 12 TO WS-PM-MM
           ELSE
               MOVE WS-AM-YYYY TO WS-PM-YYYY
               COMPUTE WS-PM-MM = WS-AM-MM - 1
           END-IF.
           COMPUTE WS-CUR-FROM-DB2   = (WS-ANALYSIS-MONTH * 100) + 1.
           COMPUTE WS-CUR-TO-DB2     = (WS-ANALYSIS-MONTH * 100) + 31.
           COMPUTE WS-PRIOR-FROM-DB2 = (WS-PRIOR-MONTH * 100) + 1.
           STRING 'PO' WS-ANALYSIS-MONTH
               DELIMITED BY SIZE INTO WS-CASE-ID.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WATCH-OUT.
           IF WS-WTCHOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN WTCHOUT FAILED FS='
                   WS-WTCHOUT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-MONTH NUMERIC
                           AND CC-MONTH(5:2) >= '01'
                           AND CC-MONTH(5:2) <= '12'
                           MOVE CC-MONTH TO WS-ANALYSIS-MONTH
                       END-IF
                       IF CC-Z-THRESHOLD NUMERIC
                           AND CC-Z-THRESHOLD > 0
                           MOVE CC-Z-THRESHOLD TO WS-Z-THRESHOLD
                       END-IF
                       IF CC-SPIKE-PCT NUMERIC
                           AND CC-SPIKE-PCT > 100
                           MOVE CC-SPIKE-PCT TO WS-SPIKE-PCT
                       END-IF
                       IF CC-MIN-CLAIMS NUMERIC
                           AND CC-MIN-CLAIMS > 0
                           MOVE CC-MIN-CLAIMS TO WS-MIN-CLAIMS
                       END-IF
                       IF CC-MIN-PEERS NUMERIC
                           AND CC-MIN-PEERS > 1
                           MOVE CC-MIN-PEERS TO WS-MIN-PEERS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': MONTH=' WS-ANALYSIS-MONTH
               ' THRESHOLD=' WS-Z-THRESHOLD
               ' SPIKE=' WS-SPIKE-PCT
               ' MIN CLAIMS=' WS-MIN-CLAIMS
               ' MIN PEERS=' WS-MIN-PEERS.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           MOVE WS-AM-YYYY     TO WS-TL2-YYYY.
           MOVE WS-AM-MM       TO WS-TL2-MM.
           MOVE WS-Z-THRESHOLD TO WS-TL2-THRESHOLD.
           MOVE WS-SPIKE-PCT   TO WS-TL2-SPIKE.
           MOVE WS-MIN-CLAIMS  TO WS-TL2-MIN-CLAIMS.
           MOVE WS-MIN-PEERS   TO WS-TL2-MIN-PEERS.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-OPEN-CURSOR.
           EXEC SQL OPEN CLMSPOUT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * One provider row. A change of claim type or loss state ends
      * the peer group in the buffer, which is scored before the new
      * group starts.
      *---------------------------------------------------------------
       3000-PROCESS-CURSOR.
           EXEC SQL
               FETCH CLMSPOUT_CURSOR
               INTO :WS-PV-PROVIDER-ID, :WS-PV-CLAIM-TYPE,
                    :WS-PV-LOSS-STATE,  :WS-PV-CLAIMS,
                    :WS-PV-BILLED,      :WS-PV-LINES,
                    :WS-PV-MEMBERS,     :WS-PV-PRIOR-CLAIMS
           END-EXEC.

           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ROWS-READ.
           IF WS-PV-CLAIMS = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-PV-CLAIM-TYPE NOT = WS-GROUP-CLAIM-TYPE
               OR WS-PV-LOSS-STATE NOT = WS-GROUP-LOSS-STATE
               IF WS-PEER-COUNT > 0
                   PERFORM 3100-SCORE-PEER-GROUP
               END-IF
               MOVE WS-PV-CLAIM-TYPE TO WS-GROUP-CLAIM-TYPE
               MOVE WS-PV-LOSS-STATE TO WS-GROUP-LOSS-STATE
               MOVE ZEROS TO WS-PEER-COUNT
           END-IF.

           PERFORM 3050-ADD-TO-PEER-GROUP.
      *---------------------------------------------------------------
       3050-ADD-TO-PEER-GROUP.
           IF WS-PEER-COUNT >= WS-PEER-MAX
               ADD 1 TO WS-PEERS-SKIPPED
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEER-COUNT.
           MOVE WS-PEER-COUNT TO WS-PX.
           MOVE WS-PV-PROVIDER-ID  TO WS-PE-PROVIDER-ID(WS-PX).
           MOVE WS-PV-CLAIMS       TO WS-PE-CLAIMS(WS-PX).
           MOVE WS-PV-PRIOR-CLAIMS TO WS-PE-PRIOR-CLAIMS(WS-PX).
           MOVE WS-PV-MEMBERS      TO WS-PE-MEMBERS(WS-PX).
           COMPUTE WS-PE-AVG-BILLED(WS-PX) ROUNDED =
               WS-PV-BILLED / WS-PV-CLAIMS.
           COMPUTE WS-PE-LINES-PER-CLM(WS-PX) ROUNDED =
               WS-PV-LINES / WS-PV-CLAIMS.
           COMPUTE WS-PE-VALUE(WS-PX, 1) = WS-PV-CLAIMS.
           COMPUTE WS-PE-VALUE(WS-PX, 2) = WS-PV-BILLED / WS-PV-CLAIMS.
           COMPUTE WS-PE-VALUE(WS-PX, 3) = WS-PV-LINES / WS-PV-CLAIMS.
           COMPUTE WS-PE-VALUE(WS-PX, 4) = WS-PV-MEMBERS.
      *---------------------------------------------------------------
      * Peer-group break - mean and (population) standard deviation
      * of each measure across the group, then every provider in
      * the group is scored against them.
      *---------------------------------------------------------------
       3100-SCORE-PEER-GROUP.
           ADD 1 TO WS-PEER-GROUPS.
           IF WS-PEER-COUNT >= WS-MIN-PEERS
               SET PEER-GROUP-SCORED TO TRUE
           ELSE
               MOVE 'N' TO WS-PEER-SCORED-FLAG
               ADD 1 TO WS-THIN-GROUPS
           END-IF.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MEASURE-COUNT
               MOVE ZERO TO WS-MS-SUM(WS-MX) WS-MS-SUM-SQ(WS-MX)
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PEER-COUNT
                   ADD WS-PE-VALUE(WS-PX, WS-MX) TO WS-MS-SUM(WS-MX)
                   COMPUTE WS-MS-SUM-SQ(WS-MX) = WS-MS-SUM-SQ(WS-MX)
                       + (WS-PE-VALUE(WS-PX, WS-MX)
                          * WS-PE-VALUE(WS-PX, WS-MX))
               END-PERFORM
               COMPUTE WS-MS-MEAN(WS-MX) =
                   WS-MS-SUM(WS-MX) / WS-PEER-COUNT
               COMPUTE WS-MS-VARIANCE =
                   (WS-MS-SUM-SQ(WS-MX) / WS-PEER-COUNT)
                   - (WS-MS-MEAN(WS-MX) * WS-MS-MEAN(WS-MX))
               IF WS-MS-VARIANCE > 0
                   COMPUTE WS-MS-STD-DEV(WS-MX) =
                       FUNCTION SQRT(WS-MS-VARIANCE)
               ELSE
                   MOVE ZERO TO WS-MS-STD-DEV(WS-MX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PEER-COUNT
               PERFORM 3200-SCORE-PROVIDER
           END-PERFORM.
      *---------------------------------------------------------------
      * One provider against its peers. Only measures above the peer
      * mean count - billing fraud shows as too much, not too
      * little. A spike needs a prior month to compare against; a
      * provider new this month is left to the peer scoring.
      *---------------------------------------------------------------
       3200-SCORE-PROVIDER.
           ADD 1 TO WS-PROVIDERS-SCORED.
           MOVE 'N' TO WS-OUTLIER-FLAG WS-SPIKE-FLAG.
           MOVE ZERO TO WS-TOP-Z WS-TOP-MEASURE WS-SPIKE-MULTIPLE.
           IF WS-PE-CLAIMS(WS-PX) < WS-MIN-CLAIMS
               EXIT PARAGRAPH
           END-IF.
           IF PEER-GROUP-SCORED
               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MEASURE-COUNT
                   IF WS-MS-STD-DEV(WS-MX) > 0
                       COMPUTE WS-Z-SCORE =
                           (WS-PE-VALUE(WS-PX, WS-MX)
                            - WS-MS-MEAN(WS-MX))
                           / WS-MS-STD-DEV(WS-MX)
                       IF WS-Z-SCORE > WS-TOP-Z
                           MOVE WS-Z-SCORE TO WS-TOP-Z
                           MOVE WS-MX TO WS-TOP-MEASURE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TOP-Z >= WS-Z-THRESHOLD
                   SET PROVIDER-OUTLIER TO TRUE
               END-IF
           END-IF.
           IF WS-PE-PRIOR-CLAIMS(WS-PX) > 0
               AND (WS-PE-CLAIMS(WS-PX) * 100) >=
                   (WS-PE-PRIOR-CLAIMS(WS-PX) * WS-SPIKE-PCT)
               SET PROVIDER-SPIKE TO TRUE
               COMPUTE WS-SPIKE-MULTIPLE =
                   WS-PE-CLAIMS(WS-PX) / WS-PE-PRIOR-CLAIMS(WS-PX)
           END-IF.
           IF PROVIDER-OUTLIER OR PROVIDER-SPIKE
               PERFORM 3300-RANK-REFERRAL
           END-IF.
      *---------------------------------------------------------------
      * Insert the referral at its rank. Entries below it shift
      * down one; a full table loses its lowest-ranked entry.
      *---------------------------------------------------------------
       3300-RANK-REFERRAL.
           ADD 1 TO WS-REFERRALS-FOUND.
           IF WS-SPIKE-MULTIPLE > WS-TOP-Z
               COMPUTE WS-NEW-SCORE ROUNDED = WS-SPIKE-MULTIPLE
           ELSE
               COMPUTE WS-NEW-SCORE ROUNDED = WS-TOP-Z
           END-IF.
           COMPUTE WS-RANK-POS = WS-REF-COUNT + 1.
           MOVE 'N' TO WS-RANK-FOUND-FLAG.
           PERFORM UNTIL RANK-POSITION-FOUND
               IF WS-RANK-POS = 1
                   SET RANK-POSITION-FOUND TO TRUE
               ELSE
                   IF WS-RF-SCORE(WS-RANK-POS - 1) >= WS-NEW-SCORE
                       SET RANK-POSITION-FOUND TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-RANK-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REF-COUNT >= WS-REF-MAX
               ADD 1 TO WS-REFERRALS-DROPPED
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               IF WS-RANK-POS > WS-REF-MAX
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-REF-COUNT
           END-IF.
           PERFORM VARYING WS-RX FROM WS-REF-COUNT BY -1
                   UNTIL WS-RX <= WS-RANK-POS
               MOVE WS-REF-ENTRY(WS-RX - 1) TO WS-REF-ENTRY(WS-RX)
           END-PERFORM.
           MOVE WS-PE-PROVIDER-ID(WS-PX)
               TO WS-RF-PROVIDER-ID(WS-RANK-POS).
           MOVE WS-GROUP-CLAIM-TYPE TO WS-RF-CLAIM-TYPE(WS-RANK-POS).
           MOVE WS-GROUP-LOSS-STATE TO WS-RF-LOSS-STATE(WS-RANK-POS).
           MOVE WS-PE-CLAIMS(WS-PX) TO WS-RF-CLAIMS(WS-RANK-POS).
           MOVE WS-PE-PRIOR-CLAIMS(WS-PX)
               TO WS-RF-PRIOR-CLAIMS(WS-RANK-POS).
           MOVE WS-PE-AVG-BILLED(WS-PX)
               TO WS-RF-AVG-BILLED(WS-RANK-POS).
           MOVE WS-PE-LINES-PER-CLM(WS-PX)
               TO WS-RF-LINES-PER-CLM(WS-RANK-POS).
           MOVE WS-PE-MEMBERS(WS-PX) TO WS-RF-MEMBERS(WS-RANK-POS).
           MOVE WS-PEER-COUNT TO WS-RF-PEERS(WS-RANK-POS).
           MOVE WS-NEW-SCORE TO WS-RF-SCORE(WS-RANK-POS).
           IF WS-TOP-MEASURE > 0
               MOVE WS-MEASURE-NAME(WS-TOP-MEASURE)
                   TO WS-RF-DRIVER(WS-RANK-POS)
           ELSE
               MOVE SPACES TO WS-RF-DRIVER(WS-RANK-POS)
           END-IF.
           EVALUATE TRUE
               WHEN PROVIDER-OUTLIER AND PROVIDER-SPIKE
                   MOVE 'OUTLIER+SPIKE' TO WS-RF-REASON(WS-RANK-POS)
               WHEN PROVIDER-OUTLIER
                   MOVE 'PEER OUTLIER'  TO WS-RF-REASON(WS-RANK-POS)
               WHEN OTHER
                   MOVE 'VOLUME SPIKE'  TO WS-RF-REASON(WS-RANK-POS)
           END-EVALUATE.
      *---------------------------------------------------------------
      * Ranked referral report. A provider referred in more than
      * one peer group prints on each, but goes to the watchlist
      * file once, at its highest rank.
      *---------------------------------------------------------------
       5000-WRITE-REFERRALS.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REF-COUNT
               PERFORM 5100-PRINT-REFERRAL
               PERFORM 5200-WRITE-WATCHLIST-ENTRY
           END-PERFORM.
      *---------------------------------------------------------------
       5100-PRINT-REFERRAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-RX                   TO WS-DL-RANK.
           MOVE WS-RF-PROVIDER-ID(WS-RX) TO WS-DL-PROVIDER-ID.
           MOVE WS-RF-CLAIM-TYPE(WS-RX) TO WS-DL-CLAIM-TYPE.
           MOVE WS-RF-LOSS-STATE(WS-RX) TO WS-DL-LOSS-STATE.
           MOVE WS-RF-CLAIMS(WS-RX)     TO WS-DL-CLAIMS.
           MOVE WS-RF-PRIOR-CLAIMS(WS-RX) TO WS-DL-PRIOR-CLAIMS.
           MOVE WS-RF-AVG-BILLED(WS-RX) TO WS-DL-AVG-BILLED.
           MOVE WS-RF-LINES-PER-CLM(WS-RX) TO WS-DL-LINES-PER-CLM.
           MOVE WS-RF-MEMBERS(WS-RX)    TO WS-DL-MEMBERS.
           MOVE WS-RF-PEERS(WS-RX)      TO WS-DL-PEERS.
           MOVE WS-RF-SCORE(WS-RX)      TO WS-DL-SCORE.
           MOVE WS-RF-DRIVER(WS-RX)     TO WS-DL-DRIVER.
           MOVE WS-RF-REASON(WS-RX)     TO WS-DL-REASON.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       5200-WRITE-WATCHLIST-ENTRY.
           MOVE 'N' TO WS-ALREADY-LISTED-FLAG.
           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
                   UNTIL WS-RANK-POS >= WS-RX
                      OR PROVIDER-ALREADY-LISTED
               IF WS-RF-PROVIDER-ID(WS-RANK-POS) =
                  WS-RF-PROVIDER-ID(WS-RX)
                   SET PROVIDER-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF PROVIDER-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WATCHLIST-RECORD.
           SET WTC-TYPE-PROVIDER TO TRUE.
           MOVE WS-RF-PROVIDER-ID(WS-RX) TO WTC-ENTRY-VALUE.
           MOVE WS-CASE-ID               TO WTC-CASE-ID.
           MOVE WS-TODAY-NUMERIC         TO WTC-ADDED-DATE.
           WRITE WATCHLIST-RECORD.
           IF WS-WTCHOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WTCHOUT WRITE FAILED FS='
                   WS-WTCHOUT-STATUS
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-WATCH-WRITTEN
           END-IF.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           IF WS-LINE-COUNT + 9 >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'PROVIDERS SCORED:' TO WS-TT-LABEL.
           MOVE WS-PROVIDERS-SCORED TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PEER GROUPS:' TO WS-TT-LABEL.
           MOVE WS-PEER-GROUPS TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PEER GROUPS TOO SMALL TO SCORE:' TO WS-TT-LABEL.
           MOVE WS-THIN-GROUPS TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PROVIDERS SKIPPED - PEER TABLE FULL:' TO WS-TT-LABEL.
           MOVE WS-PEERS-SKIPPED TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFERRALS FOUND:' TO WS-TT-LABEL.
           MOVE WS-REFERRALS-FOUND TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFERRALS DROPPED - TABLE FULL:' TO WS-TT-LABEL.
           MOVE WS-REFERRALS-DROPPED TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'WATCHLIST ENTRIES WRITTEN:' TO WS-TT-LABEL.
           MOVE WS-WATCH-WRITTEN TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           ADD 8 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RPT-OUT WATCH-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': ROWS=' WS-ROWS-READ
                   ' SCORED='    WS-PROVIDERS-SCORED
                   ' GROUPS='    WS-PEER-GROUPS
                   ' REFERRALS=' WS-REFERRALS-FOUND
                   ' WATCHLIST=' WS-WATCH-WRITTEN.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
