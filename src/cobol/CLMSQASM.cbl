      *===============================================================
      * CLMSQASM - Adjudication QA Sample Draw and Workqueue
      * Weekly step, run after the week's last CLMSJOB cycle (DB2
      * precompile required).
      * CLMSAUDR shows how many claims each adjudicator moved; this
      * step puts a share of those decisions in front of a quality
      * reviewer. Every approval and denial an adjudicator made in
      * the seven days ending on the business date (CLAIMS_AUDIT
      * NEW_STATUS 'A' or 'D' - automated CLMS* steps excluded) is
      * put to a random draw:
      *   - at the standard rate, or
      *   - at the heavier high-dollar rate when the dollars the
      *     decision put at stake (approved amount on an approval,
      *     billed amount on a denial) reach the high-dollar
      *     threshold.
      * An adjudicator the draw missed altogether still has one of
      * the week's decisions taken, picked at random from them, so
      * every adjudicator who decided anything is reviewed.
      * Each decision drawn is written to CLAIMS_QA_SAMPLE open for
      * review (a decision already drawn by an earlier run is left
      * as it is), and the QA workqueue (DD RPTFILE) lists the
      * sample by adjudicator for the reviewers. Findings come back
      * through CLMSQAFM; CLMSQASC scores them monthly.
      * PARMCARD (all optional):
      *   cols  1-8  business date (CCYYMMDD) ending the sample
      *              week, default today
      *   cols 10-12 standard sample rate, percent (default 005)
      *   cols 14-16 high-dollar sample rate, percent (default 025)
      *   cols 18-26 high-dollar threshold, 9(07)V99 (default
      *              10,000.00)
      *   cols 28-35 random seed (default the business date, so a
      *              rerun of the same week draws the same sample)
      * Commits every WS-COMMIT-INTERVAL decisions drawn.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSQASM.
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
      * Control card (DD PARMCARD) - one optional record. Cols 1-8 =
      * business date, cols 10-12 = standard rate, cols 14-16 =
      * high-dollar rate, cols 18-26 = high-dollar threshold,
      * cols 28-35 = random seed. Blank fields keep their defaults.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  CC-STANDARD-RATE    PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-HIGH-RATE        PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-HIGH-THRESHOLD   PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  CC-RANDOM-SEED      PIC 9(08).
           05  FILLER              PIC X(45).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLAUDIT.
           COPY DCLQASM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSQASM'.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-DECISION-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ADJUDICATOR-COUNT PIC 9(05) VALUE ZEROS.
           05  WS-SAMPLED-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-STANDARD-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-HIGH-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-MINIMUM-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-ALREADY-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.

      *---------------------------------------------------------------
      * Sampling parameters, PARMCARD-overridable.
      *---------------------------------------------------------------
       01  WS-STANDARD-RATE        PIC 9(03) VALUE 005.
       01  WS-HIGH-RATE            PIC 9(03) VALUE 025.
       01  WS-HIGH-THRESHOLD       PIC 9(07)V99 VALUE 10000.00.
       01  WS-RANDOM-SEED          PIC 9(08) VALUE ZEROS.
       01  WS-APPLIED-RATE         PIC 9(03) VALUE ZEROS.
       01  WS-DRAW                 PIC 9(03)V9(06) VALUE ZEROS.
       01  WS-RESERVOIR-DRAW       PIC 9(07)V9(06) VALUE ZEROS.

      *---------------------------------------------------------------
      * The adjudicator in hand - decisions seen, decisions drawn,
      * and one undrawn decision held back at random (each undrawn
      * decision replaces it with chance 1/n) in case the draw
      * misses the adjudicator entirely. The held decision is the
      * CLAIMS_QA_SAMPLE row image, 115 bytes.
      *---------------------------------------------------------------
       01  WS-CURR-ADJUDICATOR     PIC X(08) VALUE LOW-VALUES.
       01  WS-ADJ-DECISIONS        PIC 9(05) VALUE ZEROS.
       01  WS-ADJ-SAMPLED          PIC 9(05) VALUE ZEROS.
       01  WS-ADJ-UNDRAWN          PIC 9(05) VALUE ZEROS.
       01  WS-RESERVOIR-FLAG       PIC X(01) VALUE 'N'.
           88  RESERVOIR-HELD      VALUE 'Y'.
       01  WS-RESERVOIR-ROW        PIC X(115) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DB2            PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-WEEK-START           PIC 9(08) VALUE ZEROS.
       01  WS-DATE-INTEGER         PIC S9(09) COMP VALUE +0.

      *---------------------------------------------------------------
      * Sample week as ISO character dates, matched against
      * SUBSTR(CHANGE_TS,1,10) as CLMSAUDR does.
      *---------------------------------------------------------------
       01  WS-TS-DATE-FROM         PIC X(10) VALUE SPACES.
       01  WS-TS-DATE-TO           PIC X(10) VALUE SPACES.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * The week's adjudication decisions, adjudicator by
      * adjudicator. The join makes the cursor read-only; WITH HOLD
      * keeps it open across the interim COMMITs.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSQASM_CURSOR CURSOR WITH HOLD FOR
               SELECT A.POLICY_NO, A.CLAIM_ID, A.NEW_STATUS,
                      A.CHANGED_BY, A.CHANGE_TS,
                      M.CLAIM_TYPE, M.CLAIM_AMOUNT, M.APPROVED_AMOUNT
               FROM CLAIMS_AUDIT A, CLAIMS_MASTER M
               WHERE M.POLICY_NO  = A.POLICY_NO
                 AND M.CLAIM_ID   = A.CLAIM_ID
                 AND A.NEW_STATUS IN ('A', 'D')
                 AND A.CHANGED_BY NOT LIKE 'CLMS%'
                 AND SUBSTR(A.CHANGE_TS, 1, 10)
                     BETWEEN :WS-TS-DATE-FROM AND :WS-TS-DATE-TO
               ORDER BY A.CHANGED_BY, A.CHANGE_TS
           END-EXEC.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'ADJUDICATION QA SAMPLE WORKQUEUE'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(06) VALUE 'WEEK: '.
           05  WS-TL2-FROM         PIC X(10).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  WS-TL2-TO           PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'RATE: '.
           05  WS-TL2-STD-RATE     PIC ZZ9.
           05  FILLER              PIC X(04) VALUE '%   '.
           05  FILLER              PIC X(13) VALUE 'HIGH-DOLLAR: '.
           05  WS-TL2-HIGH-RATE    PIC ZZ9.
           05  FILLER              PIC X(08) VALUE '% AT OR '.
           05  FILLER              PIC X(06) VALUE 'OVER '.
           05  WS-TL2-THRESHOLD    PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'ADJUDICATR'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'TP'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'DEC'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '    AT STAKE'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(19) VALUE 'DECIDED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'DRAWN'.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(110) VALUE ALL '-'.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ADJUDICATOR   PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-DECISION      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-DECIDED       PIC X(19).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-STRATUM       PIC X(20).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-ADJ-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'DECISIONS: '.
           05  WS-AT-DECISIONS     PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'SAMPLED: '.
           05  WS-AT-SAMPLED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(32).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-DECISION UNTIL END-OF-CURSOR.
           IF WS-ADJ-DECISIONS > 0
               PERFORM 2500-CLOSE-ADJUDICATOR
           END-IF.
           EXEC SQL CLOSE CLMSQASM_CURSOR END-EXEC.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': QA SAMPLE DRAW STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           MOVE WS-TODAY-NUMERIC TO WS-TODAY-DB2.
           IF WS-RANDOM-SEED = ZEROS
               MOVE WS-TODAY-NUMERIC TO WS-RANDOM-SEED
           END-IF.
           COMPUTE WS-DRAW = FUNCTION RANDOM(WS-RANDOM-SEED).
           PERFORM 1070-SET-SAMPLE-WEEK.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           EXEC SQL OPEN CLMSQASM_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-BUSINESS-DATE NUMERIC
                           AND CC-BUSINESS-DATE > 0
                           MOVE CC-BUSINESS-DATE TO WS-TODAY-NUMERIC
                       END-IF
                       IF CC-STANDARD-RATE NUMERIC
                           AND CC-STANDARD-RATE > 0
                           AND CC-STANDARD-RATE <= 100
                           MOVE CC-STANDARD-RATE TO WS-STANDARD-RATE
                       END-IF
                       IF CC-HIGH-RATE NUMERIC
                           AND CC-HIGH-RATE > 0
                           AND CC-HIGH-RATE <= 100
                           MOVE CC-HIGH-RATE TO WS-HIGH-RATE
                       END-IF
                       IF CC-HIGH-THRESHOLD NUMERIC
                           AND CC-HIGH-THRESHOLD > 0
                           MOVE CC-HIGH-THRESHOLD TO WS-HIGH-THRESHOLD
                       END-IF
                       IF CC-RANDOM-SEED NUMERIC
                           AND CC-RANDOM-SEED > 0
                           MOVE CC-RANDOM-SEED TO WS-RANDOM-SEED
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': BUSINESS DATE=' WS-TODAY-NUMERIC
               ' RATE=' WS-STANDARD-RATE
               ' HIGH RATE=' WS-HIGH-RATE
               ' THRESHOLD=' WS-HIGH-THRESHOLD.
      *---------------------------------------------------------------
      * The seven days ending on the business date.
      *---------------------------------------------------------------
       1070-SET-SAMPLE-WEEK.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC) - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           STRING WS-WEEK-START(1:4) '-' WS-WEEK-START(5:2)
                  '-' WS-WEEK-START(7:2)
               DELIMITED BY SIZE INTO WS-TS-DATE-FROM.
           STRING WS-TODAY-NUMERIC(1:4) '-' WS-TODAY-NUMERIC(5:2)
                  '-' WS-TODAY-NUMERIC(7:2)
               DELIMITED BY SIZE INTO WS-TS-DATE-TO.
           DISPLAY WS-PROGRAM-ID ': SAMPLE WEEK=' WS-TS-DATE-FROM
               ' - ' WS-TS-DATE-TO.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER    TO WS-TL1-PAGE.
           MOVE WS-TS-DATE-FROM   TO WS-TL2-FROM.
           MOVE WS-TS-DATE-TO     TO WS-TL2-TO.
           MOVE WS-STANDARD-RATE  TO WS-TL2-STD-RATE.
           MOVE WS-HIGH-RATE      TO WS-TL2-HIGH-RATE.
           MOVE WS-HIGH-THRESHOLD TO WS-TL2-THRESHOLD.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * One decision: a new adjudicator closes off the last one,
      * then the decision is drawn or passed over.
      *---------------------------------------------------------------
       2000-PROCESS-DECISION.
           IF DCL-AUD-CHANGED-BY NOT = WS-CURR-ADJUDICATOR
               IF WS-ADJ-DECISIONS > 0
                   PERFORM 2500-CLOSE-ADJUDICATOR
               END-IF
               MOVE DCL-AUD-CHANGED-BY TO WS-CURR-ADJUDICATOR
               MOVE ZEROS TO WS-ADJ-DECISIONS WS-ADJ-SAMPLED
                             WS-ADJ-UNDRAWN
               MOVE 'N' TO WS-RESERVOIR-FLAG
               ADD 1 TO WS-ADJUDICATOR-COUNT
           END-IF.
           ADD 1 TO WS-DECISION-COUNT.
           ADD 1 TO WS-ADJ-DECISIONS.
           PERFORM 2200-BUILD-SAMPLE-ROW.
           IF DCL-QAS-DECISION-AMT >= WS-HIGH-THRESHOLD
               MOVE WS-HIGH-RATE     TO WS-APPLIED-RATE
               MOVE 'H'              TO DCL-QAS-STRATUM
           ELSE
               MOVE WS-STANDARD-RATE TO WS-APPLIED-RATE
               MOVE 'S'              TO DCL-QAS-STRATUM
           END-IF.
           COMPUTE WS-DRAW = FUNCTION RANDOM * 100.
           IF WS-DRAW < WS-APPLIED-RATE
               PERFORM 2600-TAKE-SAMPLE
           ELSE
               ADD 1 TO WS-ADJ-UNDRAWN
               COMPUTE WS-RESERVOIR-DRAW =
                   FUNCTION RANDOM * WS-ADJ-UNDRAWN
               IF WS-RESERVOIR-DRAW < 1
                   MOVE DCLCLAIMS-QA-SAMPLE TO WS-RESERVOIR-ROW
                   SET RESERVOIR-HELD TO TRUE
               END-IF
           END-IF.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2900-INTERIM-COMMIT
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CLMSQASM_CURSOR
               INTO :DCL-AUD-POLICY-NO,  :DCL-AUD-CLAIM-ID,
                    :DCL-AUD-NEW-STATUS, :DCL-AUD-CHANGED-BY,
                    :DCL-AUD-CHANGE-TS,
                    :DCL-CLAIM-TYPE,     :DCL-CLAIM-AMOUNT,
                    :DCL-APPROVED-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': FETCH FAILED SQLCODE='
                       SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * The sample row as it would be written - open for review.
      *---------------------------------------------------------------
       2200-BUILD-SAMPLE-ROW.
           MOVE DCL-AUD-POLICY-NO   TO DCL-QAS-POLICY-NO.
           MOVE DCL-AUD-CLAIM-ID    TO DCL-QAS-CLAIM-ID.
           MOVE DCL-AUD-CHANGE-TS   TO DCL-QAS-DECISION-TS.
           MOVE DCL-AUD-CHANGED-BY  TO DCL-QAS-ADJUDICATOR-ID.
           MOVE DCL-AUD-NEW-STATUS  TO DCL-QAS-DECISION.
           MOVE DCL-CLAIM-TYPE      TO DCL-QAS-CLAIM-TYPE.
           IF DCL-AUD-NEW-STATUS = 'A'
               MOVE DCL-APPROVED-AMOUNT TO DCL-QAS-DECISION-AMT
           ELSE
               MOVE DCL-CLAIM-AMOUNT    TO DCL-QAS-DECISION-AMT
           END-IF.
           MOVE WS-TODAY-DB2        TO DCL-QAS-SAMPLE-DATE.
           MOVE 'O'                 TO DCL-QAS-QA-STATUS.
           MOVE ZEROS               TO DCL-QAS-ERROR-AMOUNT
                                       DCL-QAS-REVIEW-DATE.
           MOVE SPACES              TO DCL-QAS-REVIEWER-ID
                                       DCL-QAS-FINDING-NOTE.
      *---------------------------------------------------------------
      * End of an adjudicator's decisions - one the draw missed
      * altogether gets the held-back decision as its minimum.
      *---------------------------------------------------------------
       2500-CLOSE-ADJUDICATOR.
           IF WS-ADJ-SAMPLED = 0 AND RESERVOIR-HELD
               MOVE WS-RESERVOIR-ROW TO DCLCLAIMS-QA-SAMPLE
               MOVE 'M' TO DCL-QAS-STRATUM
               PERFORM 2600-TAKE-SAMPLE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-ADJ-DECISIONS TO WS-AT-DECISIONS.
           MOVE WS-ADJ-SAMPLED   TO WS-AT-SAMPLED.
           WRITE RPT-LINE FROM WS-ADJ-TOTAL-LINE.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2600-TAKE-SAMPLE.
           EXEC SQL
               INSERT INTO CLAIMS_QA_SAMPLE
               (POLICY_NO,      CLAIM_ID,       DECISION_TS,
                ADJUDICATOR_ID, DECISION,       CLAIM_TYPE,
                DECISION_AMT,   STRATUM,        SAMPLE_DATE,
                QA_STATUS,      ERROR_AMOUNT,   REVIEWER_ID,
                REVIEW_DATE,    FINDING_NOTE)
               VALUES
               (:DCL-QAS-POLICY-NO,      :DCL-QAS-CLAIM-ID,
                :DCL-QAS-DECISION-TS,    :DCL-QAS-ADJUDICATOR-ID,
                :DCL-QAS-DECISION,       :DCL-QAS-CLAIM-TYPE,
                :DCL-QAS-DECISION-AMT,   :DCL-QAS-STRATUM,
                :DCL-QAS-SAMPLE-DATE,    :DCL-QAS-QA-STATUS,
                :DCL-QAS-ERROR-AMOUNT,   :DCL-QAS-REVIEWER-ID,
                :DCL-QAS-REVIEW-DATE,    :DCL-QAS-FINDING-NOTE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   ADD 1 TO WS-ALREADY-COUNT
                   ADD 1 TO WS-ADJ-SAMPLED
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': SAMPLE INSERT FAILED '
                       'SQLCODE=' SQLCODE
                       ' POLICY=' DCL-QAS-POLICY-NO
                       ' CLAIM=' DCL-QAS-CLAIM-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD 1 TO WS-SAMPLED-COUNT.
           ADD 1 TO WS-ADJ-SAMPLED.
           EVALUATE DCL-QAS-STRATUM
               WHEN 'H'
                   ADD 1 TO WS-HIGH-COUNT
                   MOVE 'HIGH-DOLLAR RATE'   TO WS-DL-STRATUM
               WHEN 'M'
                   ADD 1 TO WS-MINIMUM-COUNT
                   MOVE 'ADJUDICATOR MINIMUM' TO WS-DL-STRATUM
               WHEN OTHER
                   ADD 1 TO WS-STANDARD-COUNT
                   MOVE 'STANDARD RATE'      TO WS-DL-STRATUM
           END-EVALUATE.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
       2900-INTERIM-COMMIT.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': INTERIM COMMIT FAILED='
                   SQLCODE
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-COMMIT-COUNT
           END-IF.
      *---------------------------------------------------------------
       3000-FINAL-COMMIT.
           IF WS-COMMIT-COUNT > 0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': FINAL COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       7000-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-QAS-ADJUDICATOR-ID  TO WS-DL-ADJUDICATOR.
           MOVE DCL-QAS-POLICY-NO       TO WS-DL-POLICY.
           MOVE DCL-QAS-CLAIM-ID        TO WS-DL-CLAIM-ID.
           MOVE DCL-QAS-CLAIM-TYPE      TO WS-DL-CLAIM-TYPE.
           MOVE DCL-QAS-DECISION        TO WS-DL-DECISION.
           MOVE DCL-QAS-DECISION-AMT    TO WS-DL-AMOUNT.
           MOVE DCL-QAS-DECISION-TS(1:19) TO WS-DL-DECIDED.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE 'ADJUDICATORS:                   ' TO WS-TT-LABEL.
           MOVE WS-ADJUDICATOR-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DECISIONS IN WEEK:              ' TO WS-TT-LABEL.
           MOVE WS-DECISION-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SAMPLED - STANDARD RATE:        ' TO WS-TT-LABEL.
           MOVE WS-STANDARD-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SAMPLED - HIGH-DOLLAR RATE:     ' TO WS-TT-LABEL.
           MOVE WS-HIGH-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SAMPLED - ADJUDICATOR MINIMUM:  ' TO WS-TT-LABEL.
           MOVE WS-MINIMUM-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL ADDED TO WORKQUEUE:       ' TO WS-TT-LABEL.
           MOVE WS-SAMPLED-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALREADY SAMPLED (RERUN):        ' TO WS-TT-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': DECISIONS=' WS-DECISION-COUNT
                   ' ADJUDICATORS=' WS-ADJUDICATOR-COUNT
                   ' SAMPLED='   WS-SAMPLED-COUNT
                   ' ALREADY='   WS-ALREADY-COUNT
                   ' ERRORS='    WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
