      *===============================================================
      * CLMSAUTO - Auto-Adjudication of Clean Low-Risk Claims
      * Step 035 in CLMSJOB pipeline, run after CLMSPRCE prices the
      * day's lines and ahead of CLMSADJU (DB2 precompile required).
      * Walks every loaded claim still awaiting a decision and tests
      * it against the clean-claim profile:
      *   - not pended (status 'V', not 'P')
      *   - claim type has an auto-adjudication ceiling and the
      *     billed amount is under it
      *   - CLAIMS_MASTER.FRAUD_SCORE under the profile threshold
      *   - no SIU history (SIU_FLAG - released from an SIU hold)
      *   - billing provider, if any, on PROVMSTR and active
      *   - no open appeal on CLAIMS_APPEAL
      *   - newest CLAIMS_NOTES row not flagged for review
      *   - member not carrying other primary coverage (CLMTMSTR) -
      *     coordination needs the primary's payment keyed by hand
      * A clean claim gets an approval transaction on the ADJGEN
      * feed (ADJTREC layout, approved amount zero so CLMSADJU
      * allows the fee-schedule total), concatenated ahead of the
      * examiners' ADJIN deck for CLMSADJU. The register (DD
      * RPTFILE) lists every claim examined - auto-approved, or the
      * first profile rule that left it for an examiner - with a
      * count per rule.
      * PARMCARD (the clean-claim profile, all optional):
      *   cols  1-3  fraud score threshold (default 020)
      *   cols  5-13 MD ceiling 9(07)V99 (default 500.00)
      *   cols 15-23 DN ceiling          (default 300.00)
      *   cols 25-33 DS ceiling          (default zero)
      *   cols 35-43 LF ceiling          (default zero)
      *   cols 45-52 adjudicator id stamped on the generated
      *              transactions (default AUTADJ). CLMSADJU posts
      *              them only for an active ADJMSTR adjuster, so the
      *              id needs a master record whose authority limit
      *              covers the ceilings above.
      * A zero ceiling keeps every claim of that type for an
      * examiner. A missing PROVMSTR DD leaves every claim with a
      * provider for an examiner (the provider cannot be confirmed
      * active); a missing CLMTMSTR DD skips the coordination rule,
      * as CLMSADJU does.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSAUTO.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-GEN-OUT ASSIGN TO ADJGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJGEN-STATUS.
           SELECT OPTIONAL PROVIDER-MASTER ASSIGN TO PROVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT OPTIONAL MEMBER-MASTER ASSIGN TO CLMTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      * Auto-approvals generated for today's CLMSADJU run.
      *---------------------------------------------------------------
       FD  ADJ-GEN-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADJTREC.

       FD  PROVIDER-MASTER.
           COPY PRVDREC.

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-FRAUD-THRESHOLD  PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-CEILING-MD       PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  CC-CEILING-DN       PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  CC-CEILING-DS       PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  CC-CEILING-LF       PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  CC-AUTO-ADJUDICATOR PIC X(08).
           05  FILLER              PIC X(28).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSAUTO'.

           COPY RREGPARM.

       01  WS-FILE-STATUSES.
           05  WS-ADJGEN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-PROVIDER-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-EXAMINED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-APPROVED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-EXAMINER-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-APPROVED-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.

       01  WS-PROVIDER-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  PROVIDER-MASTER-OPEN VALUE 'Y'.
       01  WS-MEMBER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MEMBER-MASTER-OPEN  VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Clean-claim profile, PARMCARD-overridable. The fraud
      * threshold sits well under CLMSVALD's PD03 pend threshold
      * (050) - a claim scoring anything at all is worth a look.
      *---------------------------------------------------------------
       01  WS-FRAUD-THRESHOLD      PIC 9(03) VALUE 020.
       01  WS-CEILING-MD           PIC 9(07)V99 VALUE 500.00.
       01  WS-CEILING-DN           PIC 9(07)V99 VALUE 300.00.
       01  WS-CEILING-DS           PIC 9(07)V99 VALUE ZEROS.
       01  WS-CEILING-LF           PIC 9(07)V99 VALUE ZEROS.
       01  WS-AUTO-ADJUDICATOR     PIC X(08) VALUE 'AUTADJ  '.
       01  WS-TYPE-CEILING         PIC 9(07)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      * Profile rules. The first rule a claim fails is the reason it
      * is left for an examiner; each rule keeps its own count for
      * the register totals.
      *---------------------------------------------------------------
       01  WS-RULE-TEXTS.
           05  FILLER              PIC X(30)
               VALUE 'PENDED'.
           05  FILLER              PIC X(30)
               VALUE 'TYPE NOT AUTO-ADJUDICATED'.
           05  FILLER              PIC X(30)
               VALUE 'BILLED AT/OVER TYPE CEILING'.
           05  FILLER              PIC X(30)
               VALUE 'FRAUD SCORE AT/OVER THRESHOLD'.
           05  FILLER              PIC X(30)
               VALUE 'SIU HISTORY'.
           05  FILLER              PIC X(30)
               VALUE 'PROVIDER NOT ON MASTER'.
           05  FILLER              PIC X(30)
               VALUE 'PROVIDER NOT ACTIVE'.
           05  FILLER              PIC X(30)
               VALUE 'OPEN APPEAL'.
           05  FILLER              PIC X(30)
               VALUE 'NOTE FLAGGED FOR REVIEW'.
           05  FILLER              PIC X(30)
               VALUE 'OTHER PRIMARY COVERAGE'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-TEXTS.
           05  WS-RULE-TEXT        OCCURS 10 TIMES
                                   PIC X(30).
       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT       OCCURS 10 TIMES
                                   PIC 9(07).
       01  WS-RULE-MAX             PIC 9(02) VALUE 10.
       01  WS-RULE-SUB             PIC 9(02) VALUE ZEROS.
       01  WS-FAILED-RULE          PIC 9(02) VALUE ZEROS.
           88  CLAIM-IS-CLEAN      VALUE ZEROS.

       01  WS-OPEN-APPEALS         PIC S9(09) COMP VALUE +0.
       01  WS-REVIEW-NOTES         PIC S9(09) COMP VALUE +0.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * Loaded claims awaiting a decision - validated and pended.
      * Pended claims are read only so the register accounts for
      * every undecided claim.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSAUTO_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIM_TYPE, CLAIM_AMOUNT,
                      ALLOWED_AMOUNT, STATUS, PEND_REASON,
                      FRAUD_SCORE, PROVIDER_ID, MEMBER_ID, SIU_FLAG
               FROM CLAIMS_MASTER
               WHERE STATUS IN ('V', 'P')
               ORDER BY POLICY_NO, CLAIM_ID
           END-EXEC.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'AUTO-ADJUDICATION REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'TP'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        BILLED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '       ALLOWED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'FRAUD'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'DECISION'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'REASON'.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(110) VALUE ALL '-'.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-BILLED        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-ALLOWED       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-FRAUD         PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-DECISION      PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-REASON        PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(32).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(32).
           05  WS-AT-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(83) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EXAMINE-CLAIM UNTIL END-OF-CURSOR.
           EXEC SQL CLOSE CLMSAUTO_CURSOR END-EXEC.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 8800-REGISTER-START.
           DISPLAY WS-PROGRAM-ID ': AUTO-ADJUDICATION STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           MOVE ZEROS TO WS-RULE-COUNTS.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN OUTPUT ADJ-GEN-OUT.
           IF WS-ADJGEN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN ADJGEN FAILED FS='
                   WS-ADJGEN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROVIDER-MASTER.
           IF WS-PROVIDER-STATUS = '00'
               SET PROVIDER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': PROVMSTR NOT AVAILABLE FS=' WS-PROVIDER-STATUS
                   ' - CLAIMS WITH A PROVIDER LEFT FOR EXAMINERS'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS = '00'
               SET MEMBER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': CLMTMSTR NOT AVAILABLE FS=' WS-MEMBER-STATUS
                   ' - COORDINATION RULE SKIPPED'
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           EXEC SQL OPEN CLMSAUTO_CURSOR END-EXEC.
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
                       IF CC-FRAUD-THRESHOLD NUMERIC
                           AND CC-FRAUD-THRESHOLD > 0
                           MOVE CC-FRAUD-THRESHOLD
                               TO WS-FRAUD-THRESHOLD
                       END-IF
                       IF CC-CEILING-MD NUMERIC
                           MOVE CC-CEILING-MD TO WS-CEILING-MD
                       END-IF
                       IF CC-CEILING-DN NUMERIC
                           MOVE CC-CEILING-DN TO WS-CEILING-DN
                       END-IF
                       IF CC-CEILING-DS NUMERIC
                           MOVE CC-CEILING-DS TO WS-CEILING-DS
                       END-IF
                       IF CC-CEILING-LF NUMERIC
                           MOVE CC-CEILING-LF TO WS-CEILING-LF
                       END-IF
                       IF CC-AUTO-ADJUDICATOR NOT = SPACES
                           MOVE CC-AUTO-ADJUDICATOR
                               TO WS-AUTO-ADJUDICATOR
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROFILE - FRAUD<'
               WS-FRAUD-THRESHOLD
               ' MD<' WS-CEILING-MD ' DN<' WS-CEILING-DN
               ' DS<' WS-CEILING-DS ' LF<' WS-CEILING-LF
               ' ID=' WS-AUTO-ADJUDICATOR.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-EXAMINE-CLAIM.
           ADD 1 TO WS-EXAMINED-COUNT.
           PERFORM 3000-APPLY-PROFILE.
           IF CLAIM-IS-CLEAN
               PERFORM 4000-GENERATE-APPROVAL
           ELSE
               ADD 1 TO WS-EXAMINER-COUNT
               ADD 1 TO WS-RULE-COUNT (WS-FAILED-RULE)
               MOVE 'EXAMINER'     TO WS-DL-DECISION
               MOVE WS-RULE-TEXT (WS-FAILED-RULE) TO WS-DL-REASON
               IF WS-FAILED-RULE = 1
                   STRING 'PENDED ' DCL-PEND-REASON
                       DELIMITED BY SIZE INTO WS-DL-REASON
               END-IF
           END-IF.
           PERFORM 5000-WRITE-DETAIL.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CLMSAUTO_CURSOR
               INTO :DCL-POLICY-NO,      :DCL-CLAIM-ID,
                    :DCL-CLAIM-TYPE,     :DCL-CLAIM-AMOUNT,
                    :DCL-ALLOWED-AMOUNT, :DCL-STATUS,
                    :DCL-PEND-REASON,    :DCL-FRAUD-SCORE,
                    :DCL-PROVIDER-ID,    :DCL-MEMBER-ID,
                    :DCL-SIU-FLAG
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
      * The clean-claim profile, cheapest tests first. Leaves the
      * number of the first rule failed in WS-FAILED-RULE, zero when
      * the claim is clean.
      *---------------------------------------------------------------
       3000-APPLY-PROFILE.
           MOVE ZEROS TO WS-FAILED-RULE.
           IF DCL-STATUS = 'P'
               MOVE 1 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DCL-CLAIM-TYPE
               WHEN 'MD'
                   MOVE WS-CEILING-MD TO WS-TYPE-CEILING
               WHEN 'DN'
                   MOVE WS-CEILING-DN TO WS-TYPE-CEILING
               WHEN 'DS'
                   MOVE WS-CEILING-DS TO WS-TYPE-CEILING
               WHEN 'LF'
                   MOVE WS-CEILING-LF TO WS-TYPE-CEILING
               WHEN OTHER
                   MOVE ZEROS         TO WS-TYPE-CEILING
           END-EVALUATE.
           IF WS-TYPE-CEILING = ZEROS
               MOVE 2 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           IF DCL-CLAIM-AMOUNT >= WS-TYPE-CEILING
               MOVE 3 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           IF DCL-FRAUD-SCORE >= WS-FRAUD-THRESHOLD
               MOVE 4 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           IF DCL-SIU-FLAG = 'Y'
               MOVE 5 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-CHECK-PROVIDER.
           IF NOT CLAIM-IS-CLEAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-CHECK-OPEN-APPEAL.
           IF NOT CLAIM-IS-CLEAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3300-CHECK-REVIEW-NOTE.
           IF NOT CLAIM-IS-CLEAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3400-CHECK-OTHER-COVERAGE.
      *---------------------------------------------------------------
      * The provider was active when CLMSVALD passed the claim, but
      * may have been suspended or termed since. No provider (life
      * claims, pre-change rows) has nothing to check.
      *---------------------------------------------------------------
       3100-CHECK-PROVIDER.
           IF DCL-PROVIDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NOT PROVIDER-MASTER-OPEN
               MOVE 6 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-PROVIDER-ID TO PRV-PROVIDER-ID.
           READ PROVIDER-MASTER
               INVALID KEY
                   MOVE 6 TO WS-FAILED-RULE
               NOT INVALID KEY
                   IF NOT PRV-STATUS-ACTIVE
                       MOVE 7 TO WS-FAILED-RULE
                   END-IF
           END-READ.
      *---------------------------------------------------------------
       3200-CHECK-OPEN-APPEAL.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-APPEALS
               FROM CLAIMS_APPEAL
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND STATUS    = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': APPEAL LOOKUP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               MOVE 8 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPEN-APPEALS > 0
               MOVE 8 TO WS-FAILED-RULE
           END-IF.
      *---------------------------------------------------------------
      * The newest note speaks for the claim - a flag is cleared by
      * a later note added without it.
      *---------------------------------------------------------------
       3300-CHECK-REVIEW-NOTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-REVIEW-NOTES
               FROM CLAIMS_NOTES N
               WHERE N.POLICY_NO   = :DCL-POLICY-NO
                 AND N.CLAIM_ID    = :DCL-CLAIM-ID
                 AND N.REVIEW_FLAG = 'Y'
                 AND N.NOTE_SEQ =
                     (SELECT MAX(X.NOTE_SEQ)
                      FROM CLAIMS_NOTES X
                      WHERE X.POLICY_NO = N.POLICY_NO
                        AND X.CLAIM_ID  = N.CLAIM_ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': NOTE LOOKUP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               MOVE 9 TO WS-FAILED-RULE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REVIEW-NOTES > 0
               MOVE 9 TO WS-FAILED-RULE
           END-IF.
      *---------------------------------------------------------------
      * Other primary coverage needs the primary carrier's payment
      * keyed on the transaction (ADJ-PRIMARY-PAID), which only an
      * examiner has.
      *---------------------------------------------------------------
       3400-CHECK-OTHER-COVERAGE.
           IF NOT MEMBER-MASTER-OPEN
               OR DCL-MEMBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MBR-HAS-OTHER-PRIMARY
                       MOVE 10 TO WS-FAILED-RULE
                   END-IF
           END-READ.
      *---------------------------------------------------------------
      * Approved amount zero - CLMSADJU allows the fee-schedule total
      * (or the billed amount on an unpriced claim) and applies the
      * policy's benefit terms the normal way.
      *---------------------------------------------------------------
       4000-GENERATE-APPROVAL.
           MOVE SPACES              TO ADJUDICATION-TRANSACTION.
           MOVE DCL-POLICY-NO       TO ADJ-POLICY-NUMBER.
           MOVE DCL-CLAIM-ID        TO ADJ-CLAIM-ID.
           MOVE 'A'                 TO ADJ-NEW-STATUS.
           MOVE WS-AUTO-ADJUDICATOR TO ADJ-ADJUDICATOR-ID.
           MOVE WS-TODAY-NUMERIC    TO ADJ-ADJUDICATED-DATE.
           MOVE ZEROS               TO ADJ-APPROVED-AMOUNT.
           MOVE ZEROS               TO ADJ-PRIMARY-PAID.
           WRITE ADJUDICATION-TRANSACTION.
           IF WS-ADJGEN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE ADJGEN FAILED FS='
                   WS-ADJGEN-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'NOT WRITTEN' TO WS-DL-DECISION
               MOVE 'ADJGEN WRITE FAILED' TO WS-DL-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-APPROVED-COUNT.
           IF DCL-ALLOWED-AMOUNT > ZEROS
               ADD DCL-ALLOWED-AMOUNT TO WS-APPROVED-TOTAL
           ELSE
               ADD DCL-CLAIM-AMOUNT   TO WS-APPROVED-TOTAL
           END-IF.
           MOVE 'AUTO-APPROVED' TO WS-DL-DECISION.
           MOVE SPACES          TO WS-DL-REASON.
      *---------------------------------------------------------------
       5000-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-POLICY-NO      TO WS-DL-POLICY.
           MOVE DCL-CLAIM-ID       TO WS-DL-CLAIM-ID.
           MOVE DCL-CLAIM-TYPE     TO WS-DL-CLAIM-TYPE.
           MOVE DCL-CLAIM-AMOUNT   TO WS-DL-BILLED.
           MOVE DCL-ALLOWED-AMOUNT TO WS-DL-ALLOWED.
           MOVE DCL-FRAUD-SCORE    TO WS-DL-FRAUD.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'CLAIMS EXAMINED:'         TO WS-TL-LABEL.
           MOVE WS-EXAMINED-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AUTO-APPROVED:'           TO WS-TL-LABEL.
           MOVE WS-APPROVED-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AUTO-APPROVED ALLOWED:'   TO WS-AT-LABEL.
           MOVE WS-APPROVED-TOTAL          TO WS-AT-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-TOTAL-LINE.
           MOVE 'LEFT FOR EXAMINERS:'      TO WS-TL-LABEL.
           MOVE WS-EXAMINER-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               MOVE SPACES TO WS-TL-LABEL
               STRING '  ' WS-RULE-TEXT (WS-RULE-SUB)
                   DELIMITED BY SIZE INTO WS-TL-LABEL
               MOVE WS-RULE-COUNT (WS-RULE-SUB) TO WS-TL-COUNT
               WRITE RPT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.
      *---------------------------------------------------------------
      * Run-registry bookkeeping (CLMSRREG), as the other pipeline
      * steps do.
      *---------------------------------------------------------------
       8800-REGISTER-START.
           SET RREG-ACTION-START TO TRUE.
           MOVE 'CLMSAUTO' TO RREG-STEP-NAME.
           MOVE ZEROS TO RREG-INPUT-COUNT RREG-OUTPUT-COUNT
                         RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       8900-REGISTER-END.
           SET RREG-ACTION-END TO TRUE.
           MOVE 'CLMSAUTO' TO RREG-STEP-NAME.
           MOVE WS-EXAMINED-COUNT  TO RREG-INPUT-COUNT.
           MOVE WS-APPROVED-COUNT  TO RREG-OUTPUT-COUNT.
           MOVE WS-RETURN-CODE TO RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 8900-REGISTER-END.
           CLOSE ADJ-GEN-OUT RPT-OUT.
           IF PROVIDER-MASTER-OPEN
               CLOSE PROVIDER-MASTER
           END-IF.
           IF MEMBER-MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': EXAMINED=' WS-EXAMINED-COUNT
                   ' AUTO-APPROVED=' WS-APPROVED-COUNT
                   ' EXAMINER='      WS-EXAMINER-COUNT
                   ' ERRORS='        WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
