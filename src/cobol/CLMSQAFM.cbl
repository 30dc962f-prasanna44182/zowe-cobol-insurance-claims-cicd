      *===============================================================
      * CLMSQAFM - QA Review Finding Maintenance
      * Run on demand as reviewers work the CLMSQASM workqueue (DB2
      * precompile required).
      * Applies the reviewers' findings (DD QAFTIN, layout QAFTREC)
      * to the sampled decisions on CLAIMS_QA_SAMPLE:
      *   C - decision correct
      *   F - financial error, with the dollars over- or under-paid
      *   P - procedural error
      * stamping who reviewed it and when. A finding applies to the
      * claim's sampled decision still open for review - the most
      * recent one where a claim was sampled more than once. A claim
      * with no open sampled decision, or a finding failing its
      * edits, is rejected. A finding already logged is corrected
      * by a QA supervisor through SPUFI, not re-keyed here.
      * The register (DD RPTFILE) lists every transaction with its
      * result; rejected transactions end RC 4.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSQAFM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-FINDING-IN ASSIGN TO QAFTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QAFTIN-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  QA-FINDING-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY QAFTREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLQASM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSQAFM'.

       01  WS-FILE-STATUSES.
           05  WS-QAFTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-CORRECT-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-FINANCIAL-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-PROCEDURAL-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-REJECTED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'QA REVIEW FINDING REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(100) VALUE ALL '-'.
           05  FILLER              PIC X(32)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'CLAIM: '.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'FINDING: '.
           05  WS-DL-FINDING       PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'ERROR: '.
           05  WS-DL-ERROR-AMOUNT  PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-RESULT        PIC X(40).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(26).
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-FILE.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': QA FINDING MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT QA-FINDING-IN.
           IF WS-QAFTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN QAFTIN FAILED FS='
                   WS-QAFTIN-STATUS
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
           PERFORM 1100-WRITE-PAGE-HEADER.
           PERFORM 2100-READ-TRANSACTION.
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
           MOVE 3 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-INPUT-COUNT.
           PERFORM 2200-APPLY-FINDING.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2900-INTERIM-COMMIT
           END-IF.
           PERFORM 2100-READ-TRANSACTION.
      *---------------------------------------------------------------
       2100-READ-TRANSACTION.
           READ QA-FINDING-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-QAFTIN-STATUS NOT = '00'
               AND WS-QAFTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ QAFTIN FAILED FS='
                   WS-QAFTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Edit the finding, find the claim's open sampled decision,
      * then stamp the finding on it.
      *---------------------------------------------------------------
       2200-APPLY-FINDING.
           IF NOT QAF-FINDING-VALID
               OR QAF-REVIEWER-ID = SPACES
               OR QAF-ERROR-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - INVALID TRANSACTION' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF QAF-FINANCIAL-ERROR AND QAF-ERROR-AMOUNT = ZEROS
               MOVE 'REJECTED - ERROR AMOUNT REQUIRED' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF NOT QAF-FINANCIAL-ERROR AND QAF-ERROR-AMOUNT > ZEROS
               MOVE 'REJECTED - AMOUNT ONLY ON FINANCIAL'
                   TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE QAF-POLICY-NUMBER TO DCL-QAS-POLICY-NO.
           MOVE QAF-CLAIM-ID      TO DCL-QAS-CLAIM-ID.
           EXEC SQL
               SELECT DECISION_TS
               INTO :DCL-QAS-DECISION-TS
               FROM CLAIMS_QA_SAMPLE
               WHERE POLICY_NO = :DCL-QAS-POLICY-NO
                 AND CLAIM_ID  = :DCL-QAS-CLAIM-ID
                 AND QA_STATUS = 'O'
               ORDER BY DECISION_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = +100
               MOVE 'REJECTED - NO OPEN SAMPLE FOR CLAIM'
                   TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': SAMPLE LOOKUP FAILED SQLCODE='
                   SQLCODE ' POLICY=' QAF-POLICY-NUMBER
                   ' CLAIM=' QAF-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE QAF-FINDING      TO DCL-QAS-QA-STATUS.
           MOVE QAF-ERROR-AMOUNT TO DCL-QAS-ERROR-AMOUNT.
           MOVE QAF-REVIEWER-ID  TO DCL-QAS-REVIEWER-ID.
           MOVE QAF-NOTE         TO DCL-QAS-FINDING-NOTE.
           IF QAF-REVIEW-DATE NUMERIC AND QAF-REVIEW-DATE > 0
               MOVE QAF-REVIEW-DATE  TO DCL-QAS-REVIEW-DATE
           ELSE
               MOVE WS-TODAY-NUMERIC TO DCL-QAS-REVIEW-DATE
           END-IF.
           EXEC SQL
               UPDATE CLAIMS_QA_SAMPLE
               SET QA_STATUS    = :DCL-QAS-QA-STATUS,
                   ERROR_AMOUNT = :DCL-QAS-ERROR-AMOUNT,
                   REVIEWER_ID  = :DCL-QAS-REVIEWER-ID,
                   REVIEW_DATE  = :DCL-QAS-REVIEW-DATE,
                   FINDING_NOTE = :DCL-QAS-FINDING-NOTE
               WHERE POLICY_NO   = :DCL-QAS-POLICY-NO
                 AND CLAIM_ID    = :DCL-QAS-CLAIM-ID
                 AND DECISION_TS = :DCL-QAS-DECISION-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': SAMPLE UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' QAF-POLICY-NUMBER
                   ' CLAIM=' QAF-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
           EVALUATE TRUE
               WHEN QAF-CORRECT
                   ADD 1 TO WS-CORRECT-COUNT
                   MOVE 'LOGGED - CORRECT' TO WS-DL-RESULT
               WHEN QAF-FINANCIAL-ERROR
                   ADD 1 TO WS-FINANCIAL-COUNT
                   MOVE 'LOGGED - FINANCIAL ERROR' TO WS-DL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-PROCEDURAL-COUNT
                   MOVE 'LOGGED - PROCEDURAL ERROR' TO WS-DL-RESULT
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
       2950-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 7000-PRINT-DETAIL.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
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
           MOVE QAF-POLICY-NUMBER TO WS-DL-POLICY.
           MOVE QAF-CLAIM-ID      TO WS-DL-CLAIM-ID.
           MOVE QAF-FINDING       TO WS-DL-FINDING.
           IF QAF-ERROR-AMOUNT NUMERIC
               MOVE QAF-ERROR-AMOUNT TO WS-DL-ERROR-AMOUNT
           ELSE
               MOVE ZEROS            TO WS-DL-ERROR-AMOUNT
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'FINDINGS READ:            ' TO WS-SL-LABEL.
           MOVE WS-INPUT-COUNT               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CORRECT:                  ' TO WS-SL-LABEL.
           MOVE WS-CORRECT-COUNT             TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'FINANCIAL ERRORS:         ' TO WS-SL-LABEL.
           MOVE WS-FINANCIAL-COUNT           TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'PROCEDURAL ERRORS:        ' TO WS-SL-LABEL.
           MOVE WS-PROCEDURAL-COUNT          TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'REJECTED:                 ' TO WS-SL-LABEL.
           MOVE WS-REJECTED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE QA-FINDING-IN RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='      WS-INPUT-COUNT
                   ' CORRECT='    WS-CORRECT-COUNT
                   ' FINANCIAL='  WS-FINANCIAL-COUNT
                   ' PROCEDURAL=' WS-PROCEDURAL-COUNT
                   ' REJECTED='   WS-REJECTED-COUNT
                   ' ERRORS='     WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
