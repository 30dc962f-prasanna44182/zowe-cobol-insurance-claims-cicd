      *===============================================================
      * CLMSDOCM - Claim Document Checklist Maintenance
      * Run on demand, ahead of the nightly chain (DB2 precompile
      * required).
      * Applies the document transactions claims staff key from the
      * mailroom log (DD DOCTIN, layout DOCTREC) to the claims'
      * CLAIMS_DOCUMENT checklists raised by CLMSDOCR:
      *   R - document received: stamped received with the event
      *       date and who logged it
      *   W - requirement waived by an examiner, stamped the same way
      *   A - an extra document the rules did not call for is added
      *       to the checklist as outstanding; an open claim not
      *       already pended is pended PD04, and CLMSDOCR sends the
      *       request letter on its next run
      * The moment the last outstanding document on a claim pended
      * PD04 is received or waived, the claim is released back to
      * 'V' for adjudication in the same unit of work, and the
      * status change logged to CLAIMS_AUDIT - examiners no longer
      * watch CLMSNOTC notes to know when a file is complete. A
      * claim pended for another reason is left for that pend's own
      * release.
      * The register (DD RPTFILE) lists every transaction with its
      * result; rejected and unmatched transactions end RC 4.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSDOCM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-TRANS-IN ASSIGN TO DOCTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCTIN-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-TRANS-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY DOCTREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLDOCS.
           COPY DCLAUDIT.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSDOCM'.

       01  WS-FILE-STATUSES.
           05  WS-DOCTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-RECEIVED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-WAIVED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-ADDED-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-PENDED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-REJECTED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-OPEN-COUNT           PIC S9(09) COMP VALUE +0.
       01  WS-OLD-STATUS           PIC X(01) VALUE SPACES.
       01  WS-EVENT-DATE-DB2       PIC S9(08) COMP-3 VALUE +0.
       01  WS-LOGGED-BY            PIC X(08) VALUE SPACES.

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
               VALUE 'CLAIM DOCUMENT MAINTENANCE REGISTER'.
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
           05  FILLER              PIC X(08) VALUE 'ACTION: '.
           05  WS-DL-ACTION        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'DOC: '.
           05  WS-DL-DOC-CODE      PIC X(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-RESULT        PIC X(40).
           05  FILLER              PIC X(29) VALUE SPACES.

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
           DISPLAY WS-PROGRAM-ID ': DOCUMENT MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT DOC-TRANS-IN.
           IF WS-DOCTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN DOCTIN FAILED FS='
                   WS-DOCTIN-STATUS
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
           PERFORM 2200-APPLY-TRANSACTION.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2900-INTERIM-COMMIT
           END-IF.
           PERFORM 2100-READ-TRANSACTION.
      *---------------------------------------------------------------
       2100-READ-TRANSACTION.
           READ DOC-TRANS-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-DOCTIN-STATUS NOT = '00'
               AND WS-DOCTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ DOCTIN FAILED FS='
                   WS-DOCTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Edit the transaction, find the claim, then route by action.
      *---------------------------------------------------------------
       2200-APPLY-TRANSACTION.
           IF NOT DOT-ACTION-VALID
               OR DOT-DOC-CODE = SPACES
               OR (DOT-ADD AND DOT-DOC-DESC = SPACES)
               MOVE 'REJECTED - INVALID TRANSACTION' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF DOT-EVENT-DATE NUMERIC AND DOT-EVENT-DATE > 0
               MOVE DOT-EVENT-DATE   TO WS-EVENT-DATE-DB2
           ELSE
               MOVE WS-TODAY-NUMERIC TO WS-EVENT-DATE-DB2
           END-IF.
           IF DOT-LOGGED-BY = SPACES
               MOVE WS-PROGRAM-ID TO WS-LOGGED-BY
           ELSE
               MOVE DOT-LOGGED-BY TO WS-LOGGED-BY
           END-IF.
           MOVE DOT-POLICY-NUMBER TO DCL-POLICY-NO.
           MOVE DOT-CLAIM-ID      TO DCL-CLAIM-ID.
           EXEC SQL
               SELECT STATUS, PEND_REASON
               INTO :DCL-STATUS, :DCL-PEND-REASON
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE = +100
               MOVE 'REJECTED - CLAIM NOT ON FILE' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CLAIM LOOKUP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE DOT-POLICY-NUMBER TO DCL-DOC-POLICY-NO.
           MOVE DOT-CLAIM-ID      TO DCL-DOC-CLAIM-ID.
           MOVE DOT-DOC-CODE      TO DCL-DOC-CODE.
           IF DOT-ADD
               PERFORM 2400-ADD-REQUIREMENT
           ELSE
               PERFORM 2300-LOG-DOCUMENT
           END-IF.
      *---------------------------------------------------------------
      * Received or waived. Only an outstanding requirement can be
      * logged - a second receipt of the same document changes
      * nothing and is reported.
      *---------------------------------------------------------------
       2300-LOG-DOCUMENT.
           EXEC SQL
               SELECT DOC_STATUS
               INTO :DCL-DOC-STATUS
               FROM CLAIMS_DOCUMENT
               WHERE POLICY_NO = :DCL-DOC-POLICY-NO
                 AND CLAIM_ID  = :DCL-DOC-CLAIM-ID
                 AND DOC_CODE  = :DCL-DOC-CODE
           END-EXEC.
           IF SQLCODE = +100
               MOVE 'REJECTED - DOCUMENT NOT ON CHECKLIST'
                   TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': DOCUMENT LOOKUP FAILED '
                   'SQLCODE=' SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID ' DOC=' DOT-DOC-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF DCL-DOC-STATUS NOT = 'O'
               MOVE 'REJECTED - ALREADY RECEIVED OR WAIVED'
                   TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF DOT-RECEIVED
               MOVE 'R' TO DCL-DOC-STATUS
           ELSE
               MOVE 'W' TO DCL-DOC-STATUS
           END-IF.
           MOVE WS-EVENT-DATE-DB2 TO DCL-DOC-RECEIVED-DATE.
           MOVE WS-LOGGED-BY      TO DCL-DOC-LOGGED-BY.
           EXEC SQL
               UPDATE CLAIMS_DOCUMENT
               SET DOC_STATUS    = :DCL-DOC-STATUS,
                   RECEIVED_DATE = :DCL-DOC-RECEIVED-DATE,
                   LOGGED_BY     = :DCL-DOC-LOGGED-BY
               WHERE POLICY_NO = :DCL-DOC-POLICY-NO
                 AND CLAIM_ID  = :DCL-DOC-CLAIM-ID
                 AND DOC_CODE  = :DCL-DOC-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': DOCUMENT UPDATE FAILED '
                   'SQLCODE=' SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID ' DOC=' DOT-DOC-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
           IF DOT-RECEIVED
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE 'RECEIVED' TO WS-DL-RESULT
           ELSE
               ADD 1 TO WS-WAIVED-COUNT
               MOVE 'WAIVED'   TO WS-DL-RESULT
           END-IF.
           IF DCL-STATUS = 'P' AND DCL-PEND-REASON = 'PD04'
               PERFORM 2500-RELEASE-IF-COMPLETE
           END-IF.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * An extra requirement, outstanding and not yet requested.
      * Only an open claim takes one.
      *---------------------------------------------------------------
       2400-ADD-REQUIREMENT.
           IF DCL-STATUS NOT = 'N' AND DCL-STATUS NOT = 'V'
               AND DCL-STATUS NOT = 'P' AND DCL-STATUS NOT = 'O'
               MOVE 'REJECTED - CLAIM NOT OPEN' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE DOT-DOC-DESC   TO DCL-DOC-DESC.
           MOVE 'O'            TO DCL-DOC-STATUS.
           MOVE 'M'            TO DCL-DOC-SOURCE.
           MOVE ZEROS          TO DCL-DOC-REQUEST-DATE
                                  DCL-DOC-FOLLOWUP-DATE
                                  DCL-DOC-FOLLOWUP-COUNT
                                  DCL-DOC-RECEIVED-DATE.
           MOVE WS-LOGGED-BY   TO DCL-DOC-LOGGED-BY.
           EXEC SQL
               SET :DCL-DOC-INSERT-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_DOCUMENT
               (POLICY_NO,      CLAIM_ID,       DOC_CODE,
                DOC_DESC,       DOC_STATUS,     SOURCE,
                REQUEST_DATE,   FOLLOWUP_DATE,  FOLLOWUP_COUNT,
                RECEIVED_DATE,  LOGGED_BY,      INSERT_TS)
               VALUES
               (:DCL-DOC-POLICY-NO,     :DCL-DOC-CLAIM-ID,
                :DCL-DOC-CODE,          :DCL-DOC-DESC,
                :DCL-DOC-STATUS,        :DCL-DOC-SOURCE,
                :DCL-DOC-REQUEST-DATE,  :DCL-DOC-FOLLOWUP-DATE,
                :DCL-DOC-FOLLOWUP-COUNT, :DCL-DOC-RECEIVED-DATE,
                :DCL-DOC-LOGGED-BY,     :DCL-DOC-INSERT-TS)
           END-EXEC.
           IF SQLCODE = -803
               MOVE 'REJECTED - ALREADY ON CHECKLIST' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': DOCUMENT INSERT FAILED '
                   'SQLCODE=' SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID ' DOC=' DOT-DOC-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'ADDED' TO WS-DL-RESULT.
           IF DCL-STATUS NOT = 'P'
               PERFORM 2600-PEND-CLAIM
           END-IF.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * The last outstanding document in: release the PD04 pend.
      *---------------------------------------------------------------
       2500-RELEASE-IF-COMPLETE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-COUNT
               FROM CLAIMS_DOCUMENT
               WHERE POLICY_NO  = :DCL-DOC-POLICY-NO
                 AND CLAIM_ID   = :DCL-DOC-CLAIM-ID
                 AND DOC_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CHECKLIST COUNT FAILED '
                   'SQLCODE=' SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPEN-COUNT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-STATUS TO WS-OLD-STATUS.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET STATUS      = 'V',
                   PEND_REASON = '    '
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': RELEASE UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V'    TO DCL-STATUS.
           MOVE SPACES TO DCL-PEND-REASON.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 2800-LOG-AUDIT.
           IF DOT-RECEIVED
               MOVE 'RECEIVED - CLAIM RELEASED FROM PEND'
                   TO WS-DL-RESULT
           ELSE
               MOVE 'WAIVED - CLAIM RELEASED FROM PEND'
                   TO WS-DL-RESULT
           END-IF.
      *---------------------------------------------------------------
      * A new outstanding document holds an open claim, as CLMSDOCR
      * does for the rules' documents.
      *---------------------------------------------------------------
       2600-PEND-CLAIM.
           MOVE DCL-STATUS TO WS-OLD-STATUS.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET STATUS      = 'P',
                   PEND_REASON = 'PD04'
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': PEND UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DOT-POLICY-NUMBER
                   ' CLAIM=' DOT-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P'    TO DCL-STATUS.
           MOVE 'PD04' TO DCL-PEND-REASON.
           ADD 1 TO WS-PENDED-COUNT.
           PERFORM 2800-LOG-AUDIT.
           MOVE 'ADDED - CLAIM PENDED PD04' TO WS-DL-RESULT.
      *---------------------------------------------------------------
       2800-LOG-AUDIT.
           MOVE DCL-POLICY-NO  TO DCL-AUD-POLICY-NO.
           MOVE DCL-CLAIM-ID   TO DCL-AUD-CLAIM-ID.
           MOVE WS-OLD-STATUS  TO DCL-AUD-OLD-STATUS.
           MOVE DCL-STATUS     TO DCL-AUD-NEW-STATUS.
           MOVE WS-PROGRAM-ID  TO DCL-AUD-CHANGED-BY.
           EXEC SQL
               SET :DCL-AUD-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_AUDIT
               (POLICY_NO,          CLAIM_ID,           OLD_STATUS,
                NEW_STATUS,         CHANGED_BY,         CHANGE_TS)
               VALUES
               (:DCL-AUD-POLICY-NO, :DCL-AUD-CLAIM-ID,
                :DCL-AUD-OLD-STATUS, :DCL-AUD-NEW-STATUS,
                :DCL-AUD-CHANGED-BY, :DCL-AUD-CHANGE-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': AUDIT INSERT FAILED='
                   SQLCODE ' POLICY=' DCL-AUD-POLICY-NO
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
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
           MOVE DOT-POLICY-NUMBER TO WS-DL-POLICY.
           MOVE DOT-CLAIM-ID      TO WS-DL-CLAIM-ID.
           MOVE DOT-ACTION        TO WS-DL-ACTION.
           MOVE DOT-DOC-CODE      TO WS-DL-DOC-CODE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:        ' TO WS-SL-LABEL.
           MOVE WS-INPUT-COUNT               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DOCUMENTS RECEIVED:       ' TO WS-SL-LABEL.
           MOVE WS-RECEIVED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DOCUMENTS WAIVED:         ' TO WS-SL-LABEL.
           MOVE WS-WAIVED-COUNT              TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'REQUIREMENTS ADDED:       ' TO WS-SL-LABEL.
           MOVE WS-ADDED-COUNT               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS PENDED PD04:       ' TO WS-SL-LABEL.
           MOVE WS-PENDED-COUNT              TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS RELEASED:          ' TO WS-SL-LABEL.
           MOVE WS-RELEASED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'REJECTED:                 ' TO WS-SL-LABEL.
           MOVE WS-REJECTED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE DOC-TRANS-IN RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='    WS-INPUT-COUNT
                   ' RECEIVED=' WS-RECEIVED-COUNT
                   ' WAIVED='   WS-WAIVED-COUNT
                   ' ADDED='    WS-ADDED-COUNT
                   ' RELEASED=' WS-RELEASED-COUNT
                   ' REJECTED=' WS-REJECTED-COUNT
                   ' ERRORS='   WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
