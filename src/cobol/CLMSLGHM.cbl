      *===============================================================
      * CLMSLGHM - Legal Hold Maintenance
      * Run on demand as legal issues or lifts preservation orders,
      * and always ahead of CLMSARCH and CLMSRETN (DB2 precompile
      * required).
      * Applies the legal department's hold transactions (DD LGHTIN,
      * layout LGHTREC) to LEGAL_HOLD:
      *   P - place a hold on a claim, a policy, a member or a
      *       provider for the requesting attorney and matter
      *   R - release a hold, naming the attorney who lifted it
      * A placed hold is active until released; while it is active
      * CLMSARCH will not archive, and CLMSRETN will not purge,
      * anything it covers. Holds are never deleted. A hold is
      * placed whether or not the claim or party it names has any
      * rows yet - an order can come ahead of the claim.
      * The register (DD RPTFILE) lists every transaction with its
      * result; rejected transactions end RC 4.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSLGHM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TXN-IN ASSIGN TO LGHTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LGHTIN-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY LGHTREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLLGHD.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSLGHM'.

       01  WS-FILE-STATUSES.
           05  WS-LGHTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-PLACED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROS.
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
       01  WS-ACTION-DATE          PIC 9(08) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'LEGAL HOLD MAINTENANCE REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(120) VALUE ALL '-'.
           05  FILLER              PIC X(12)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(08) VALUE 'ACTION: '.
           05  WS-DL-ACTION        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'HOLD: '.
           05  WS-DL-HOLD-ID       PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'SCOPE: '.
           05  WS-DL-SCOPE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-SCOPE-KEY     PIC X(19).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'BY: '.
           05  WS-DL-ATTORNEY      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-RESULT        PIC X(37).

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
           DISPLAY WS-PROGRAM-ID ': LEGAL HOLD MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT HOLD-TXN-IN.
           IF WS-LGHTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN LGHTIN FAILED FS='
                   WS-LGHTIN-STATUS
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
           MOVE SPACES TO WS-DL-RESULT.
           IF LGT-ACTION-DATE NUMERIC AND LGT-ACTION-DATE > 0
               MOVE LGT-ACTION-DATE  TO WS-ACTION-DATE
           ELSE
               MOVE WS-TODAY-NUMERIC TO WS-ACTION-DATE
           END-IF.
           EVALUATE TRUE
               WHEN LGT-HOLD-ID = SPACES
                   MOVE 'REJECTED - HOLD ID BLANK' TO WS-DL-RESULT
                   PERFORM 2950-REJECT
               WHEN LGT-ATTORNEY = SPACES
                   MOVE 'REJECTED - ATTORNEY REQUIRED' TO WS-DL-RESULT
                   PERFORM 2950-REJECT
               WHEN LGT-ACTION-PLACE
                   PERFORM 2200-PLACE-HOLD
               WHEN LGT-ACTION-RELEASE
                   PERFORM 2300-RELEASE-HOLD
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE'
                       TO WS-DL-RESULT
                   PERFORM 2950-REJECT
           END-EVALUATE.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2900-INTERIM-COMMIT
           END-IF.
           PERFORM 2100-READ-TRANSACTION.
      *---------------------------------------------------------------
       2100-READ-TRANSACTION.
           READ HOLD-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-LGHTIN-STATUS NOT = '00'
               AND WS-LGHTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ LGHTIN FAILED FS='
                   WS-LGHTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Place - the scope must name its own keys. Keys that do not
      * belong to the scope are not carried onto the row, so a hold
      * never covers more than the order says.
      *---------------------------------------------------------------
       2200-PLACE-HOLD.
           MOVE LGT-HOLD-ID    TO DCL-LGH-HOLD-ID.
           MOVE LGT-SCOPE-TYPE TO DCL-LGH-SCOPE-TYPE.
           MOVE SPACES         TO DCL-LGH-POLICY-NO
                                  DCL-LGH-CLAIM-ID
                                  DCL-LGH-MEMBER-ID
                                  DCL-LGH-PROVIDER-ID
                                  DCL-LGH-RELEASED-BY.
           EVALUATE TRUE
               WHEN LGT-SCOPE-CLAIM
                   IF LGT-POLICY-NO = SPACES OR LGT-CLAIM-ID = SPACES
                       MOVE 'REJECTED - POLICY AND CLAIM REQUIRED'
                           TO WS-DL-RESULT
                   END-IF
                   MOVE LGT-POLICY-NO   TO DCL-LGH-POLICY-NO
                   MOVE LGT-CLAIM-ID    TO DCL-LGH-CLAIM-ID
               WHEN LGT-SCOPE-POLICY
                   IF LGT-POLICY-NO = SPACES
                       MOVE 'REJECTED - POLICY NUMBER REQUIRED'
                           TO WS-DL-RESULT
                   END-IF
                   MOVE LGT-POLICY-NO   TO DCL-LGH-POLICY-NO
               WHEN LGT-SCOPE-MEMBER
                   IF LGT-MEMBER-ID = SPACES
                       MOVE 'REJECTED - MEMBER ID REQUIRED'
                           TO WS-DL-RESULT
                   END-IF
                   MOVE LGT-MEMBER-ID   TO DCL-LGH-MEMBER-ID
               WHEN LGT-SCOPE-PROVIDER
                   IF LGT-PROVIDER-ID = SPACES
                       MOVE 'REJECTED - PROVIDER ID REQUIRED'
                           TO WS-DL-RESULT
                   END-IF
                   MOVE LGT-PROVIDER-ID TO DCL-LGH-PROVIDER-ID
               WHEN OTHER
                   MOVE 'REJECTED - INVALID SCOPE' TO WS-DL-RESULT
           END-EVALUATE.
           IF WS-DL-RESULT NOT = SPACES
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACTION-DATE TO DCL-LGH-PLACED-DATE.
           MOVE ZERO           TO DCL-LGH-RELEASED-DATE.
           MOVE LGT-ATTORNEY   TO DCL-LGH-ATTORNEY.
           MOVE LGT-MATTER-REF TO DCL-LGH-MATTER-REF.
           EXEC SQL
               INSERT INTO LEGAL_HOLD
               (HOLD_ID,      SCOPE_TYPE,    POLICY_NO,
                CLAIM_ID,     MEMBER_ID,     PROVIDER_ID,
                PLACED_DATE,  RELEASED_DATE, ATTORNEY,
                MATTER_REF,   RELEASED_BY)
               VALUES
               (:DCL-LGH-HOLD-ID,      :DCL-LGH-SCOPE-TYPE,
                :DCL-LGH-POLICY-NO,    :DCL-LGH-CLAIM-ID,
                :DCL-LGH-MEMBER-ID,    :DCL-LGH-PROVIDER-ID,
                :DCL-LGH-PLACED-DATE,  :DCL-LGH-RELEASED-DATE,
                :DCL-LGH-ATTORNEY,     :DCL-LGH-MATTER-REF,
                :DCL-LGH-RELEASED-BY)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-COMMIT-COUNT
                   ADD 1 TO WS-PLACED-COUNT
                   MOVE 'PLACED' TO WS-DL-RESULT
                   PERFORM 7000-PRINT-DETAIL
               WHEN -803
                   MOVE 'REJECTED - HOLD ID ALREADY ON FILE'
                       TO WS-DL-RESULT
                   PERFORM 2950-REJECT
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': HOLD INSERT FAILED SQLCODE='
                       SQLCODE ' HOLD=' LGT-HOLD-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'ERROR - NOT PLACED, SEE JOB LOG'
                       TO WS-DL-RESULT
                   PERFORM 7000-PRINT-DETAIL
           END-EVALUATE.
      *---------------------------------------------------------------
      * Release - only an active hold, and not dated before it was
      * placed.
      *---------------------------------------------------------------
       2300-RELEASE-HOLD.
           MOVE LGT-HOLD-ID TO DCL-LGH-HOLD-ID.
           EXEC SQL
               SELECT PLACED_DATE, RELEASED_DATE
               INTO :DCL-LGH-PLACED-DATE, :DCL-LGH-RELEASED-DATE
               FROM LEGAL_HOLD
               WHERE HOLD_ID = :DCL-LGH-HOLD-ID
           END-EXEC.
           IF SQLCODE = +100
               MOVE 'REJECTED - HOLD NOT ON FILE' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': HOLD LOOKUP FAILED SQLCODE='
                   SQLCODE ' HOLD=' LGT-HOLD-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'ERROR - NOT RELEASED, SEE JOB LOG' TO WS-DL-RESULT
               PERFORM 7000-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF DCL-LGH-RELEASED-DATE NOT = 0
               MOVE 'REJECTED - HOLD ALREADY RELEASED' TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTION-DATE < DCL-LGH-PLACED-DATE
               MOVE 'REJECTED - RELEASE BEFORE PLACED DATE'
                   TO WS-DL-RESULT
               PERFORM 2950-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACTION-DATE TO DCL-LGH-RELEASED-DATE.
           MOVE LGT-ATTORNEY   TO DCL-LGH-RELEASED-BY.
           EXEC SQL
               UPDATE LEGAL_HOLD
               SET RELEASED_DATE = :DCL-LGH-RELEASED-DATE,
                   RELEASED_BY   = :DCL-LGH-RELEASED-BY
               WHERE HOLD_ID       = :DCL-LGH-HOLD-ID
                 AND RELEASED_DATE = 0
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': HOLD UPDATE FAILED SQLCODE='
                   SQLCODE ' HOLD=' LGT-HOLD-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'ERROR - NOT RELEASED, SEE JOB LOG' TO WS-DL-RESULT
               PERFORM 7000-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'RELEASED' TO WS-DL-RESULT.
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
           MOVE LGT-ACTION     TO WS-DL-ACTION.
           MOVE LGT-HOLD-ID    TO WS-DL-HOLD-ID.
           MOVE LGT-SCOPE-TYPE TO WS-DL-SCOPE.
           MOVE LGT-ATTORNEY   TO WS-DL-ATTORNEY.
           MOVE SPACES         TO WS-DL-SCOPE-KEY.
           EVALUATE TRUE
               WHEN LGT-ACTION-RELEASE
                   CONTINUE
               WHEN LGT-SCOPE-CLAIM
                   STRING LGT-POLICY-NO '/' LGT-CLAIM-ID
                       DELIMITED BY SIZE INTO WS-DL-SCOPE-KEY
               WHEN LGT-SCOPE-POLICY
                   MOVE LGT-POLICY-NO   TO WS-DL-SCOPE-KEY
               WHEN LGT-SCOPE-MEMBER
                   MOVE LGT-MEMBER-ID   TO WS-DL-SCOPE-KEY
               WHEN LGT-SCOPE-PROVIDER
                   MOVE LGT-PROVIDER-ID TO WS-DL-SCOPE-KEY
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:        ' TO WS-SL-LABEL.
           MOVE WS-INPUT-COUNT               TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'HOLDS PLACED:             ' TO WS-SL-LABEL.
           MOVE WS-PLACED-COUNT              TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'HOLDS RELEASED:           ' TO WS-SL-LABEL.
           MOVE WS-RELEASED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'REJECTED:                 ' TO WS-SL-LABEL.
           MOVE WS-REJECTED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE HOLD-TXN-IN RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='    WS-INPUT-COUNT
                   ' PLACED='   WS-PLACED-COUNT
                   ' RELEASED=' WS-RELEASED-COUNT
                   ' REJECTED=' WS-REJECTED-COUNT
                   ' ERRORS='   WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
