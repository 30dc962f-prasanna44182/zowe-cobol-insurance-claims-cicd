      *===============================================================
      * CLMSPRCE - Claim Line Repricing Against the Fee Schedule
      * Step 025 in CLMSJOB pipeline, run after CLMSDB2 (DB2
      * precompile required).
      * Prices every loaded CLAIM_LINES row not yet priced against
      * the procedure fee schedule master (FEESMSTR, maintained by
      * CLMSFEEM). The rate in force is looked up by the claim's
      * type, coverage code, and the line's procedure code on the
      * claim's service date; a coverage with no rate of its own
      * falls back to the claim type's all-coverage rate (blank
      * coverage code). The line's allowed amount is the lesser of
      * the billed amount and the scheduled rate. A line with no
      * procedure code or no rate in force is allowed as billed and
      * reported for the schedule owners. The header ALLOWED_AMOUNT
      * on CLAIMS_MASTER is set to the sum of all of its priced lines
      * as they stand on CLAIM_LINES - whether priced this run or an
      * earlier one - which is what CLMSADJU allows from and
      * CLMSCORR's EOB shows. A claim with a line still unpriced
      * keeps a zero header total (adjudicates from the billed
      * amount) until every line is priced.
      * A FETCH failure rolls back the claims priced since the last
      * commit - the claim in hand is never committed part priced -
      * and they are priced again on the rerun.
      * A missing FEESMSTR DD leaves every line unpriced (claims then
      * adjudicate from the billed amount, as before pricing) and
      * ends RC 4.
      * Commits every WS-COMMIT-INTERVAL claims.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPRCE.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEE-SCHEDULE ASSIGN TO FEESMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-SCHEDULE-KEY
               FILE STATUS IS WS-FEES-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE.
           COPY FEESREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLCLNS.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPRCE'.

           COPY RREGPARM.

       01  WS-FILE-STATUSES.
           05  WS-FEES-STATUS      PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-LINE-READ-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-LINE-PRICED-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-LINE-REDUCED-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-LINE-NORATE-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-CLAIM-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-BILLED-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-ALLOWED-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.
       01  WS-FETCH-FAILED-FLAG    PIC X(01) VALUE 'N'.
           88  FETCH-FAILED        VALUE 'Y'.

       01  WS-FEES-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  FEE-SCHEDULE-OPEN   VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

      *---------------------------------------------------------------
      * Control break on the claim key - lines arrive in
      * POLICY_NO/CLAIM_ID/LINE_NO order, and the header total is
      * written once the last line of a claim has been priced.
      *---------------------------------------------------------------
       01  WS-CURR-POLICY-NO       PIC X(10) VALUE SPACES.
       01  WS-CURR-CLAIM-ID        PIC X(08) VALUE SPACES.
       01  WS-CLAIM-UNPRICED       PIC S9(09) COMP VALUE +0.
       01  WS-CLAIM-DATE-NUM       PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Fee schedule lookup. The versions of one rate sit together
      * in effective-date order under the type/coverage/procedure
      * prefix, so the version in force is the last one read whose
      * effective date is on or before the service date.
      *---------------------------------------------------------------
       01  WS-LOOKUP-COVERAGE      PIC X(03) VALUE SPACES.
       01  WS-RATE-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88  RATE-FOUND          VALUE 'Y'.
       01  WS-SCAN-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  SCAN-DONE           VALUE 'Y'.
       01  WS-RATE-AMOUNT          PIC 9(07)V99 VALUE ZEROS.
       01  WS-RATE-TERM-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-CAND-FLAG            PIC X(01) VALUE 'N'.
           88  CANDIDATE-HELD      VALUE 'Y'.

      *---------------------------------------------------------------
      * Unpriced lines of claims still ahead of adjudication. The
      * join makes the cursor read-only, so each line and header is
      * updated by key; WITH HOLD keeps it open across the interim
      * COMMITs.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPRCE_CURSOR CURSOR WITH HOLD FOR
               SELECT L.POLICY_NO, L.CLAIM_ID, L.LINE_NO,
                      L.LINE_AMOUNT, L.PROC_CODE,
                      M.CLAIM_TYPE, M.COVERAGE_CODE, M.CLAIM_DATE
               FROM CLAIM_LINES L, CLAIMS_MASTER M
               WHERE L.PRICE_STATUS = ' '
                 AND M.POLICY_NO = L.POLICY_NO
                 AND M.CLAIM_ID  = L.CLAIM_ID
                 AND M.STATUS IN ('N', 'V', 'P')
               ORDER BY L.POLICY_NO, L.CLAIM_ID, L.LINE_NO
           END-EXEC.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(44)
               VALUE 'CLAIM LINE REPRICING REPORT - RUN DATE '.
           05  WS-TL-DATE          PIC X(10).
           05  FILLER              PIC X(78) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'LINE'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PROC'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'TP'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'COV'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        BILLED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '       ALLOWED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'NOTE'.
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(110) VALUE ALL '-'.
           05  FILLER              PIC X(22)  VALUE SPACES.

      *---------------------------------------------------------------
      * Only lines worth a look print - a rate that cut the billed
      * amount, or a line with no rate in force. Lines billed at or
      * under the schedule are counted in the totals only.
      *---------------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-LINE-NO       PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PROC-CODE     PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-COVERAGE      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-BILLED        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-ALLOWED       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-NOTE          PIC X(30).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.

       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(24).
           05  WS-AT-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(91) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PRICE-LINE UNTIL END-OF-CURSOR.
           IF FETCH-FAILED
               PERFORM 2700-ROLLBACK-UNCOMMITTED
           ELSE
               PERFORM 2500-FINISH-CLAIM
           END-IF.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 8800-REGISTER-START.
           DISPLAY WS-PROGRAM-ID ': LINE REPRICING STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           PERFORM 1100-OPEN-FEE-SCHEDULE.
           IF NOT FEE-SCHEDULE-OPEN
               SET END-OF-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL OPEN CLMSPRCE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
      * Fee schedule. Without it there is nothing to price against -
      * leave every line unpriced for a later run and say so.
      *---------------------------------------------------------------
       1100-OPEN-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEES-STATUS = '00'
               SET FEE-SCHEDULE-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': FEESMSTR NOT AVAILABLE FS=' WS-FEES-STATUS
                   ' - NO LINES PRICED THIS RUN'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2000-PRICE-LINE.
           IF DCL-LN-POLICY-NO NOT = WS-CURR-POLICY-NO
               OR DCL-LN-CLAIM-ID NOT = WS-CURR-CLAIM-ID
               PERFORM 2500-FINISH-CLAIM
               MOVE DCL-LN-POLICY-NO TO WS-CURR-POLICY-NO
               MOVE DCL-LN-CLAIM-ID  TO WS-CURR-CLAIM-ID
           END-IF.
           ADD 1 TO WS-LINE-READ-COUNT.
           ADD DCL-LN-LINE-AMOUNT TO WS-BILLED-TOTAL.
           PERFORM 2200-LOOKUP-RATE.
           IF RATE-FOUND
               MOVE 'P' TO DCL-LN-PRICE-STATUS
               IF WS-RATE-AMOUNT < DCL-LN-LINE-AMOUNT
                   MOVE WS-RATE-AMOUNT     TO DCL-LN-ALLOWED-AMOUNT
                   ADD 1 TO WS-LINE-REDUCED-COUNT
                   MOVE 'REDUCED TO SCHEDULE' TO WS-DL-NOTE
                   PERFORM 2400-WRITE-DETAIL
               ELSE
                   MOVE DCL-LN-LINE-AMOUNT TO DCL-LN-ALLOWED-AMOUNT
               END-IF
           ELSE
               MOVE 'N' TO DCL-LN-PRICE-STATUS
               MOVE DCL-LN-LINE-AMOUNT TO DCL-LN-ALLOWED-AMOUNT
               ADD 1 TO WS-LINE-NORATE-COUNT
               IF DCL-LN-PROC-CODE = SPACES
                   MOVE 'NO PROC CODE - ALLOWED AS BILLED'
                       TO WS-DL-NOTE
               ELSE
                   MOVE 'NO RATE IN FORCE - AS BILLED' TO WS-DL-NOTE
               END-IF
               PERFORM 2400-WRITE-DETAIL
           END-IF.
           PERFORM 2300-UPDATE-LINE.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CLMSPRCE_CURSOR
               INTO :DCL-LN-POLICY-NO,   :DCL-LN-CLAIM-ID,
                    :DCL-LN-LINE-NO,     :DCL-LN-LINE-AMOUNT,
                    :DCL-LN-PROC-CODE,   :DCL-CLAIM-TYPE,
                    :DCL-COVERAGE-CODE,  :DCL-CLAIM-DATE
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
                   SET FETCH-FAILED  TO TRUE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Rate lookup - the claim's own coverage first, then the claim
      * type's all-coverage rate.
      *---------------------------------------------------------------
       2200-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           IF DCL-LN-PROC-CODE = SPACES
               OR DCL-LN-PROC-CODE = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-CLAIM-DATE TO WS-CLAIM-DATE-NUM.
           MOVE DCL-COVERAGE-CODE TO WS-LOOKUP-COVERAGE.
           PERFORM 2210-SCAN-RATE-VERSIONS.
           IF NOT RATE-FOUND
               AND DCL-COVERAGE-CODE NOT = SPACES
               MOVE SPACES TO WS-LOOKUP-COVERAGE
               PERFORM 2210-SCAN-RATE-VERSIONS
           END-IF.
      *---------------------------------------------------------------
      * Walk the versions of one type/coverage/procedure rate and
      * keep the last one effective on or before the service date;
      * it is in force unless its term date has passed.
      *---------------------------------------------------------------
       2210-SCAN-RATE-VERSIONS.
           MOVE 'N' TO WS-CAND-FLAG WS-SCAN-DONE-FLAG.
           MOVE DCL-CLAIM-TYPE     TO FEE-CLAIM-TYPE.
           MOVE WS-LOOKUP-COVERAGE TO FEE-COVERAGE-CODE.
           MOVE DCL-LN-PROC-CODE   TO FEE-PROC-CODE.
           MOVE ZEROS              TO FEE-EFF-DATE.
           START FEE-SCHEDULE KEY NOT < FEE-SCHEDULE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ FEE-SCHEDULE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF FEE-CLAIM-TYPE NOT = DCL-CLAIM-TYPE
                           OR FEE-COVERAGE-CODE
                               NOT = WS-LOOKUP-COVERAGE
                           OR FEE-PROC-CODE NOT = DCL-LN-PROC-CODE
                           OR FEE-EFF-DATE > WS-CLAIM-DATE-NUM
                           SET SCAN-DONE TO TRUE
                       ELSE
                           SET CANDIDATE-HELD TO TRUE
                           MOVE FEE-ALLOWED-AMOUNT TO WS-RATE-AMOUNT
                           MOVE FEE-TERM-DATE      TO WS-RATE-TERM-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF CANDIDATE-HELD
               IF WS-RATE-TERM-DATE = ZEROS
                   OR WS-RATE-TERM-DATE >= WS-CLAIM-DATE-NUM
                   SET RATE-FOUND TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2300-UPDATE-LINE.
           EXEC SQL
               UPDATE CLAIM_LINES
               SET ALLOWED_AMOUNT = :DCL-LN-ALLOWED-AMOUNT,
                   PRICE_STATUS   = :DCL-LN-PRICE-STATUS
               WHERE POLICY_NO = :DCL-LN-POLICY-NO
                 AND CLAIM_ID  = :DCL-LN-CLAIM-ID
                 AND LINE_NO   = :DCL-LN-LINE-NO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': LINE UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-LN-POLICY-NO
                   ' CLAIM=' DCL-LN-CLAIM-ID ' LINE=' DCL-LN-LINE-NO
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-LINE-PRICED-COUNT
               ADD DCL-LN-ALLOWED-AMOUNT TO WS-ALLOWED-TOTAL
           END-IF.
      *---------------------------------------------------------------
       2400-WRITE-DETAIL.
           MOVE DCL-LN-POLICY-NO      TO WS-DL-POLICY.
           MOVE DCL-LN-CLAIM-ID       TO WS-DL-CLAIM-ID.
           MOVE DCL-LN-LINE-NO        TO WS-DL-LINE-NO.
           MOVE DCL-LN-PROC-CODE      TO WS-DL-PROC-CODE.
           MOVE DCL-CLAIM-TYPE        TO WS-DL-CLAIM-TYPE.
           MOVE DCL-COVERAGE-CODE     TO WS-DL-COVERAGE.
           MOVE DCL-LN-LINE-AMOUNT    TO WS-DL-BILLED.
           MOVE DCL-LN-ALLOWED-AMOUNT TO WS-DL-ALLOWED.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
      *---------------------------------------------------------------
      * Header total for the claim just finished, in the same unit
      * of work as its lines, taken from every priced line on file
      * so lines priced by an earlier run count too. Any line left
      * unpriced (a failed line update) holds the header at zero.
      * Commits fall on claim boundaries so a header is never
      * committed without all of its lines.
      *---------------------------------------------------------------
       2500-FINISH-CLAIM.
           IF WS-CURR-CLAIM-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURR-POLICY-NO TO DCL-POLICY-NO.
           MOVE WS-CURR-CLAIM-ID  TO DCL-CLAIM-ID.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN PRICE_STATUS <> ' '
                                   THEN ALLOWED_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PRICE_STATUS = ' '
                                   THEN 1 ELSE 0 END), 0)
               INTO :DCL-ALLOWED-AMOUNT, :WS-CLAIM-UNPRICED
               FROM CLAIM_LINES
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': LINE TOTAL FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               MOVE SPACES TO WS-CURR-POLICY-NO WS-CURR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLAIM-UNPRICED > 0
               MOVE ZEROS TO DCL-ALLOWED-AMOUNT
           END-IF.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET ALLOWED_AMOUNT = :DCL-ALLOWED-AMOUNT
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': HEADER UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-CLAIM-COUNT
               ADD 1 TO WS-COMMIT-COUNT
           END-IF.
           MOVE SPACES TO WS-CURR-POLICY-NO WS-CURR-CLAIM-ID.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2600-INTERIM-COMMIT
           END-IF.
      *---------------------------------------------------------------
       2600-INTERIM-COMMIT.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': INTERIM COMMIT FAILED='
                   SQLCODE
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               DISPLAY WS-PROGRAM-ID ': COMMITTED '
                   WS-CLAIM-COUNT ' CLAIMS SO FAR'
               MOVE ZEROS TO WS-COMMIT-COUNT
           END-IF.
      *---------------------------------------------------------------
      * After a FETCH failure the claim in hand may be missing lines
      * the cursor never returned - back out everything since the
      * last commit rather than post a part-priced claim.
      *---------------------------------------------------------------
       2700-ROLLBACK-UNCOMMITTED.
           EXEC SQL ROLLBACK END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': ROLLBACK FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
           ELSE
               DISPLAY WS-PROGRAM-ID ': ROLLED BACK '
                   WS-COMMIT-COUNT ' CLAIMS SINCE LAST COMMIT'
                   ' PLUS CLAIM IN PROGRESS POLICY=' WS-CURR-POLICY-NO
                   ' CLAIM=' WS-CURR-CLAIM-ID
           END-IF.
           MOVE ZEROS  TO WS-COMMIT-COUNT.
           MOVE SPACES TO WS-CURR-POLICY-NO WS-CURR-CLAIM-ID.
      *---------------------------------------------------------------
       3000-FINAL-COMMIT.
           IF FEE-SCHEDULE-OPEN
               EXEC SQL CLOSE CLMSPRCE_CURSOR END-EXEC
           END-IF.
           IF WS-COMMIT-COUNT > 0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': FINAL COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'LINES READ:             ' TO WS-TL-LABEL.
           MOVE WS-LINE-READ-COUNT         TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LINES PRICED:           ' TO WS-TL-LABEL.
           MOVE WS-LINE-PRICED-COUNT       TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REDUCED TO SCHEDULE:    ' TO WS-TL-LABEL.
           MOVE WS-LINE-REDUCED-COUNT      TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO RATE - AS BILLED:    ' TO WS-TL-LABEL.
           MOVE WS-LINE-NORATE-COUNT       TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLAIMS PRICED:          ' TO WS-TL-LABEL.
           MOVE WS-CLAIM-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL BILLED:           ' TO WS-AT-LABEL.
           MOVE WS-BILLED-TOTAL            TO WS-AT-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-TOTAL-LINE.
           MOVE 'TOTAL ALLOWED:          ' TO WS-AT-LABEL.
           MOVE WS-ALLOWED-TOTAL           TO WS-AT-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-TOTAL-LINE.
      *---------------------------------------------------------------
      * Run-registry bookkeeping (CLMSRREG), as the other pipeline
      * steps do.
      *---------------------------------------------------------------
       8800-REGISTER-START.
           SET RREG-ACTION-START TO TRUE.
           MOVE 'CLMSPRCE' TO RREG-STEP-NAME.
           MOVE ZEROS TO RREG-INPUT-COUNT RREG-OUTPUT-COUNT
                         RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       8900-REGISTER-END.
           SET RREG-ACTION-END TO TRUE.
           MOVE 'CLMSPRCE' TO RREG-STEP-NAME.
           MOVE WS-LINE-READ-COUNT     TO RREG-INPUT-COUNT.
           MOVE WS-LINE-PRICED-COUNT   TO RREG-OUTPUT-COUNT.
           MOVE WS-RETURN-CODE TO RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 8900-REGISTER-END.
           CLOSE RPT-OUT.
           IF FEE-SCHEDULE-OPEN
               CLOSE FEE-SCHEDULE
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': LINES=' WS-LINE-READ-COUNT
                   ' PRICED='  WS-LINE-PRICED-COUNT
                   ' REDUCED=' WS-LINE-REDUCED-COUNT
                   ' NO RATE=' WS-LINE-NORATE-COUNT
                   ' CLAIMS='  WS-CLAIM-COUNT
                   ' ERRORS='  WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
