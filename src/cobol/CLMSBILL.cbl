      *===============================================================
      * CLMSBILL - Premium Billing Feed Apply and Grace Settlement
      * Daily step, run when the billing system's feed arrives and
      * ahead of the nightly CLMSJOB pipeline so CLMSVALD sees the
      * day's paid-through dates (DB2 precompile required).
      * A policy whose premium is overdue stays active ('A') through
      * its grace period, so the status alone let claims for service
      * the premium never paid for load valid. Billing now reports
      * each policy's paid-through date (DD BILLIN, layout BILTREC)
      * and this step applies it to the billing segment of the
      * POLYMSTR cluster (layout POLYREC):
      *   P - premium paid: the paid-through date advances;
      *   G - in grace: paid-through and grace end recorded;
      *   L - lapsed: the policy is set 'L' and its expiration date
      *       set back to the paid-through date.
      * CLMSVALD pends any claim dated after the paid-through date
      * of an active policy with reason PD05 - only when no other
      * pend reason applies, so a PD05 claim has already passed the
      * near-limit, adjuster and fraud checks. After each policy is
      * applied its open claims on CLAIMS_MASTER are settled:
      *   - a PD05 claim dated on or before the new paid-through
      *     date is released back to 'V' for adjudication;
      *   - on a lapse, every open claim (status N, V, P or O)
      *     dated after the paid-through date is denied - status
      *     'D', adjudicated today by CLMSBILL - so CLMSCORR sends
      *     the denial letter, with the lapse explanation, on the
      *     same business day;
      *   - a PD05 claim still after the paid-through date of a
      *     policy in grace stays pended and is counted.
      * Every status change is logged to CLAIMS_AUDIT. A record for
      * an unknown or no longer active policy, or with an extract
      * date not later than the last one applied, is refused (RC 4);
      * a lapsed policy is reinstated through CLMSPOLM.
      * The register (DD RPTFILE) lists each feed record and every
      * claim it settled, with control totals.
      * PARMCARD (optional): cols 1-8 business date (CCYYMMDD),
      * default today - the adjudicated date stamped on denials.
      * Commits every WS-COMMIT-INTERVAL claims changed.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSBILL.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FEED-IN ASSIGN TO BILLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLIN-STATUS.
           SELECT POLICY-MASTER ASSIGN TO POLYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FEED-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY BILTREC.

       FD  POLICY-MASTER.
           COPY POLYREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Cols 1-8 =
      * business date (CCYYMMDD); blank keeps today.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLAUDIT.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSBILL'.

       01  WS-FILE-STATUSES.
           05  WS-BILLIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-POLICY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-PAID-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-GRACE-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-LAPSED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-REFUSED-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-DENIED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-STILL-PEND-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-CLM-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  CLM-FETCH-COMPLETE  VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-OLD-STATUS           PIC X(01) VALUE SPACES.
       01  WS-PAID-THRU-DB2        PIC S9(08) COMP-3 VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DB2            PIC S9(08) COMP-3 VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * The policy's open claims. ORDER BY makes the cursor
      * read-only, so each claim is released or denied by key; the
      * cursor is closed before any COMMIT.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSBILL_CURSOR CURSOR FOR
               SELECT CLAIM_ID, CLAIM_DATE, CLAIM_AMOUNT,
                      STATUS, PEND_REASON
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND STATUS IN ('N', 'V', 'P', 'O')
               ORDER BY CLAIM_ID
           END-EXEC.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'PREMIUM BILLING FEED REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(107) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(100) VALUE ALL '-'.
           05  FILLER              PIC X(32)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'BILLING '.
           05  WS-DL-BILL-STATUS   PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'PAID THRU: '.
           05  WS-DL-PAID-THRU     PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'GRACE END: '.
           05  WS-DL-GRACE-END     PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-RESULT        PIC X(40).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-CLAIM-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'CLAIM: '.
           05  WS-CL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CLAIM DATE: '.
           05  WS-CL-CLAIM-DATE    PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CL-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CL-OLD-STATUS    PIC X(01).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  WS-CL-NEW-STATUS    PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CL-ACTION        PIC X(40).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(32).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-FEED UNTIL END-OF-FILE.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': BILLING FEED APPLY STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           MOVE WS-TODAY-NUMERIC TO WS-TODAY-DB2.
           OPEN INPUT BILLING-FEED-IN.
           IF WS-BILLIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN BILLIN FAILED FS='
                   WS-BILLIN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN POLYMSTR FAILED FS='
                   WS-POLICY-STATUS
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
           PERFORM 2100-READ-FEED.
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
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': BUSINESS DATE=' WS-TODAY-NUMERIC.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-TODAY-NUMERIC(1:4) '-' WS-TODAY-NUMERIC(5:2) '-'
                  WS-TODAY-NUMERIC(7:2)
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 3 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-APPLY-FEED.
           ADD 1 TO WS-INPUT-COUNT.
           PERFORM 2200-APPLY-ONE-RECORD.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2900-INTERIM-COMMIT
           END-IF.
           PERFORM 2100-READ-FEED.
      *---------------------------------------------------------------
       2100-READ-FEED.
           READ BILLING-FEED-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-BILLIN-STATUS NOT = '00'
               AND WS-BILLIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ BILLIN FAILED FS='
                   WS-BILLIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Edit the feed record, apply it to the policy's billing
      * segment, then settle the policy's open claims against it.
      *---------------------------------------------------------------
       2200-APPLY-ONE-RECORD.
           IF BLF-POLICY-NUMBER = SPACES
               OR NOT BLF-STATUS-VALID
               OR BLF-PAID-THRU-DATE NOT NUMERIC
               OR BLF-PAID-THRU-DATE = ZEROS
               OR BLF-GRACE-END-DATE NOT NUMERIC
               OR BLF-EXTRACT-DATE NOT NUMERIC
               OR BLF-EXTRACT-DATE = ZEROS
               OR (BLF-IN-GRACE
                   AND BLF-GRACE-END-DATE < BLF-PAID-THRU-DATE)
               MOVE '*** BAD FEED RECORD' TO WS-DL-RESULT
               PERFORM 2950-REFUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE BLF-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE 'REFUSED - POLICY NOT ON FILE' TO WS-DL-RESULT
                   PERFORM 2950-REFUSE
                   EXIT PARAGRAPH
           END-READ.
      *---------------------------------------------------------------
      * Rerun guard - an extract is applied to a policy only once.
      *---------------------------------------------------------------
           IF POL-BILLING-DATE NUMERIC
               AND BLF-EXTRACT-DATE <= POL-BILLING-DATE
               MOVE 'REFUSED - EXTRACT ALREADY APPLIED' TO WS-DL-RESULT
               PERFORM 2950-REFUSE
               EXIT PARAGRAPH
           END-IF.
           IF NOT POL-STATUS-ACTIVE
               MOVE 'REFUSED - POLICY NOT ACTIVE' TO WS-DL-RESULT
               PERFORM 2950-REFUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE BLF-PAID-THRU-DATE TO POL-PAID-THRU-DATE.
           MOVE BLF-GRACE-END-DATE TO POL-GRACE-END-DATE.
           MOVE BLF-EXTRACT-DATE   TO POL-BILLING-DATE.
           IF BLF-LAPSED
               SET POL-STATUS-LAPSED TO TRUE
               MOVE BLF-PAID-THRU-DATE TO POL-EXPIRATION-DATE
           END-IF.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID ': REWRITE FAILED FS='
                       WS-POLICY-STATUS
                       ' POLICY=' BLF-POLICY-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           EVALUATE TRUE
               WHEN BLF-PAID
                   ADD 1 TO WS-PAID-COUNT
                   MOVE 'APPLIED - PREMIUM PAID' TO WS-DL-RESULT
               WHEN BLF-IN-GRACE
                   ADD 1 TO WS-GRACE-COUNT
                   MOVE 'APPLIED - IN GRACE PERIOD' TO WS-DL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-LAPSED-COUNT
                   MOVE 'APPLIED - POLICY LAPSED' TO WS-DL-RESULT
           END-EVALUATE.
           PERFORM 7000-PRINT-DETAIL.
           PERFORM 2400-SETTLE-CLAIMS.
      *---------------------------------------------------------------
       2400-SETTLE-CLAIMS.
           MOVE BLF-POLICY-NUMBER  TO DCL-POLICY-NO.
           MOVE BLF-PAID-THRU-DATE TO WS-PAID-THRU-DB2.
           MOVE 'N' TO WS-CLM-FETCH-DONE.
           EXEC SQL OPEN CLMSBILL_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE ' POLICY=' BLF-POLICY-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2450-FETCH-CLAIM.
           PERFORM UNTIL CLM-FETCH-COMPLETE
               PERFORM 2500-SETTLE-ONE-CLAIM
               PERFORM 2450-FETCH-CLAIM
           END-PERFORM.
           EXEC SQL CLOSE CLMSBILL_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2450-FETCH-CLAIM.
           EXEC SQL
               FETCH CLMSBILL_CURSOR
               INTO :DCL-CLAIM-ID,     :DCL-CLAIM-DATE,
                    :DCL-CLAIM-AMOUNT, :DCL-STATUS,
                    :DCL-PEND-REASON
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET CLM-FETCH-COMPLETE TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': FETCH FAILED SQLCODE='
                       SQLCODE ' POLICY=' BLF-POLICY-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   SET CLM-FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Covered by the premium now paid: a grace pend comes off.
      * After the paid-through date: denied on a lapse, otherwise a
      * grace pend waits for the next feed.
      *---------------------------------------------------------------
       2500-SETTLE-ONE-CLAIM.
           IF DCL-CLAIM-DATE <= WS-PAID-THRU-DB2
               IF DCL-STATUS = 'P' AND DCL-PEND-REASON = 'PD05'
                   PERFORM 2600-RELEASE-CLAIM
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF BLF-LAPSED
               PERFORM 2700-DENY-CLAIM
               EXIT PARAGRAPH
           END-IF.
           IF DCL-STATUS = 'P' AND DCL-PEND-REASON = 'PD05'
               ADD 1 TO WS-STILL-PEND-COUNT
           END-IF.
      *---------------------------------------------------------------
       2600-RELEASE-CLAIM.
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
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V'    TO DCL-STATUS.
           MOVE SPACES TO DCL-PEND-REASON.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 2800-LOG-AUDIT.
           MOVE 'RELEASED - PREMIUM PAID' TO WS-CL-ACTION.
           PERFORM 7100-PRINT-CLAIM.
      *---------------------------------------------------------------
      * Denied as adjudicated today so the day's CLMSCORR run sends
      * the denial letter.
      *---------------------------------------------------------------
       2700-DENY-CLAIM.
           MOVE DCL-STATUS    TO WS-OLD-STATUS.
           MOVE WS-TODAY-DB2  TO DCL-ADJUDICATED-DATE.
           MOVE WS-PROGRAM-ID TO DCL-ADJUDICATOR-ID.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET STATUS           = 'D',
                   ADJUDICATED_DATE = :DCL-ADJUDICATED-DATE,
                   ADJUDICATOR_ID   = :DCL-ADJUDICATOR-ID,
                   APPROVED_AMOUNT  = 0,
                   PATIENT_RESP     = 0,
                   PEND_REASON      = '    '
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': DENY UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D'    TO DCL-STATUS.
           MOVE SPACES TO DCL-PEND-REASON.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD 1 TO WS-DENIED-COUNT.
           PERFORM 2800-LOG-AUDIT.
           MOVE 'DENIED - POLICY LAPSED' TO WS-CL-ACTION.
           PERFORM 7100-PRINT-CLAIM.
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
       2950-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
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
           MOVE BLF-POLICY-NUMBER  TO WS-DL-POLICY.
           MOVE BLF-BILLING-STATUS TO WS-DL-BILL-STATUS.
           IF BLF-PAID-THRU-DATE NUMERIC
               MOVE BLF-PAID-THRU-DATE TO WS-DL-PAID-THRU
           ELSE
               MOVE ZEROS              TO WS-DL-PAID-THRU
           END-IF.
           IF BLF-GRACE-END-DATE NUMERIC
               MOVE BLF-GRACE-END-DATE TO WS-DL-GRACE-END
           ELSE
               MOVE ZEROS              TO WS-DL-GRACE-END
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7100-PRINT-CLAIM.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-CLAIM-ID     TO WS-CL-CLAIM-ID.
           MOVE DCL-CLAIM-DATE   TO WS-CL-CLAIM-DATE.
           MOVE DCL-CLAIM-AMOUNT TO WS-CL-AMOUNT.
           MOVE WS-OLD-STATUS    TO WS-CL-OLD-STATUS.
           MOVE DCL-STATUS       TO WS-CL-NEW-STATUS.
           WRITE RPT-LINE FROM WS-CLAIM-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'FEED RECORDS READ:              ' TO WS-TT-LABEL.
           MOVE WS-INPUT-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POLICIES PAID:                  ' TO WS-TT-LABEL.
           MOVE WS-PAID-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POLICIES IN GRACE:              ' TO WS-TT-LABEL.
           MOVE WS-GRACE-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POLICIES LAPSED:                ' TO WS-TT-LABEL.
           MOVE WS-LAPSED-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEED RECORDS REFUSED:           ' TO WS-TT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'GRACE PENDS RELEASED:           ' TO WS-TT-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLAIMS DENIED ON LAPSE:         ' TO WS-TT-LABEL.
           MOVE WS-DENIED-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'GRACE PENDS STILL HELD:         ' TO WS-TT-LABEL.
           MOVE WS-STILL-PEND-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ERRORS:                         ' TO WS-TT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE BILLING-FEED-IN POLICY-MASTER RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='    WS-INPUT-COUNT
                   ' PAID='     WS-PAID-COUNT
                   ' GRACE='    WS-GRACE-COUNT
                   ' LAPSED='   WS-LAPSED-COUNT
                   ' REFUSED='  WS-REFUSED-COUNT.
           DISPLAY WS-PROGRAM-ID ': RELEASED=' WS-RELEASED-COUNT
                   ' DENIED='   WS-DENIED-COUNT
                   ' STILL PENDED=' WS-STILL-PEND-COUNT
                   ' ERRORS='   WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
