      * Step 020 in CLMSJOB pipeline (DB2 precompile required)
      * Reads Z77140.CLAIMS.VALID, INSERTs into CLAIMS_MASTER
      * Commits every WS-COMMIT-INTERVAL rows for log management
      * A correction saves the claim's before-image on
      * CLAIMS_LOAD_BEFORE ahead of its update, so CLMSBKOT can put
      * the claim back if the load is backed out.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           COPY DCLAUDIT.
           COPY DCLDUPX.
           COPY DCLCLNS.
           COPY DCLLDBF.

       01  WS-PROGRAM-ID          PIC X(08) VALUE 'CLMSDB2 '.

           MOVE CLM-LOSS-STATE     TO DCL-LOSS-STATE.
           MOVE CLM-BATCH-NO       TO DCL-BATCH-NO.
           MOVE CLM-REP-ID         TO DCL-REP-ID.
           MOVE CLM-SIU-HISTORY    TO DCL-SIU-FLAG.
           MOVE CLM-PAY-TO-PROVIDER TO DCL-PAY-TO-PROVIDER.

           EXEC SQL
               SET :DCL-INSERT-TS = CURRENT TIMESTAMP
                SUBMIT_CHANNEL, INSERT_TS,      PEND_REASON,
                CAT_EVENT_CODE, MEMBER_ID,       PROVIDER_ID,
                FRAUD_SCORE,    LOSS_STATE,      BATCH_NO,
                REP_ID,         SIU_FLAG,        PAY_TO_PROVIDER)
               VALUES
               (:DCL-POLICY-NO,      :DCL-CLAIM-ID,
                :DCL-CLAIMANT-NAME,   :DCL-CLAIM-DATE,
                :DCL-CAT-EVENT-CODE,  :DCL-MEMBER-ID,
                :DCL-PROVIDER-ID,     :DCL-FRAUD-SCORE,
                :DCL-LOSS-STATE,      :DCL-BATCH-NO,
                :DCL-REP-ID,          :DCL-SIU-FLAG,
                :DCL-PAY-TO-PROVIDER)
           END-EXEC.

           EVALUATE SQLCODE
           MOVE LN-LINE-NO       TO DCL-LN-LINE-NO.
           MOVE LN-LINE-AMOUNT   TO DCL-LN-LINE-AMOUNT.
           MOVE LN-LINE-DESC     TO DCL-LN-LINE-DESC.
      *---------------------------------------------------------------
      * Lines load unpriced - CLMSPRCE (step 025) sets the allowed
      * amount from the fee schedule before adjudication sees them.
      *---------------------------------------------------------------
           MOVE LN-PROC-CODE     TO DCL-LN-PROC-CODE.
           MOVE ZEROS            TO DCL-LN-ALLOWED-AMOUNT.
           MOVE SPACES           TO DCL-LN-PRICE-STATUS.

           EXEC SQL
               INSERT INTO CLAIM_LINES
               (POLICY_NO,          CLAIM_ID,           LINE_NO,
                LINE_AMOUNT,        LINE_DESC,          PROC_CODE,
                ALLOWED_AMOUNT,     PRICE_STATUS)
               VALUES
               (:DCL-LN-POLICY-NO,  :DCL-LN-CLAIM-ID,   :DCL-LN-LINE-NO,
                :DCL-LN-LINE-AMOUNT, :DCL-LN-LINE-DESC,
                :DCL-LN-PROC-CODE,  :DCL-LN-ALLOWED-AMOUNT,
                :DCL-LN-PRICE-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE DCL-CLAIM-TYPE     TO DCL-DUP-CLAIM-TYPE.
           MOVE DCL-COVERAGE-CODE  TO DCL-DUP-COVERAGE-CODE.
           MOVE DCL-SUBMIT-CHANNEL TO DCL-DUP-SUBMIT-CHANNEL.
           MOVE DCL-BATCH-NO       TO DCL-DUP-BATCH-NO.

           EXEC SQL
               INSERT INTO CLAIMS_DUPLICATE
               (POLICY_NO,          CLAIM_ID,           CLAIMANT_NAME,
                CLAIM_AMOUNT,       DETECTED_TS,        CLAIM_DATE,
                CLAIM_TYPE,         COVERAGE_CODE,      SUBMIT_CHANNEL,
                BATCH_NO)
               VALUES
               (:DCL-DUP-POLICY-NO, :DCL-DUP-CLAIM-ID,
                :DCL-DUP-CLAIMANT-NAME, :DCL-DUP-CLAIM-AMOUNT,
                :DCL-DUP-DETECTED-TS,   :DCL-DUP-CLAIM-DATE,
                :DCL-DUP-CLAIM-TYPE,    :DCL-DUP-COVERAGE-CODE,
                :DCL-DUP-SUBMIT-CHANNEL, :DCL-DUP-BATCH-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
           END-IF.
      *---------------------------------------------------------------
      * Correction path. CLM-IS-CORRECTION tells us the sender meant
      * this key to already exist - fetch the current row for the
      * audit trail and the before-image, then UPDATE the row in
      * place instead of logging it as an accidental duplicate. A
      * correction whose before-image cannot be saved is not applied.
      *---------------------------------------------------------------
       2390-UPDATE-CLAIM.
           EXEC SQL
               SELECT CLAIMANT_NAME,  CLAIM_DATE,      CLAIM_TYPE,
                      CLAIM_AMOUNT,   COVERAGE_CODE,   STATUS,
                      ADJUSTER_ID,    SUBMIT_CHANNEL,  ALLOWED_AMOUNT,
                      ADJUDICATED_DATE, PAID_DATE
               INTO :DCL-LBF-CLAIMANT-NAME,  :DCL-LBF-CLAIM-DATE,
                    :DCL-LBF-CLAIM-TYPE,     :DCL-LBF-CLAIM-AMOUNT,
                    :DCL-LBF-COVERAGE-CODE,  :DCL-LBF-STATUS,
                    :DCL-LBF-ADJUSTER-ID,    :DCL-LBF-SUBMIT-CHANNEL,
                    :DCL-LBF-ALLOWED-AMOUNT,
                    :DCL-LBF-ADJUDICATED-DATE, :DCL-LBF-PAID-DATE
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-LBF-STATUS TO WS-OLD-STATUS.
           PERFORM 2391-SAVE-BEFORE-IMAGE.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': BEFORE-IMAGE INSERT FAILED='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE CLAIMS_MASTER
                   COVERAGE_CODE  = :DCL-COVERAGE-CODE,
                   STATUS         = :DCL-STATUS,
                   ADJUSTER_ID    = :DCL-ADJUSTER-ID,
                   SUBMIT_CHANNEL = :DCL-SUBMIT-CHANNEL,
                   ALLOWED_AMOUNT = 0
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.

           ADD 1 TO WS-UPDATE-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           PERFORM 2397-RESET-LINE-PRICING.
           PERFORM 2395-LOG-AUDIT-CORRECTION.
      *---------------------------------------------------------------
      * The before-image carries the same timestamp as the load's
      * CLAIMS_AUDIT row, which is how CLMSBKOT pairs the two.
      *---------------------------------------------------------------
       2391-SAVE-BEFORE-IMAGE.
           MOVE DCL-POLICY-NO      TO DCL-LBF-POLICY-NO.
           MOVE DCL-CLAIM-ID       TO DCL-LBF-CLAIM-ID.
           MOVE DCL-INSERT-TS      TO DCL-LBF-LOAD-TS.
           MOVE DCL-BATCH-NO       TO DCL-LBF-LOAD-BATCH-NO.
           EXEC SQL
               INSERT INTO CLAIMS_LOAD_BEFORE
               (POLICY_NO,       CLAIM_ID,        LOAD_TS,
                LOAD_BATCH_NO,   CLAIMANT_NAME,   CLAIM_DATE,
                CLAIM_TYPE,      CLAIM_AMOUNT,    COVERAGE_CODE,
                STATUS,          ADJUSTER_ID,     SUBMIT_CHANNEL,
                ALLOWED_AMOUNT,  ADJUDICATED_DATE, PAID_DATE)
               VALUES
               (:DCL-LBF-POLICY-NO,      :DCL-LBF-CLAIM-ID,
                :DCL-LBF-LOAD-TS,        :DCL-LBF-LOAD-BATCH-NO,
                :DCL-LBF-CLAIMANT-NAME,  :DCL-LBF-CLAIM-DATE,
                :DCL-LBF-CLAIM-TYPE,     :DCL-LBF-CLAIM-AMOUNT,
                :DCL-LBF-COVERAGE-CODE,  :DCL-LBF-STATUS,
                :DCL-LBF-ADJUSTER-ID,    :DCL-LBF-SUBMIT-CHANNEL,
                :DCL-LBF-ALLOWED-AMOUNT, :DCL-LBF-ADJUDICATED-DATE,
                :DCL-LBF-PAID-DATE)
           END-EXEC.
      *---------------------------------------------------------------
       2395-LOG-AUDIT-CORRECTION.
           MOVE DCL-POLICY-NO  TO DCL-AUD-POLICY-NO.
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * A correction can change the claim type, coverage, or service
      * date the lines were priced under - put the claim's lines back
      * to unpriced so CLMSPRCE reprices them against the corrected
      * header (the header total was zeroed by the update above).
      *---------------------------------------------------------------
       2397-RESET-LINE-PRICING.
           EXEC SQL
               UPDATE CLAIM_LINES
               SET ALLOWED_AMOUNT = 0,
                   PRICE_STATUS   = ' '
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY WS-PROGRAM-ID ': LINE PRICING RESET FAILED='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Same-day large-loss alert. A claim submitted the same day it
      * loads that also exceeds its claim-type large-loss threshold
      * is written to ALERTOUT so claims staff can see it right away
           MOVE WS-INPUT-COUNT     TO RST-ROW-COUNT.
           MOVE DCL-INSERT-TS      TO RST-TIMESTAMP.
           MOVE WS-PRE-LOAD-ROWCOUNT TO RST-PRELOAD-COUNT.
           MOVE ZEROS              TO RST-VALID-COUNT RST-REJECT-COUNT
                                      RST-SIUHOLD-COUNT.
           OPEN OUTPUT RESTART-CTL.
           WRITE RESTART-RECORD.
           CLOSE RESTART-CTL.
           MOVE SPACES TO RST-PROGRAM-ID RST-LAST-POLICY-NO
                           RST-LAST-CLAIM-ID RST-TIMESTAMP.
           MOVE ZEROS  TO RST-ROW-COUNT RST-PRELOAD-COUNT
                           RST-VALID-COUNT RST-REJECT-COUNT
                           RST-SIUHOLD-COUNT.
           OPEN OUTPUT RESTART-CTL.
           WRITE RESTART-RECORD.
           CLOSE RESTART-CTL.
