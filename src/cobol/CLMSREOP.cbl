                      CLAIM_DATE,    CLAIM_TYPE,      CLAIM_AMOUNT,
                      COVERAGE_CODE, STATUS,          ADJUSTER_ID,
                      SUBMIT_CHANNEL, INSERT_TS,      ADJUDICATED_DATE,
                      ADJUDICATOR_ID, MEMBER_ID,
                      COALESCE(PROVIDER_ID, ' '),
                      COALESCE(LOSS_STATE, ' ')
               INTO :DCL-HST-POLICY-NO,      :DCL-HST-CLAIM-ID,
                    :DCL-HST-CLAIMANT-NAME,  :DCL-HST-CLAIM-DATE,
                    :DCL-HST-CLAIM-TYPE,     :DCL-HST-CLAIM-AMOUNT,
                    :DCL-HST-COVERAGE-CODE,  :DCL-HST-STATUS,
                    :DCL-HST-ADJUSTER-ID,    :DCL-HST-SUBMIT-CHANNEL,
                    :DCL-HST-INSERT-TS,      :DCL-HST-ADJUDICATED-DATE,
                    :DCL-HST-ADJUDICATOR-ID, :DCL-HST-MEMBER-ID,
                    :DCL-HST-PROVIDER-ID,    :DCL-HST-LOSS-STATE
               FROM CLAIMS_MASTER_HIST
               WHERE POLICY_NO = :DCL-HST-POLICY-NO
                 AND CLAIM_ID  = :DCL-HST-CLAIM-ID
      * CLMSPAY run treat it as undecided/unpaid. The original
      * INSERT_TS is kept - the prompt-pay clock on a reopened claim
      * is a question for the re-decision, not a reason to reset the
      * received date. The billing provider and loss state go back
      * as archived (blank on rows archived before history carried
      * them), so provider and state reporting still see the claim.
      *---------------------------------------------------------------
       2300-INSERT-MASTER-ROW.
           EXEC SQL
                SUBMIT_CHANNEL, INSERT_TS,      ADJUDICATED_DATE,
                ADJUDICATOR_ID, PAID_DATE,      PAYMENT_NO,
                APPROVED_AMOUNT, PATIENT_RESP,  PEND_REASON,
                CAT_EVENT_CODE, MEMBER_ID,      PROVIDER_ID,
                LOSS_STATE)
               VALUES
               (:DCL-HST-POLICY-NO,     :DCL-HST-CLAIM-ID,
                :DCL-HST-CLAIMANT-NAME, :DCL-HST-CLAIM-DATE,
                '          ',           0,
                0,                      '    ',
                '    ',                 :DCL-HST-MEMBER-ID,
                :DCL-HST-PROVIDER-ID,   :DCL-HST-LOSS-STATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': MASTER INSERT FAILED SQLCODE='
