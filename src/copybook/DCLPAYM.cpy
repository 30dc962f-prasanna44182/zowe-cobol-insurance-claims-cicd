      * 'C' cashed from the bank's cleared-items feed and 'E'
      * escheated to the state past the dormancy period (both
      * CLMSESCH). VOID_REASON/VOID_DATE carry the bank's return
      * reason and the day it was applied (on an escheated row,
      * the day CLMSESCH escheated it, reason blank); CLEARED_DATE
      * the day the item cleared. Rows written before these
      * columns existed carry spaces/zeros and read as issued and
      * uncashed.
      * PAYMENT_AMOUNT is net of any overpayment offset withheld
      * (CLAIMS_RCVB_ACTIVITY 'OF' rows naming the PAYMENT_NO); a
      * claim payment absorbed in full is written at zero as 'C'
      * with CLEARED_DATE the payment date.
      *---------------------------------------------------------------
           10  DCL-PAY-STATUS         PIC X(01).
           10  DCL-PAY-VOID-REASON    PIC X(02).
      *---------------------------------------------------------------
      * PAY_TYPE 'C' claim disbursement, 'I' statutory prompt-pay
      * interest (tied back to the claim disbursement through
      * ORIG_PAYMENT_NO), 'B' one disability benefit installment off
      * CLAIMS_BENEFIT_SCHED - a claim carries one per period, and
      * BENEFIT_PERIOD_DATE is the date the installment pays through
      * (zero on every other pay type). Blank on legacy rows reads
      * as a claim disbursement.
      *---------------------------------------------------------------
           10  DCL-PAY-PAY-TYPE       PIC X(01).
           10  DCL-PAY-ORIG-PAYMENT-NO PIC X(10).
           10  DCL-PAY-BENEFIT-PERIOD PIC S9(08) COMP-3.
      *---------------------------------------------------------------
      * BENEFICIARY_SEQ - on a life claim split across designated
      * beneficiaries, the BENEMSTR designation the share was paid
      * to (one claim disbursement row per beneficiary); zero on a
      * payment to the claimant.
      *---------------------------------------------------------------
           10  DCL-PAY-BENE-SEQ       PIC S9(04) COMP.
      *---------------------------------------------------------------
      * Provider direct payment. On a claim whose benefits are
      * assigned (CLAIMS_MASTER.PAY_TO_PROVIDER = 'Y'),
      * PAYEE_PROVIDER_ID is the billing provider paid and REMIT_NO
      * the consolidated remittance the row rode on - one bank item
      * (check or EFT) per REMIT_NO carries every claim paid to that
      * provider in the run, and CLMSRMIT builds the remittance
      * advice from it. Both are spaces on payments to a claimant.
      *---------------------------------------------------------------
           10  DCL-PAY-PROVIDER-ID    PIC X(08).
           10  DCL-PAY-REMIT-NO       PIC X(10).
      *---------------------------------------------------------------
      * PAY_METHOD - how the bank item went out: 'K' paper check
      * (BANKOUT), 'E' EFT (ACHOUT). Stamped by CLMSPAY as it writes
      * the disbursement files, on every row of a provider
      * remittance alike. Blank on a fully offset payment (nothing
      * disbursed) and on rows written before the column existed.
      * CLMSPPAY reads it to send the bank's positive-pay service
      * the checks only.
      *---------------------------------------------------------------
           10  DCL-PAY-PAY-METHOD     PIC X(01).
