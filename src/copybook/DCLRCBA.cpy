      *===============================================================
      * DCLRCBA - DB2 DCLGEN for CLAIMS_RCVB_ACTIVITY table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_RCVB_ACTIVITY
      * One row per posting against a CLAIMS_RECEIVABLE row, keyed
      * POLICY_NO/CLAIM_ID/RCVB_SEQ/ACTIVITY_SEQ.
      * ACTIVITY_TYPE: OF offset against a later payment (CLMSPAY),
      * RF refund received (CLMSRCVY 'OP' recovery), WO balance
      * written off (CLMSOVPM).
      * For an offset, PAYMENT_NO is the payment the amount was
      * withheld from and APPLIED_POLICY_NO/APPLIED_CLAIM_ID the
      * claim that payment settled - the EOB for that claim shows
      * the offset, and the claim's amount paid counts it.
      *===============================================================
       01  DCLCLAIMS-RCVB-ACTIVITY.
           10  DCL-RBA-POLICY-NO      PIC X(10).
           10  DCL-RBA-CLAIM-ID       PIC X(08).
           10  DCL-RBA-RCVB-SEQ       PIC S9(04) COMP.
           10  DCL-RBA-ACTIVITY-SEQ   PIC S9(04) COMP.
           10  DCL-RBA-ACTIVITY-TYPE  PIC X(02).
           10  DCL-RBA-ACTIVITY-DATE  PIC S9(08) COMP-3.
           10  DCL-RBA-ACTIVITY-AMT   PIC S9(07)V99 COMP-3.
           10  DCL-RBA-PAYMENT-NO     PIC X(10).
           10  DCL-RBA-APPLIED-POLICY-NO PIC X(10).
           10  DCL-RBA-APPLIED-CLAIM-ID  PIC X(08).
           10  DCL-RBA-INSERT-TS      PIC X(26).
