      *===============================================================
      * DCLRCVB - DB2 DCLGEN for CLAIMS_RECEIVABLE table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_RECEIVABLE
      * One row per overpayment owed back on a claim, keyed
      * POLICY_NO/CLAIM_ID/RCVB_SEQ. MEMBER_ID is the payee the money
      * went to - CLMSPAY offsets the open balance against that
      * payee's next claim payments. PAYMENT_NO is the overpaid
      * disbursement when one is known.
      * SOURCE: PA payment over the approved amount found by
      * CLMSPAUD, AJ approved amount lowered by a later decision on
      * a paid claim (CLMSADJU - corrections and appeals), MN opened
      * by hand from the CLMSOVPM transaction feed.
      * RCVB_STATUS: O open, C closed - recovered in full by refund
      * or offset, W balance written off through CLMSOVPM.
      * BALANCE_AMT is ORIGINAL_AMT less every CLAIMS_RCVB_ACTIVITY
      * posting against the row.
      *===============================================================
       01  DCLCLAIMS-RECEIVABLE.
           10  DCL-RCB-POLICY-NO      PIC X(10).
           10  DCL-RCB-CLAIM-ID       PIC X(08).
           10  DCL-RCB-RCVB-SEQ       PIC S9(04) COMP.
           10  DCL-RCB-MEMBER-ID      PIC X(09).
           10  DCL-RCB-PAYMENT-NO     PIC X(10).
           10  DCL-RCB-SOURCE         PIC X(02).
           10  DCL-RCB-OPEN-DATE      PIC S9(08) COMP-3.
           10  DCL-RCB-ORIGINAL-AMT   PIC S9(07)V99 COMP-3.
           10  DCL-RCB-BALANCE-AMT    PIC S9(07)V99 COMP-3.
           10  DCL-RCB-RCVB-STATUS    PIC X(01).
           10  DCL-RCB-LAST-ACTIVITY  PIC S9(08) COMP-3.
           10  DCL-RCB-REASON         PIC X(20).
           10  DCL-RCB-INSERT-TS      PIC X(26).
