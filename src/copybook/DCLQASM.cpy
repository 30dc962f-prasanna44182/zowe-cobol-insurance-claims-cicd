      *===============================================================
      * DCLQASM - DB2 DCLGEN for CLAIMS_QA_SAMPLE table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_QA_SAMPLE
      * One row per adjudication decision drawn for quality review,
      * keyed POLICY_NO/CLAIM_ID/DECISION_TS (the CLAIMS_AUDIT
      * CHANGE_TS of the decision). Rows are drawn weekly by
      * CLMSQASM from the week's approvals and denials, and carry
      * the reviewer's finding once CLMSQAFM logs it; CLMSQASC
      * scores the month's findings.
      * DECISION is the audit NEW_STATUS (A approved / D denied).
      * DECISION_AMT is the dollars the decision put at stake - the
      * approved amount on an approval, the billed amount on a
      * denial.
      * STRATUM: S standard rate, H high-dollar rate, M the minimum
      * one decision taken for an adjudicator the draw missed.
      * QA_STATUS: O open (awaiting review), C correct, F financial
      * error (ERROR_AMOUNT = dollars over- or under-paid),
      * P procedural error (right money, wrong handling).
      *===============================================================
       01  DCLCLAIMS-QA-SAMPLE.
           10  DCL-QAS-POLICY-NO      PIC X(10).
           10  DCL-QAS-CLAIM-ID       PIC X(08).
           10  DCL-QAS-DECISION-TS    PIC X(26).
           10  DCL-QAS-ADJUDICATOR-ID PIC X(08).
           10  DCL-QAS-DECISION       PIC X(01).
           10  DCL-QAS-CLAIM-TYPE     PIC X(02).
           10  DCL-QAS-DECISION-AMT   PIC S9(07)V99 COMP-3.
           10  DCL-QAS-STRATUM        PIC X(01).
           10  DCL-QAS-SAMPLE-DATE    PIC S9(08) COMP-3.
           10  DCL-QAS-QA-STATUS      PIC X(01).
           10  DCL-QAS-ERROR-AMOUNT   PIC S9(07)V99 COMP-3.
           10  DCL-QAS-REVIEWER-ID    PIC X(08).
           10  DCL-QAS-REVIEW-DATE    PIC S9(08) COMP-3.
           10  DCL-QAS-FINDING-NOTE   PIC X(30).
