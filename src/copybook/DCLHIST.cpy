      * Table: Z77140.CLAIMS_MASTER_HIST
      * One row per claim archived off CLAIMS_MASTER by CLMSARCH, same
      * layout as DCLCLMS plus the timestamp the row was archived.
      * PROVIDER_ID and LOSS_STATE ride along so provider billing
      * analysis (CLMSPOUT) sees archived claims as well as live
      * ones; APPROVED_AMOUNT and PAID_DATE so the member claim
      * history screen (CMHS) shows what an archived claim paid.
      *===============================================================
       01  DCLCLAIMS-MASTER-HIST.
           10  DCL-HST-POLICY-NO       PIC X(10).
           10  DCL-HST-ADJUDICATOR-ID  PIC X(08).
           10  DCL-HST-MEMBER-ID       PIC X(09).
           10  DCL-HST-ARCHIVED-TS     PIC X(26).
           10  DCL-HST-PROVIDER-ID     PIC X(08).
           10  DCL-HST-LOSS-STATE      PIC X(02).
           10  DCL-HST-APPROVED-AMOUNT PIC S9(07)V99 COMP-3.
           10  DCL-HST-PAID-DATE       PIC S9(08) COMP-3.
