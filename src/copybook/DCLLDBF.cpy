      *===============================================================
      * DCLLDBF - DB2 DCLGEN for CLAIMS_LOAD_BEFORE table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_LOAD_BEFORE
      * One row per correction CLMSDB2 applies to an existing
      * CLAIMS_MASTER row: the claim as it stood before the update,
      * keyed by POLICY_NO/CLAIM_ID/LOAD_TS. LOAD_TS is the load's
      * CHANGE_TS on the matching CLAIMS_AUDIT row and LOAD_BATCH_NO
      * the batch the correction arrived in. CLMSBKOT restores the
      * claim from here when it backs the load out.
      *===============================================================
       01  DCLCLAIMS-LOAD-BEFORE.
           10  DCL-LBF-POLICY-NO      PIC X(10).
           10  DCL-LBF-CLAIM-ID       PIC X(08).
           10  DCL-LBF-LOAD-TS        PIC X(26).
           10  DCL-LBF-LOAD-BATCH-NO  PIC X(06).
           10  DCL-LBF-CLAIMANT-NAME  PIC X(30).
           10  DCL-LBF-CLAIM-DATE     PIC S9(08) COMP-3.
           10  DCL-LBF-CLAIM-TYPE     PIC X(02).
           10  DCL-LBF-CLAIM-AMOUNT   PIC S9(07)V99 COMP-3.
           10  DCL-LBF-COVERAGE-CODE  PIC X(03).
           10  DCL-LBF-STATUS         PIC X(01).
           10  DCL-LBF-ADJUSTER-ID    PIC X(06).
           10  DCL-LBF-SUBMIT-CHANNEL PIC X(01).
           10  DCL-LBF-ALLOWED-AMOUNT PIC S9(07)V99 COMP-3.
           10  DCL-LBF-ADJUDICATED-DATE PIC S9(08) COMP-3.
           10  DCL-LBF-PAID-DATE      PIC S9(08) COMP-3.
