      *===============================================================
      * DCLCOSG - DB2 DCLGEN for CLAIMS_COSIGN table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_COSIGN
      * One row per approval CLMSADJU parked because the amount was
      * over the adjudicator's ADJMSTR authority limit, keyed
      * POLICY_NO/CLAIM_ID/PARK_TS. The original ADJTREC decision is
      * kept (adjudicator, date, keyed approved and primary-paid
      * amounts) so a supervisor co-sign transaction can post it
      * unchanged. COSIGN_STATUS: W waiting for co-sign, R released
      * by COSIGNED_BY, X withdrawn because another decision posted
      * against the claim first.
      *===============================================================
       01  DCLCLAIMS-COSIGN.
           10  DCL-CSG-POLICY-NO      PIC X(10).
           10  DCL-CSG-CLAIM-ID       PIC X(08).
           10  DCL-CSG-PARK-TS        PIC X(26).
           10  DCL-CSG-PARK-DATE      PIC S9(08) COMP-3.
           10  DCL-CSG-ADJUDICATOR-ID PIC X(08).
           10  DCL-CSG-ADJUDICATED-DATE PIC S9(08) COMP-3.
           10  DCL-CSG-APPROVED-AMOUNT PIC S9(07)V99 COMP-3.
           10  DCL-CSG-PRIMARY-PAID   PIC S9(07)V99 COMP-3.
           10  DCL-CSG-ALLOWED-AMOUNT PIC S9(07)V99 COMP-3.
           10  DCL-CSG-AUTHORITY-LIMIT PIC S9(07)V99 COMP-3.
           10  DCL-CSG-COSIGN-STATUS  PIC X(01).
           10  DCL-CSG-COSIGNED-BY    PIC X(08).
           10  DCL-CSG-RELEASE-TS     PIC X(26).
