      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_AUDIT
      * One row per status change (insert, adjudication, correction).
      * COSIGNED_BY is the supervisor who released an approval over
      * the adjudicator's authority limit (CLMSADJU); spaces on a
      * single sign-off change.
      *===============================================================
       01  DCLCLAIMS-AUDIT.
           10  DCL-AUD-POLICY-NO      PIC X(10).
           10  DCL-AUD-NEW-STATUS     PIC X(01).
           10  DCL-AUD-CHANGED-BY     PIC X(08).
           10  DCL-AUD-CHANGE-TS      PIC X(26).
           10  DCL-AUD-COSIGNED-BY    PIC X(08).
