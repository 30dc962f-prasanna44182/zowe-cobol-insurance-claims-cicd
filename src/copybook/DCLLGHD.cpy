      *===============================================================
      * DCLLGHD - DB2 DCLGEN for LEGAL_HOLD table
      * Generated declaration for host variables
      * Table: Z77140.LEGAL_HOLD
      * One row per preservation order from legal, keyed by HOLD_ID,
      * placed and released by CLMSLGHM from the legal department's
      * transactions and listed with the rows it protects by
      * CLMSLGHR. While RELEASED_DATE is zero the hold is active and
      * CLMSARCH/CLMSRETN archive and purge nothing it covers.
      * SCOPE_TYPE says which key columns the hold names (the others
      * are spaces):
      *   C - one claim         POLICY_NO and CLAIM_ID
      *   P - a policy          POLICY_NO, every claim under it
      *   M - a member          MEMBER_ID, every claim they filed
      *   R - a provider        PROVIDER_ID, every claim billed by
      *                         or payment made to the provider
      * Rows are never deleted - a released hold stays on file with
      * the date and the attorney who released it.
      *===============================================================
       01  DCLLEGAL-HOLD.
           10  DCL-LGH-HOLD-ID        PIC X(08).
           10  DCL-LGH-SCOPE-TYPE     PIC X(01).
           10  DCL-LGH-POLICY-NO      PIC X(10).
           10  DCL-LGH-CLAIM-ID       PIC X(08).
           10  DCL-LGH-MEMBER-ID      PIC X(09).
           10  DCL-LGH-PROVIDER-ID    PIC X(08).
           10  DCL-LGH-PLACED-DATE    PIC S9(08) COMP-3.
           10  DCL-LGH-RELEASED-DATE  PIC S9(08) COMP-3.
           10  DCL-LGH-ATTORNEY       PIC X(30).
           10  DCL-LGH-MATTER-REF     PIC X(20).
           10  DCL-LGH-RELEASED-BY    PIC X(30).
