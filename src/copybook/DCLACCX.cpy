      *===============================================================
      * DCLACCX - DB2 DCLGEN for ACCUM_CONTRIB table
      * Generated declaration for host variables
      * Table: Z77140.ACCUM_CONTRIB
      * One row per adjudicated claim, keyed POLICY_NO/CLAIM_ID,
      * holding what the claim's current decision contributed to its
      * member's MEMBER_ACCUM year: deductible taken and patient
      * out-of-pocket. Written by CLMSADJU when a decision posts; a
      * changed decision reverses the old figures out of MEMBER_ACCUM
      * before the new ones go in, so MEMBER_ACCUM for a member-year
      * always equals the sum of its rows here and can be rebuilt
      * from them. ADJ_AMOUNT/PRIMARY_PAID are the keyed transaction
      * amounts the figures came from, used to tell a rerun of the
      * same decision from a revised one.
      *===============================================================
       01  DCLACCUM-CONTRIB.
           10  DCL-ACX-POLICY-NO      PIC X(10).
           10  DCL-ACX-CLAIM-ID       PIC X(08).
           10  DCL-ACX-MEMBER-ID      PIC X(09).
           10  DCL-ACX-BENEFIT-YEAR   PIC S9(04) COMP.
           10  DCL-ACX-DED-APPLIED    PIC S9(07)V99 COMP-3.
           10  DCL-ACX-OOP-APPLIED    PIC S9(07)V99 COMP-3.
           10  DCL-ACX-ADJ-AMOUNT     PIC S9(07)V99 COMP-3.
           10  DCL-ACX-PRIMARY-PAID   PIC S9(07)V99 COMP-3.
           10  DCL-ACX-UPDATE-TS      PIC X(26).
