      * is the newest note). Written by the CNOT transaction
      * (CLMSNOTC); read back by CLMSINQC and the CLMSPEND/CLMSDIRY
      * workqueue reports so the claim's story travels with it.
      * REVIEW_FLAG 'Y' marks a note that needs a person to look at
      * the claim before it is decided. The newest note speaks for
      * the claim - an examiner clears the flag by adding a follow-up
      * note without it - and CLMSAUTO leaves a claim whose newest
      * note is flagged for an examiner.
      *===============================================================
       01  DCLCLAIMS-NOTES.
           10  DCL-NT-POLICY-NO    PIC X(10).
           10  DCL-NT-NOTE-TEXT    PIC X(60).
           10  DCL-NT-AUTHOR-ID    PIC X(08).
           10  DCL-NT-NOTE-TS      PIC X(26).
           10  DCL-NT-REVIEW-FLAG  PIC X(01).
