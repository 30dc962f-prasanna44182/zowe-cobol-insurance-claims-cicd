           10  DCL-DUP-CLAIM-TYPE     PIC X(02).
           10  DCL-DUP-COVERAGE-CODE  PIC X(03).
           10  DCL-DUP-SUBMIT-CHANNEL PIC X(01).
      * BATCH_NO is the intake batch the rejected row arrived in, so
      * CLMSBKOT can back out one batch's parked duplicates; spaces
      * on rows parked before the column existed.
           10  DCL-DUP-BATCH-NO       PIC X(06).
