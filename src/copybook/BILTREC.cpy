      *===============================================================
      * BILTREC - Daily Premium Billing Feed Record Layout
      * Input to CLMSBILL (DD BILLIN), cut nightly by the premium
      * billing system. One record per policy whose billing position
      * changed since the last extract:
      *   P = premium paid - paid-through date advanced
      *   G = premium overdue, policy in its grace period until the
      *       grace end date
      *   L = grace expired unpaid - policy lapsed back to the
      *       paid-through date
      * The extract date is the billing system's own run date;
      * CLMSBILL refuses a record not later than the last one it
      * applied to the policy so a rerun cannot apply twice.
      *===============================================================
       01  BILLING-FEED-RECORD.
           05  BLF-POLICY-NUMBER   PIC X(10).
           05  BLF-BILLING-STATUS  PIC X(01).
               88  BLF-PAID              VALUE 'P'.
               88  BLF-IN-GRACE          VALUE 'G'.
               88  BLF-LAPSED            VALUE 'L'.
               88  BLF-STATUS-VALID      VALUE 'P' 'G' 'L'.
           05  BLF-PAID-THRU-DATE  PIC 9(08).
           05  BLF-GRACE-END-DATE  PIC 9(08).
           05  BLF-EXTRACT-DATE    PIC 9(08).
           05  FILLER              PIC X(45).
