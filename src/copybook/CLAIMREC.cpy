               88  CLM-IS-CORRECTION  VALUE 'C'.
      *---------------------------------------------------------------
      * Pend reason, set by CLMSVALD when a claim needs a human
      * before it moves (status 'P'); spaces otherwise. PD04 is set
      * by CLMSDOCR while documents the claim requires are still
      * outstanding on CLAIMS_DOCUMENT. PD05 is set by CLMSVALD on a
      * claim dated after the policy's premium paid-through date
      * (POLYREC) and settled by CLMSBILL from the billing feed.
      *---------------------------------------------------------------
           05  CLM-PEND-REASON     PIC X(04).
               88  CLM-PEND-NEAR-LIMIT   VALUE 'PD01'.
               88  CLM-PEND-NO-ADJUSTER  VALUE 'PD02'.
               88  CLM-PEND-FRAUD-SCORE  VALUE 'PD03'.
               88  CLM-PEND-DOCUMENTS    VALUE 'PD04'.
               88  CLM-PEND-PREMIUM-GRACE VALUE 'PD05'.
      *---------------------------------------------------------------
      * Catastrophe event code - spaces for an ordinary claim, or a
      * declared event code (validated by CLMSVALD against the CE
      * events on REFMSTR, as declared on the claim date) so event
      * exposure can be accumulated.
      *---------------------------------------------------------------
           05  CLM-CAT-EVENT-CODE  PIC X(04).
      *---------------------------------------------------------------
      *---------------------------------------------------------------
           05  CLM-PROVIDER-ID     PIC X(08).
      *---------------------------------------------------------------
      * Fraud score accumulated by CLMSVALD from the FR rules on
      * REFMSTR; stored on CLAIMS_MASTER so the fraud team can tune
      * the rules against outcomes. Zero when no rules were loaded
      * or nothing fired.
      *---------------------------------------------------------------
           05  CLM-FRAUD-SCORE     PIC 9(03).
      *---------------------------------------------------------------
      *---------------------------------------------------------------
           05  CLM-BATCH-NO        PIC X(06).
           05  CLM-REP-ID          PIC X(06).
      *---------------------------------------------------------------
      * SIU history - 'Y' once CLMSSIUD has released the claim from
      * an SIU hold; carried to CLAIMS_MASTER.SIU_FLAG so a claim SIU
      * has looked at is never auto-adjudicated (CLMSAUTO). Spaces
      * for every other claim.
      *---------------------------------------------------------------
           05  CLM-SIU-HISTORY     PIC X(01).
               88  CLM-SIU-RELEASED      VALUE 'Y'.
      *---------------------------------------------------------------
      * Assignment of benefits - 'Y' when the member has assigned
      * payment to the billing provider, so CLMSPAY pays the provider
      * (consolidated per provider onto one remittance) instead of
      * the claimant. Only honoured on medical and dental claims with
      * a billing provider; spaces pay the claimant as before.
      *---------------------------------------------------------------
           05  CLM-PAY-TO-PROVIDER PIC X(01).
               88  CLM-PAY-PROVIDER      VALUE 'Y'.
           05  FILLER              PIC X(27).
