      *===============================================================
      * ADJTREC - Adjudication Transaction Record Layout
      * Input to CLMSADJU (DD ADJIN). One record per claim disposition
      * decision to be posted against CLAIMS_MASTER. Also the layout
      * of the generated ADJGEN feed - overturned appeals (CLMSAPPL)
      * and clean-claim auto-approvals (CLMSAUTO) - read through the
      * same path.
      *===============================================================
       01  ADJUDICATION-TRANSACTION.
           05  ADJ-POLICY-NUMBER   PIC X(10).
      *        'V' releases a pended ('P') claim back into the
      *        normal flow without deciding it.
               88  ADJ-STATUS-RELEASED   VALUE 'V'.
      *        'S' is a supervisor co-sign: ADJ-ADJUDICATOR-ID is the
      *        supervisor, and the approval parked on CLAIMS_COSIGN
      *        for the claim posts as originally keyed. The amount
      *        fields are not used.
               88  ADJ-STATUS-COSIGN     VALUE 'S'.
               88  ADJ-STATUS-VALID      VALUE 'A' 'D' 'V' 'S'.
      *        Adjuster-master id (ADJMSTR key, first six bytes).
           05  ADJ-ADJUDICATOR-ID  PIC X(08).
           05  ADJ-ADJUDICATED-DATE PIC 9(08).
      *---------------------------------------------------------------
      * Approved/payable amount for partial approvals. Zero on an
      * 'A' transaction means the claim's fee-schedule allowed total
      * is approved (the full billed CLM-CLAIM-AMOUNT on a claim
      * CLMSPRCE never priced); a nonzero value is the amount allowed
      * before the policy's deductible and coinsurance terms are
      * applied (see CLMSADJU 2250-COMPUTE-BENEFIT).
      *---------------------------------------------------------------
           05  ADJ-APPROVED-AMOUNT PIC 9(07)V99.
      *---------------------------------------------------------------
