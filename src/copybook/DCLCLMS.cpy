           10  DCL-LOSS-STATE      PIC X(02).
           10  DCL-BATCH-NO        PIC X(06).
           10  DCL-REP-ID          PIC X(06).
      *---------------------------------------------------------------
      * Header total of the claim's priced CLAIM_LINES allowed
      * amounts, set by CLMSPRCE. Zero = not repriced (header-only
      * claim or no lines priced yet); CLMSADJU then allows from the
      * billed amount.
      *---------------------------------------------------------------
           10  DCL-ALLOWED-AMOUNT  PIC S9(07)V99 COMP-3.
      *---------------------------------------------------------------
      * 'Y' when the claim was released from an SIU hold by CLMSSIUD
      * (CLM-SIU-HISTORY); space otherwise.
      *---------------------------------------------------------------
           10  DCL-SIU-FLAG        PIC X(01).
      *---------------------------------------------------------------
      * 'Y' when benefits are assigned to the billing provider
      * (CLM-PAY-TO-PROVIDER); CLMSPAY then pays PROVIDER_ID on a
      * consolidated remittance instead of the claimant.
      *---------------------------------------------------------------
           10  DCL-PAY-TO-PROVIDER PIC X(01).
