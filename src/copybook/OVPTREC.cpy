      *===============================================================
      * OVPTREC - Overpayment Receivable Transaction Record Layout
      * Input to CLMSOVPM (DD OVPTIN). One record per manual action
      * against CLAIMS_RECEIVABLE:
      *   O = open a receivable on a claim for an overpayment the
      *       automatic checks cannot see (payee-reported duplicate,
      *       coordination found after payment). The payee is the
      *       claim's member; payment number is optional.
      *   W = write off the remaining balance of an open receivable,
      *       keyed policy/claim/sequence.
      * Refunds are not keyed here - they arrive as 'OP' recoveries
      * on the CLMSRCVY feed and post against the claim's open
      * receivables there.
      *===============================================================
       01  OVERPAYMENT-TRANSACTION.
           05  OVP-ACTION          PIC X(01).
               88  OVP-ACTION-OPEN       VALUE 'O'.
               88  OVP-ACTION-WRITE-OFF  VALUE 'W'.
               88  OVP-ACTION-VALID      VALUE 'O' 'W'.
           05  OVP-POLICY-NUMBER   PIC X(10).
           05  OVP-CLAIM-ID        PIC X(08).
           05  OVP-RCVB-SEQ        PIC 9(04).
           05  OVP-PAYMENT-NO      PIC X(10).
           05  OVP-AMOUNT          PIC 9(07)V99.
           05  OVP-REASON          PIC X(20).
           05  OVP-ENTERED-BY      PIC X(08).
           05  FILLER              PIC X(10).
