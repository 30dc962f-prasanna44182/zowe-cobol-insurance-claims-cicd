      *===============================================================
      * BANKREC - Bank Disbursement Feed Record Layout
      * Flat fixed-width record (LRECL=200) produced by CLMSPAY for
      * the bank system, one record per payment generated. Replaces
      * the hand-keyed entry from the green-bar payment print.
      * A provider remittance check carries the REMIT_NO in the
      * payment number, the provider id in BNK-PROVIDER-ID and
      * blank policy/claim - the claims it covers are itemized on
      * the CLMSRMIT remittance advice.
      * BNK-MAIL-ADDRESS is where the check is mailed - the member's
      * address from the claimant master, a beneficiary's from
      * BENEMSTR, a provider's remit-to address from PROVMSTR.
      * Blank when none is on file, for the print vendor to
      * research.
      *===============================================================
       01  BANK-RECORD.
           05  BNK-PAYMENT-NO      PIC X(10).
           05  BNK-PAYEE-NAME      PIC X(30).
           05  BNK-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  BNK-PAYMENT-DATE    PIC 9(08).
           05  BNK-PROVIDER-ID     PIC X(08).
           05  BNK-MAIL-ADDRESS.
               10  BNK-ADDR-LINE-1 PIC X(30).
               10  BNK-ADDR-LINE-2 PIC X(30).
               10  BNK-CITY        PIC X(20).
               10  BNK-STATE       PIC X(02).
               10  BNK-ZIP-CODE    PIC X(10).
           05  FILLER              PIC X(25).
