      * Flat fixed-width record (LRECL=100) produced by CLMSPAY for
      * the bank's ACH gateway, one record per payment to a payee
      * enrolled for EFT on PAYEMSTR. Check payees stay on the
      * BANKREC file. A provider remittance paid by EFT (PROVMSTR
      * pay method 'E') carries the REMIT_NO as the payment number,
      * the provider id in ACH-PROVIDER-ID and a blank member id.
      *===============================================================
       01  ACH-RECORD.
           05  ACH-PAYMENT-NO      PIC X(10).
           05  ACH-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  ACH-PAYMENT-DATE    PIC 9(08).
           05  ACH-MEMBER-ID       PIC X(09).
           05  ACH-PROVIDER-ID     PIC X(08).
