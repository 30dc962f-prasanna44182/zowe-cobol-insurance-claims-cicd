      *===============================================================
      * PRVDREC - Billing Provider Master Record Layout
      * VSAM KSDS lookup file (LRECL=200, key pos 1-8), maintained by
      * CLMSPRVM the same way CLMSPOLM maintains POLYMSTR. Read by
      * CLMSVALD to confirm the billing provider keyed on a claim
      * exists and is active before the claim is allowed through.
               88  PRV-STATUS-TERMED     VALUE 'T'.
           05  PRV-ADDED-DATE      PIC 9(08).
           05  PRV-TERMED-DATE     PIC 9(08).
      *---------------------------------------------------------------
      * Payment details for claims paid to the provider under an
      * assignment of benefits - CLMSPAY consolidates the run's
      * claims per provider into one payment. 'E' with a routing
      * number and account goes out on the ACH file; anything else
      * (including a blank method) is a check mailed, with the
      * remittance advice from CLMSRMIT, to the remit address.
      *---------------------------------------------------------------
           05  PRV-PAY-METHOD      PIC X(01).
               88  PRV-METHOD-CHECK      VALUE 'C'.
               88  PRV-METHOD-EFT        VALUE 'E'.
           05  PRV-ROUTING-NO      PIC 9(09).
           05  PRV-ACCOUNT-NO      PIC X(17).
           05  PRV-REMIT-ADDRESS.
               10  PRV-REMIT-ADDR-1  PIC X(30).
               10  PRV-REMIT-ADDR-2  PIC X(30).
               10  PRV-REMIT-CITY    PIC X(20).
               10  PRV-REMIT-STATE   PIC X(02).
               10  PRV-REMIT-ZIP     PIC X(10).
      *---------------------------------------------------------------
      * Taxpayer id the provider's payments are reported under on
      * the year-end 1099 (CLMS1099) - 'E' EIN, 'S' SSN for a sole
      * practitioner. Blank until collected.
      *---------------------------------------------------------------
           05  PRV-TIN             PIC X(09).
           05  PRV-TIN-TYPE        PIC X(01).
               88  PRV-TIN-SSN           VALUE 'S'.
               88  PRV-TIN-EIN           VALUE 'E'.
           05  FILLER              PIC X(16).
