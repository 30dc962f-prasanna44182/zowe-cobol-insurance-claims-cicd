      * Written by CLMSESCH (DD ESCHOUT), one record per payment
      * moved to escheated status past the statutory dormancy
      * period, in the fixed shape the state unclaimed-property
      * remittance expects (LRECL=200).
      * The owner's last known address rides with the payment - the
      * member's current address from the claimant master (with the
      * member id and the date that address took effect, and 'R'
      * when mail to it has come back), a beneficiary's from
      * BENEMSTR, a provider's remit-to address from PROVMSTR.
      *===============================================================
       01  ESCHEAT-RECORD.
           05  ESC-PAYMENT-NO      PIC X(10).
           05  ESC-POLICY-NUMBER   PIC X(10).
           05  ESC-CLAIM-ID        PIC X(08).
           05  ESC-ESCHEAT-DATE    PIC 9(08).
           05  ESC-OWNER-ID        PIC X(09).
           05  ESC-OWNER-ADDRESS.
               10  ESC-ADDR-LINE-1 PIC X(30).
               10  ESC-ADDR-LINE-2 PIC X(30).
               10  ESC-CITY        PIC X(20).
               10  ESC-STATE       PIC X(02).
               10  ESC-ZIP-CODE    PIC X(10).
           05  ESC-ADDR-EFF-DATE   PIC 9(08).
           05  ESC-ADDR-STATUS     PIC X(01).
           05  FILLER              PIC X(07).
