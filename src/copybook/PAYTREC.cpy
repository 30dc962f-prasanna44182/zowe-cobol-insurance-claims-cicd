      *   C = change an existing enrollment (blank fields keep the
      *       value already on file)
      *   T = terminate - drop the payee back to check
      * A taxpayer id (9 digits, type S or E - S when blank) may ride
      * on an add or change; terminate leaves the TIN on file.
      *===============================================================
       01  PAYEE-MAINT-TRANSACTION.
           05  PYT-ACTION          PIC X(01).
               88  PYT-METHOD-VALID      VALUE 'C' 'E'.
           05  PYT-ROUTING-NO      PIC 9(09).
           05  PYT-ACCOUNT-NO      PIC X(17).
           05  PYT-TIN             PIC X(09).
           05  PYT-TIN-TYPE        PIC X(01).
               88  PYT-TIN-TYPE-VALID    VALUE 'S' 'E' ' '.
           05  FILLER              PIC X(33).
