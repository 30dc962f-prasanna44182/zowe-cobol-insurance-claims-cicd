      * payment method and bank details. CLMSPAY's phase-2 split
      * sends enrolled ('E') payees to the ACH file and everyone
      * else to the BANKREC check file.
      * PYE-TIN is the payee's taxpayer id ('S' SSN / 'E' EIN) that
      * CLMS1099 reports interest paid to the member under at year
      * end; blank when not yet collected.
      *===============================================================
       01  PAYEE-RECORD.
           05  PYE-MEMBER-ID       PIC X(09).
           05  PYE-ROUTING-NO      PIC 9(09).
           05  PYE-ACCOUNT-NO      PIC X(17).
           05  PYE-ADDED-DATE      PIC 9(08).
           05  PYE-TIN             PIC X(09).
           05  PYE-TIN-TYPE        PIC X(01).
               88  PYE-TIN-SSN           VALUE 'S'.
               88  PYE-TIN-EIN           VALUE 'E'.
           05  FILLER              PIC X(06).
