      *       value already on file)
      *   T = terminate - set the status (S suspended / T termed)
      *       and optionally the termed date
      * Payment method, bank details and remit address ride on the
      * add and change cards: an EFT method needs a routing number
      * and account, and a remit address line 1 replaces the whole
      * remit address on file. A taxpayer id (9 digits, type E or
      * S - E when blank) on an add or change replaces the one on
      * file.
      *===============================================================
       01  PROVIDER-MAINT-TRANSACTION.
           05  PVT-ACTION          PIC X(01).
               88  PVT-STATUS-TERMED     VALUE 'T'.
               88  PVT-STATUS-VALID      VALUE 'A' 'S' 'T'.
           05  PVT-TERMED-DATE     PIC 9(08).
           05  PVT-PAY-METHOD      PIC X(01).
               88  PVT-METHOD-CHECK      VALUE 'C'.
               88  PVT-METHOD-EFT        VALUE 'E'.
               88  PVT-METHOD-VALID      VALUE 'C' 'E'.
           05  PVT-ROUTING-NO      PIC 9(09).
           05  PVT-ACCOUNT-NO      PIC X(17).
           05  PVT-REMIT-ADDRESS.
               10  PVT-REMIT-ADDR-1  PIC X(30).
               10  PVT-REMIT-ADDR-2  PIC X(30).
               10  PVT-REMIT-CITY    PIC X(20).
               10  PVT-REMIT-STATE   PIC X(02).
               10  PVT-REMIT-ZIP     PIC X(10).
           05  PVT-TIN             PIC X(09).
           05  PVT-TIN-TYPE        PIC X(01).
               88  PVT-TIN-TYPE-VALID    VALUE 'S' 'E' ' '.
           05  FILLER              PIC X(23).
