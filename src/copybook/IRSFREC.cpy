      *===============================================================
      * IRSFREC - IRS Information Return Electronic Filing Record
      * Fixed-width record (LRECL=750) produced by CLMS1099 (DD
      * IRSOUT) in the IRS Publication 1220 record sequence:
      *   T = transmitter - one per file, first
      *   A = payer - one per return type filed (1099-INT,
      *       1099-MISC), ahead of that type's payee records
      *   B = payee - one per recipient reported
      *   C = end of payer - the B count and amount totals
      *   F = end of transmission - one per file, last
      * Every record carries its sequence number in positions
      * 500-507. Amounts are unsigned with two implied decimals,
      * right-justified and zero-filled; the B record's amount
      * slot used is the one named by the A record's amount code
      * (1 = interest on the 1099-INT, 6 = medical and health care
      * payments on the 1099-MISC).
      *===============================================================
       01  IRS-FILE-RECORD.
           05  IRS-RECORD-TYPE     PIC X(01).
               88  IRS-TYPE-TRANSMITTER  VALUE 'T'.
               88  IRS-TYPE-PAYER        VALUE 'A'.
               88  IRS-TYPE-PAYEE        VALUE 'B'.
               88  IRS-TYPE-END-PAYER    VALUE 'C'.
               88  IRS-TYPE-END-TRANS    VALUE 'F'.
           05  IRS-DATA            PIC X(498).
      *---------------------------------------------------------------
      * 'T' - transmitter.
      *---------------------------------------------------------------
           05  IRS-T-DATA REDEFINES IRS-DATA.
               10  IRS-T-PAYMENT-YEAR    PIC 9(04).
               10  IRS-T-PRIOR-YEAR      PIC X(01).
               10  IRS-T-TIN             PIC X(09).
               10  IRS-T-TCC             PIC X(05).
               10  FILLER                PIC X(07).
               10  IRS-T-TEST-FILE       PIC X(01).
               10  IRS-T-FOREIGN         PIC X(01).
               10  IRS-T-NAME            PIC X(80).
               10  IRS-T-COMPANY-NAME    PIC X(80).
               10  IRS-T-COMPANY-ADDRESS PIC X(40).
               10  IRS-T-COMPANY-CITY    PIC X(40).
               10  IRS-T-COMPANY-STATE   PIC X(02).
               10  IRS-T-COMPANY-ZIP     PIC X(09).
               10  FILLER                PIC X(15).
               10  IRS-T-PAYEE-COUNT     PIC 9(08).
               10  IRS-T-CONTACT-NAME    PIC X(40).
               10  IRS-T-CONTACT-PHONE   PIC X(15).
               10  FILLER                PIC X(141).
      *---------------------------------------------------------------
      * 'A' - payer, one per type of return.
      *---------------------------------------------------------------
           05  IRS-A-DATA REDEFINES IRS-DATA.
               10  IRS-A-PAYMENT-YEAR    PIC 9(04).
               10  IRS-A-COMBINED-FS     PIC X(01).
               10  FILLER                PIC X(05).
               10  IRS-A-TIN             PIC X(09).
               10  IRS-A-NAME-CONTROL    PIC X(04).
               10  IRS-A-LAST-FILING     PIC X(01).
               10  IRS-A-TYPE-OF-RETURN  PIC X(02).
               10  IRS-A-AMOUNT-CODES    PIC X(18).
               10  FILLER                PIC X(06).
               10  IRS-A-FOREIGN         PIC X(01).
               10  IRS-A-PAYER-NAME-1    PIC X(40).
               10  IRS-A-PAYER-NAME-2    PIC X(40).
               10  IRS-A-TRANSFER-AGENT  PIC X(01).
               10  IRS-A-PAYER-ADDRESS   PIC X(40).
               10  IRS-A-PAYER-CITY      PIC X(40).
               10  IRS-A-PAYER-STATE     PIC X(02).
               10  IRS-A-PAYER-ZIP       PIC X(09).
               10  IRS-A-PAYER-PHONE     PIC X(15).
               10  FILLER                PIC X(260).
      *---------------------------------------------------------------
      * 'B' - payee. TIN-TYPE 1 = EIN, 2 = SSN, blank = not known.
      *---------------------------------------------------------------
           05  IRS-B-DATA REDEFINES IRS-DATA.
               10  IRS-B-PAYMENT-YEAR    PIC 9(04).
               10  IRS-B-CORRECTED       PIC X(01).
               10  IRS-B-NAME-CONTROL    PIC X(04).
               10  IRS-B-TIN-TYPE        PIC X(01).
               10  IRS-B-TIN             PIC X(09).
               10  IRS-B-ACCOUNT-NO      PIC X(20).
               10  IRS-B-OFFICE-CODE     PIC X(04).
               10  FILLER                PIC X(10).
               10  IRS-B-AMOUNT          PIC 9(10)V99 OCCURS 18.
               10  FILLER                PIC X(16).
               10  IRS-B-FOREIGN         PIC X(01).
               10  IRS-B-PAYEE-NAME-1    PIC X(40).
               10  IRS-B-PAYEE-NAME-2    PIC X(40).
               10  IRS-B-PAYEE-ADDRESS   PIC X(40).
               10  FILLER                PIC X(40).
               10  IRS-B-PAYEE-CITY      PIC X(40).
               10  IRS-B-PAYEE-STATE     PIC X(02).
               10  IRS-B-PAYEE-ZIP       PIC X(09).
               10  FILLER                PIC X(01).
      *---------------------------------------------------------------
      * 'C' - end of payer.
      *---------------------------------------------------------------
           05  IRS-C-DATA REDEFINES IRS-DATA.
               10  IRS-C-PAYEE-COUNT     PIC 9(08).
               10  FILLER                PIC X(06).
               10  IRS-C-CONTROL-TOTAL   PIC 9(16)V99 OCCURS 18.
               10  FILLER                PIC X(160).
      *---------------------------------------------------------------
      * 'F' - end of transmission.
      *---------------------------------------------------------------
           05  IRS-F-DATA REDEFINES IRS-DATA.
               10  IRS-F-A-RECORD-COUNT  PIC 9(08).
               10  IRS-F-ZEROS           PIC 9(21).
               10  FILLER                PIC X(19).
               10  IRS-F-B-RECORD-COUNT  PIC 9(08).
               10  FILLER                PIC X(442).
           05  IRS-SEQUENCE-NO     PIC 9(08).
           05  FILLER              PIC X(243).
