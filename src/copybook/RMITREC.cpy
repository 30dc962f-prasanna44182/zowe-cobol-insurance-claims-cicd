      *===============================================================
      * RMITREC - Electronic Provider Remittance Record Layout
      * Flat fixed-width record (LRECL=150) produced by CLMSRMIT
      * (DD RMITOUT) for the clearinghouse's 835 translator, one
      * set of records per provider remittance CLMSPAY paid on the
      * business date:
      *   H = remittance header - the provider, how and when paid,
      *       and the remittance total
      *   C = one claim paid on the remittance
      *   L = one service line of the claim before it
      *   T = file trailer (remit number blank) carrying the record
      *       counts and the amount of every remittance on the file
      * Amounts are unsigned with two implied decimals.
      *===============================================================
       01  REMIT-FILE-RECORD.
           05  RMT-RECORD-TYPE     PIC X(01).
               88  RMT-TYPE-HEADER       VALUE 'H'.
               88  RMT-TYPE-CLAIM        VALUE 'C'.
               88  RMT-TYPE-LINE         VALUE 'L'.
               88  RMT-TYPE-TRAILER      VALUE 'T'.
           05  RMT-REMIT-NO        PIC X(10).
           05  RMT-DATA            PIC X(139).
      *---------------------------------------------------------------
      * 'H' - remittance header. PAY-METHOD is how the remittance
      * was issued: 'C' check, 'E' EFT - from CLAIMS_PAYMENT
      * PAY_METHOD, where a check is stamped 'K'.
      *---------------------------------------------------------------
           05  RMT-HEADER-DATA REDEFINES RMT-DATA.
               10  RMT-H-PROVIDER-ID     PIC X(08).
               10  RMT-H-PROVIDER-NAME   PIC X(30).
               10  RMT-H-PAY-METHOD      PIC X(01).
               10  RMT-H-PAYMENT-DATE    PIC 9(08).
               10  RMT-H-TOTAL-AMOUNT    PIC 9(09)V99.
               10  RMT-H-CLAIM-COUNT     PIC 9(05).
               10  FILLER                PIC X(76).
      *---------------------------------------------------------------
      * 'C' - claim paid. PATIENT-RESP is the member's share the
      * provider may bill.
      *---------------------------------------------------------------
           05  RMT-CLAIM-DATA REDEFINES RMT-DATA.
               10  RMT-C-POLICY-NUMBER   PIC X(10).
               10  RMT-C-CLAIM-ID        PIC X(08).
               10  RMT-C-PATIENT-NAME    PIC X(30).
               10  RMT-C-CLAIM-DATE      PIC 9(08).
               10  RMT-C-BILLED-AMOUNT   PIC 9(07)V99.
               10  RMT-C-ALLOWED-AMOUNT  PIC 9(07)V99.
               10  RMT-C-PAID-AMOUNT     PIC 9(07)V99.
               10  RMT-C-PATIENT-RESP    PIC 9(07)V99.
               10  RMT-C-PAYMENT-NO      PIC X(10).
               10  RMT-C-CLAIM-TYPE      PIC X(02).
               10  FILLER                PIC X(35).
      *---------------------------------------------------------------
      * 'L' - service line of the claim.
      *---------------------------------------------------------------
           05  RMT-LINE-DATA REDEFINES RMT-DATA.
               10  RMT-L-POLICY-NUMBER   PIC X(10).
               10  RMT-L-CLAIM-ID        PIC X(08).
               10  RMT-L-LINE-NO         PIC 9(04).
               10  RMT-L-PROC-CODE       PIC X(05).
               10  RMT-L-LINE-DESC       PIC X(20).
               10  RMT-L-BILLED-AMOUNT   PIC 9(07)V99.
               10  RMT-L-ALLOWED-AMOUNT  PIC 9(07)V99.
               10  FILLER                PIC X(74).
      *---------------------------------------------------------------
      * 'T' - file trailer.
      *---------------------------------------------------------------
           05  RMT-TRAILER-DATA REDEFINES RMT-DATA.
               10  RMT-T-REMIT-COUNT     PIC 9(07).
               10  RMT-T-CLAIM-COUNT     PIC 9(07).
               10  RMT-T-LINE-COUNT      PIC 9(07).
               10  RMT-T-TOTAL-AMOUNT    PIC 9(11)V99.
               10  FILLER                PIC X(105).
