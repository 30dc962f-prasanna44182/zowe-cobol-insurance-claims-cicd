      *   ONLINE-INTAKE-RECORD - web portal extract (DD ONLINEIN)
      *   PHONE-INTAKE-RECORD  - call-center keying  (DD PHONEIN)
      *   PAPER-INTAKE-RECORD  - mailroom data entry (DD PAPERIN)
      * All three are LRECL=90 card-image feeds. PAY-TO-PROVIDER is
      * the assignment-of-benefits indicator ('Y' = pay the billing
      * provider) carried to CLM-PAY-TO-PROVIDER. On any channel a
      * claim record may be followed by the claimant's mailing
      * address and contact details on continuation cards
      * (INTAKE-CONTACT-RECORD below).
      *===============================================================
       01  ONLINE-INTAKE-RECORD.
           05  ONL-POLICY-NUMBER   PIC X(10).
           05  ONL-CAT-EVENT-CODE  PIC X(04).
           05  ONL-PROVIDER-ID     PIC X(08).
           05  ONL-LOSS-STATE      PIC X(02).
           05  ONL-PAY-TO-PROVIDER PIC X(01).
           05  FILLER              PIC X(13).

       01  PHONE-INTAKE-RECORD.
           05  PHN-CLAIM-DATE      PIC 9(08).
           05  PHN-CAT-EVENT-CODE  PIC X(04).
           05  PHN-PROVIDER-ID     PIC X(08).
           05  PHN-LOSS-STATE      PIC X(02).
           05  PHN-PAY-TO-PROVIDER PIC X(01).
           05  FILLER              PIC X(07).

       01  PAPER-INTAKE-RECORD.
           05  PPR-BATCH-NO        PIC X(06).
               88  PAPER-BATCH-HDR VALUE '*BHDR*'.
               88  PAPER-BATCH-TRL VALUE '*BTRL*'.
               88  PAPER-CONTACT-CARD VALUE '*ADDR*' '*CNTC*'.
           05  PPR-POLICY-NUMBER   PIC X(10).
           05  PPR-CLAIMANT-NAME   PIC X(30).
           05  PPR-CLAIM-TYPE      PIC X(02).
           05  PPR-CAT-EVENT-CODE  PIC X(04).
           05  PPR-PROVIDER-ID     PIC X(08).
           05  PPR-LOSS-STATE      PIC X(02).
           05  PPR-PAY-TO-PROVIDER PIC X(01).
           05  FILLER              PIC X(07).

      *---------------------------------------------------------------
      * Paper batch balancing. The mailroom brackets each keyed batch
           05  PBT-EXPECTED-COUNT  PIC 9(05).
           05  PBT-EXPECTED-AMOUNT PIC 9(09)V99.
           05  FILLER              PIC X(62).

      *---------------------------------------------------------------
      * Claimant address and contact continuation cards. Either or
      * both may follow the claim record they belong to, on any of
      * the three feeds, flagged by the reserved marks '*ADDR*' /
      * '*CNTC*' in positions 1-6 (no policy number, claim date or
      * batch number starts with '*'). They are not claims: a paper
      * batch trailer's expected count and amount leave them out.
      * CLMSINTK captures them to INTKADDR against the claim just
      * loaded, and CLMSMBRM carries them to the claimant master.
      *---------------------------------------------------------------
       01  INTAKE-CONTACT-RECORD.
           05  ICR-RECORD-MARK     PIC X(06).
               88  ICR-ADDRESS-CARD      VALUE '*ADDR*'.
               88  ICR-CONTACT-CARD      VALUE '*CNTC*'.
               88  ICR-CONTINUATION-CARD VALUE '*ADDR*' '*CNTC*'.
           05  ICR-DATA            PIC X(84).
           05  ICR-ADDRESS-DATA REDEFINES ICR-DATA.
               10  ICR-ADDR-LINE-1 PIC X(30).
               10  ICR-ADDR-LINE-2 PIC X(20).
               10  ICR-CITY        PIC X(20).
               10  ICR-STATE       PIC X(02).
               10  ICR-ZIP-CODE    PIC X(10).
               10  FILLER          PIC X(02).
           05  ICR-CONTACT-DATA REDEFINES ICR-DATA.
               10  ICR-PHONE       PIC X(10).
               10  ICR-EMAIL       PIC X(50).
               10  FILLER          PIC X(24).
