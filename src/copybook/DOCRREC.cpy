      *===============================================================
      * DOCRREC - Required-Document Rule Record Layout
      * External rules deck (DD DOCRULES) read by CLMSDOCR at start
      * of run, one card per document a class of claim needs before
      * it can be decided, so claims staff can change what is asked
      * for without a program change:
      *   CLAIM-TYPE   MD, DN, DS or LF
      *   COVERAGE     coverage code the rule is limited to; blank
      *                applies the rule to every coverage
      *   AMOUNT-LOW   billed amount at or above which the rule
      *                applies (zero = any amount)
      *   AMOUNT-HIGH  billed amount at or below which the rule
      *                applies (zero = no upper bound)
      *   DOC-CODE     short code the document is logged under on
      *                CLAIMS_DOCUMENT and keyed on the DOCTIN deck
      *                (e.g. DTHC death certificate, APS  attending
      *                physician statement, ITMB itemized bills)
      *   DOC-DESC     description printed on the request letter
      * Every rule a claim matches becomes one required document; a
      * code matched by more than one rule is asked for once. A
      * missing DOCRULES DD means no new requirements this run.
      *===============================================================
       01  DOC-RULE-RECORD.
           05  DRL-CLAIM-TYPE      PIC X(02).
               88  DRL-TYPE-VALID        VALUE 'MD' 'DN' 'DS' 'LF'.
           05  DRL-COVERAGE-CODE   PIC X(03).
           05  DRL-AMOUNT-LOW      PIC 9(07)V99.
           05  DRL-AMOUNT-HIGH     PIC 9(07)V99.
           05  DRL-DOC-CODE        PIC X(04).
           05  DRL-DOC-DESC        PIC X(30).
           05  FILLER              PIC X(23).
