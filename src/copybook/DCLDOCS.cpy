      *===============================================================
      * DCLDOCS - DB2 DCLGEN for CLAIMS_DOCUMENT table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_DOCUMENT
      * One row per document a claim requires, keyed POLICY_NO/
      * CLAIM_ID/DOC_CODE. Rows are raised by CLMSDOCR from the
      * DOCRULES deck when an open claim is first seen (SOURCE 'R')
      * or added by claims staff through CLMSDOCM (SOURCE 'M'), and
      * logged received or waived through CLMSDOCM from the DOCTIN
      * deck.
      * DOC_STATUS: O outstanding, R received, W waived.
      * REQUEST_DATE is when the first request letter went out -
      * zero until one has (not yet sent, or held for a returned
      * address). FOLLOWUP_DATE is the business day the next
      * follow-up letter is due; FOLLOWUP_COUNT the follow-ups sent.
      * RECEIVED_DATE and LOGGED_BY record who logged the document
      * received or waived, and when.
      *===============================================================
       01  DCLCLAIMS-DOCUMENT.
           10  DCL-DOC-POLICY-NO      PIC X(10).
           10  DCL-DOC-CLAIM-ID       PIC X(08).
           10  DCL-DOC-CODE           PIC X(04).
           10  DCL-DOC-DESC           PIC X(30).
           10  DCL-DOC-STATUS         PIC X(01).
           10  DCL-DOC-SOURCE         PIC X(01).
           10  DCL-DOC-REQUEST-DATE   PIC S9(08) COMP-3.
           10  DCL-DOC-FOLLOWUP-DATE  PIC S9(08) COMP-3.
           10  DCL-DOC-FOLLOWUP-COUNT PIC S9(04) COMP.
           10  DCL-DOC-RECEIVED-DATE  PIC S9(08) COMP-3.
           10  DCL-DOC-LOGGED-BY      PIC X(08).
           10  DCL-DOC-INSERT-TS      PIC X(26).
