      *===============================================================
      * DOCTREC - Claim Document Transaction Record Layout
      * Input to CLMSDOCM (DD DOCTIN). One record per document event
      * against a claim's CLAIMS_DOCUMENT checklist, keyed by the
      * claim's POLICY_NO/CLAIM_ID and the document code:
      *   R - document received
      *   W - requirement waived by an examiner
      *   A - add a requirement the rules did not raise; DOC-DESC
      *       is the text printed on the request letter
      * A zero or blank event date logs the run date.
      *===============================================================
       01  DOC-TRANSACTION.
           05  DOT-POLICY-NUMBER   PIC X(10).
           05  DOT-CLAIM-ID        PIC X(08).
           05  DOT-ACTION          PIC X(01).
               88  DOT-RECEIVED          VALUE 'R'.
               88  DOT-WAIVED            VALUE 'W'.
               88  DOT-ADD               VALUE 'A'.
               88  DOT-ACTION-VALID      VALUE 'R' 'W' 'A'.
           05  DOT-DOC-CODE        PIC X(04).
           05  DOT-DOC-DESC        PIC X(30).
           05  DOT-EVENT-DATE      PIC 9(08).
           05  DOT-LOGGED-BY       PIC X(08).
           05  FILLER              PIC X(11).
