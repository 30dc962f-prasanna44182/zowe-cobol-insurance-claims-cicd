      *===============================================================
      * BNFTREC - Beneficiary Designation Transaction Record Layout
      * Input to CLMSBNFM (DD BNFTIN), keyed from the policy owner's
      * signed designation forms and death notices. One record per
      * change to a beneficiary on a life policy, keyed by policy
      * and designation sequence:
      *   A = add a beneficiary (class, name, share required)
      *   C = change class, name, relationship, share, tax id or
      *       address (blank/zero fields keep the value on file)
      *   R = revoke - the owner removed the beneficiary
      *   D = deceased - record the beneficiary's date of death
      * A new designation that replaces the old one outright is a
      * revoke of each old beneficiary and an add of each new one.
      *===============================================================
       01  BENEFICIARY-TRANSACTION.
           05  BNT-ACTION          PIC X(01).
               88  BNT-ACTION-ADD        VALUE 'A'.
               88  BNT-ACTION-CHANGE     VALUE 'C'.
               88  BNT-ACTION-REVOKE     VALUE 'R'.
               88  BNT-ACTION-DECEASED   VALUE 'D'.
               88  BNT-ACTION-VALID      VALUE 'A' 'C' 'R' 'D'.
           05  BNT-BENE-KEY.
               10  BNT-POLICY-NUMBER   PIC X(10).
               10  BNT-BENE-SEQ        PIC 9(02).
           05  BNT-CLASS           PIC X(01).
               88  BNT-CLASS-VALID       VALUE 'P' 'C'.
           05  BNT-NAME            PIC X(30).
           05  BNT-RELATIONSHIP    PIC X(10).
           05  BNT-SHARE-PCT       PIC 9(03)V99.
           05  BNT-EVENT-DATE      PIC 9(08).
           05  BNT-TAX-ID          PIC X(09).
           05  BNT-ADDRESS.
               10  BNT-ADDR-LINE-1     PIC X(30).
               10  BNT-ADDR-LINE-2     PIC X(30).
               10  BNT-CITY            PIC X(20).
               10  BNT-STATE           PIC X(02).
               10  BNT-ZIP-CODE        PIC X(10).
           05  BNT-ENTERED-BY      PIC X(08).
           05  FILLER              PIC X(24).
