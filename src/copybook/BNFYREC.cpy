      *===============================================================
      * BNFYREC - Life Beneficiary Designation Record Layout
      * VSAM KSDS (LRECL=200, key pos 1-12), maintained by CLMSBNFM
      * from the designation change feed (DD BNFTIN). One record per
      * beneficiary named on a life policy, keyed by policy and a
      * designation sequence number:
      *   CLASS  P = primary, C = contingent - contingents share only
      *          when no primary survives the insured
      *   SHARE  percentage of the class's proceeds; the active
      *          shares of each class are expected to total 100
      *   STATUS A = active, R = revoked by the owner (kept for the
      *          record), D = deceased on BNF-DEATH-DATE
      * CLMSPAY splits an approved LF claim across the beneficiaries
      * alive at the insured's death (the claim date), one
      * CLAIMS_PAYMENT row per share carrying BENEFICIARY_SEQ; a
      * beneficiary who died after the insured is still paid, to
      * the estate, under the name on file. CLMSCORR addresses
      * each beneficiary's payment notice from the mailing address
      * here.
      *===============================================================
       01  BENEFICIARY-RECORD.
           05  BNF-BENE-KEY.
               10  BNF-POLICY-NUMBER   PIC X(10).
               10  BNF-BENE-SEQ        PIC 9(02).
           05  BNF-CLASS               PIC X(01).
               88  BNF-PRIMARY             VALUE 'P'.
               88  BNF-CONTINGENT          VALUE 'C'.
               88  BNF-CLASS-VALID         VALUE 'P' 'C'.
           05  BNF-NAME                PIC X(30).
           05  BNF-RELATIONSHIP        PIC X(10).
           05  BNF-SHARE-PCT           PIC 9(03)V99.
           05  BNF-STATUS              PIC X(01).
               88  BNF-ACTIVE              VALUE 'A'.
               88  BNF-REVOKED             VALUE 'R'.
               88  BNF-DECEASED            VALUE 'D'.
           05  BNF-DEATH-DATE          PIC 9(08).
           05  BNF-TAX-ID              PIC X(09).
           05  BNF-ADDRESS.
               10  BNF-ADDR-LINE-1     PIC X(30).
               10  BNF-ADDR-LINE-2     PIC X(30).
               10  BNF-CITY            PIC X(20).
               10  BNF-STATE           PIC X(02).
               10  BNF-ZIP-CODE        PIC X(10).
           05  BNF-SIGNED-DATE         PIC 9(08).
           05  BNF-LAST-MAINT-DATE     PIC 9(08).
           05  BNF-LAST-MAINT-BY       PIC X(08).
           05  FILLER                  PIC X(08).
