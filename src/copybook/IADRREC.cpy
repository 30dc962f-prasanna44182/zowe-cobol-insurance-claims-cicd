      *===============================================================
      * IADRREC - Intake Address Capture Record Layout
      * VSAM KSDS (LRECL=200, key pos 1-18) - DD INTKADDR. One
      * record per claim that arrived with '*ADDR*' / '*CNTC*'
      * continuation cards (INTKREC), keyed like CLAIM-RECORD.
      * Written by CLMSINTK as the claim is loaded; CLMSMBRM applies
      * it to the claimant master once the claim has a member id,
      * then deletes it.
      *===============================================================
       01  INTAKE-ADDRESS-RECORD.
           05  IAD-CLAIM-KEY.
               10  IAD-POLICY-NUMBER   PIC X(10).
               10  IAD-CLAIM-ID        PIC X(08).
           05  IAD-SUBMIT-CHANNEL      PIC X(01).
           05  IAD-CAPTURE-DATE        PIC 9(08).
           05  IAD-ADDRESS.
               10  IAD-ADDR-LINE-1     PIC X(30).
               10  IAD-ADDR-LINE-2     PIC X(30).
               10  IAD-CITY            PIC X(20).
               10  IAD-STATE           PIC X(02).
               10  IAD-ZIP-CODE        PIC X(10).
           05  IAD-PHONE               PIC X(10).
           05  IAD-EMAIL               PIC X(50).
           05  FILLER                  PIC X(21).
