      *===============================================================
      * ENRLREC - Member Enrollment Span Record Layout
      * VSAM KSDS (LRECL=80, key pos 1-27), maintained by CLMSENRM
      * from the employer groups' enrollment feeds (DD ENRTIN). One
      * record per coverage span of a member under a policy: the
      * member's relationship to the subscriber and the span's
      * effective and term dates (term zero = still enrolled).
      * CLMSVALD rejects a claim (RC17) when the member has no span
      * on the claim's policy covering the claim date.
      *===============================================================
       01  ENROLLMENT-RECORD.
           05  ENR-ENROLL-KEY.
               10  ENR-POLICY-NUMBER   PIC X(10).
               10  ENR-MEMBER-ID       PIC X(09).
               10  ENR-EFF-DATE        PIC 9(08).
           05  ENR-TERM-DATE           PIC 9(08).
           05  ENR-RELATIONSHIP        PIC X(01).
               88  ENR-SUBSCRIBER          VALUE 'S'.
               88  ENR-SPOUSE              VALUE 'P'.
               88  ENR-DEPENDENT           VALUE 'D'.
               88  ENR-RELATIONSHIP-VALID  VALUE 'S' 'P' 'D'.
           05  ENR-GROUP-ID            PIC X(08).
           05  ENR-LAST-MAINT-DATE     PIC 9(08).
           05  FILLER                  PIC X(28).
