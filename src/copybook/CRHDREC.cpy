      *===============================================================
      * CRHDREC - Held Correspondence Queue Record Layout
      * VSAM KSDS (LRECL=60, key pos 1-18) - DD CORRHELD. One
      * record per claimant EOB or denial letter CLMSCORR did not
      * mail because the member's address is flagged returned
      * (MBRMREC MBR-ADDR-STATUS 'R'). Each CLMSCORR run re-reads
      * the queue and writes the document once the member has a
      * good address again (CLMSMADR), then deletes the entry; an
      * entry whose claim is no longer approved or denied is
      * dropped.
      *===============================================================
       01  HELD-CORR-RECORD.
           05  CRH-CLAIM-KEY.
               10  CRH-POLICY-NUMBER   PIC X(10).
               10  CRH-CLAIM-ID        PIC X(08).
           05  CRH-MEMBER-ID           PIC X(09).
           05  CRH-DOC-TYPE            PIC X(01).
               88  CRH-DOC-EOB             VALUE 'E'.
               88  CRH-DOC-DENIAL          VALUE 'D'.
           05  CRH-BUSINESS-DATE       PIC 9(08).
           05  CRH-HELD-DATE           PIC 9(08).
           05  FILLER                  PIC X(16).
