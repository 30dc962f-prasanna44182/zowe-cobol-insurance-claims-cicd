      *===============================================================
      * MBRMREC - Claimant (Member) Master Record Layout
      * VSAM KSDS (LRECL=250, key pos 1-9, alternate key on the name
      * with duplicates allowed). One record per known claimant;
      * CLMSMBRM resolves incoming claims to a member id through the
      * name path and adds new members, CLMSVALD confirms the member
               88  MBR-ACTIVE            VALUE ' ' 'A'.
               88  MBR-MERGED            VALUE 'M'.
           05  MBR-FORWARD-TO      PIC X(09).
      *---------------------------------------------------------------
      * Mailing address and contact segment - the member's current
      * address, effective from MBR-ADDR-EFF-DATE. Captured at
      * intake (CLMSMBRM, source 'I') or keyed by member services
      * (CLMSMADR, source 'M'); a forwarding address reported with
      * returned mail is source 'F'. Every version and every piece
      * of returned mail is also written to the address history
      * cluster (MADRHIST, layout MADHREC) - the last-known-address
      * trail. MBR-ADDR-STATUS 'R' means mail to this address came
      * back: CLMSCORR holds the member's letters, CLMSPAY holds
      * check payments and CLMSESCH holds due-diligence letters
      * until a new or verified address clears it.
      *---------------------------------------------------------------
           05  MBR-MAIL-ADDRESS.
               10  MBR-ADDR-LINE-1     PIC X(30).
               10  MBR-ADDR-LINE-2     PIC X(30).
               10  MBR-CITY            PIC X(20).
               10  MBR-STATE           PIC X(02).
               10  MBR-ZIP-CODE        PIC X(10).
           05  MBR-PHONE           PIC X(10).
           05  MBR-EMAIL           PIC X(50).
           05  MBR-ADDR-EFF-DATE   PIC 9(08).
           05  MBR-ADDR-SOURCE     PIC X(01).
               88  MBR-ADDR-FROM-INTAKE  VALUE 'I'.
               88  MBR-ADDR-FROM-MAINT   VALUE 'M'.
               88  MBR-ADDR-FROM-FORWARD VALUE 'F'.
           05  MBR-ADDR-STATUS     PIC X(01).
               88  MBR-ADDRESS-GOOD      VALUE ' '.
               88  MBR-ADDRESS-RETURNED  VALUE 'R'.
           05  MBR-ADDR-RETURN-DATE PIC 9(08).
           05  FILLER              PIC X(12).
