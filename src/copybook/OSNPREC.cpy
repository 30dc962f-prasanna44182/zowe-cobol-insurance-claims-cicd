      *===============================================================
      * OSNPREC - Open-Claim Snapshot Layouts
      * Written nightly by CLMSOSNP (DD OPENSNAP, LRECL=200): one
      * header carrying the point in time the snapshot was taken,
      * one detail per open claim (STATUS N/V/P/O) oldest claim
      * date first, then one control trailer with the record count
      * and claim amount total. CLMSPEND, CLMSAGE, CLMSDIRY and
      * CLMSRSRV read it instead of scanning CLAIMS_MASTER, so every
      * report of the night works from the same open population.
      * Ages are counted once by CLMSOSNP through CLMSBDAY, in both
      * calendar and business days, from the claim date to the
      * snapshot date. The newest CLAIMS_NOTES row travels with the
      * claim (sequence zero and spaces when it has none).
      *===============================================================
       01  OPEN-SNAPSHOT-HEADER.
           05  OSN-H-RECORD-TYPE   PIC X(01).
               88  OSN-TYPE-HEADER       VALUE 'H'.
           05  OSN-H-SNAPSHOT-DATE PIC 9(08).
           05  OSN-H-SNAPSHOT-TS   PIC X(26).
           05  FILLER              PIC X(165).

       01  OPEN-SNAPSHOT-RECORD.
           05  OSN-RECORD-TYPE     PIC X(01).
               88  OSN-TYPE-DETAIL       VALUE 'D'.
           05  OSN-POLICY-NO       PIC X(10).
           05  OSN-CLAIM-ID        PIC X(08).
           05  OSN-CLAIMANT-NAME   PIC X(30).
           05  OSN-CLAIM-DATE      PIC 9(08).
           05  OSN-CLAIM-TYPE      PIC X(02).
           05  OSN-CLAIM-AMOUNT    PIC 9(07)V99.
           05  OSN-COVERAGE-CODE   PIC X(03).
           05  OSN-STATUS          PIC X(01).
               88  OSN-STATUS-PENDED     VALUE 'P'.
           05  OSN-ADJUSTER-ID     PIC X(06).
           05  OSN-PEND-REASON     PIC X(04).
           05  OSN-CAT-EVENT-CODE  PIC X(04).
           05  OSN-CALENDAR-DAYS   PIC 9(05).
           05  OSN-BUSINESS-DAYS   PIC 9(05).
           05  OSN-NOTE-SEQ        PIC 9(04).
           05  OSN-NOTE-TS         PIC X(26).
           05  OSN-NOTE-AUTHOR     PIC X(08).
           05  OSN-NOTE-TEXT       PIC X(60).
           05  FILLER              PIC X(06).

       01  OPEN-SNAPSHOT-TRAILER.
           05  OSN-T-RECORD-TYPE   PIC X(01).
               88  OSN-TYPE-TRAILER      VALUE 'T'.
           05  OSN-T-RECORD-COUNT  PIC 9(07).
           05  OSN-T-AMOUNT-TOTAL  PIC 9(13)V99.
           05  FILLER              PIC X(177).
