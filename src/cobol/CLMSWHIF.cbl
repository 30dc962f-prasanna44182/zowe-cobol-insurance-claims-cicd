      *===============================================================
      * CLMSWHIF - Rule-Table What-If Simulation
      * On-request step (DB2 precompile required). Nothing is
      * updated - every table is read only.
      * Replays the claims dated in a chosen range, from
      * CLAIMS_MASTER and CLAIMS_MASTER_HIST together, through the
      * rule tables in production and a proposed copy of each, side
      * by side, so SIU and finance see what a rule change would do
      * before it goes live. The current rules are the versions on
      * the REFMSTR reference cluster (DD REFMSTR), each claim
      * taking the version production took - fraud rules in force
      * on the day the claim loaded, treaty and state rules in force
      * on its loss date. A proposed deck is a flat card file in the
      * table's own layout, taken as applying to every claim:
      *   fraud scoring and pend (CLMSVALD) - FRLSREC rules from
      *     table FR (current) and DD FRLSNEW (proposed). Rules
      *     FR01-FR05 score as CLMSVALD scores them, and a score at
      *     or above the pend score pends the claim PD03 unless the
      *     near-limit pend (PD01) would already have held it.
      *     Member velocity (FR04) counts the member's claims loaded
      *     the same day up to this one; policy age (FR03) reads the
      *     policy master (DD POLYMSTR). The premium-grace and
      *     no-adjuster pends depend on billing and assignment as
      *     they stood at intake, which is not kept, and are not
      *     replayed.
      *   cession (CLMSCEDE) - TRTYREC rules from table TR and
      *     DD TRTYNEW, applied to every claim except denials.
      *   late interest (CLMSCOMP) - STRLREC rules from table ST
      *     and DD STRLNEW, applied to decided claims: the
      *     received-to-decided lag against each side's state limit,
      *     and statutory interest on late approvals at each side's
      *     state rate.
      * A proposed DD left out of the job means that rule table is
      * unchanged - both sides use the current versions.
      * The report lists every claim whose outcome changes - pended
      * or released, ceded amount, late or interest owed - with
      * both outcomes and the dollar impact, then the impact by
      * claim type: claims newly pended and released with the net
      * dollars entering the pend queue, and the change in ceded
      * amount and in interest owed.
      * PARMCARD (all optional):
      *   cols 1-8   first claim date (CCYYMMDD)  } default the
      *   cols 10-17 last claim date  (CCYYMMDD)  } prior month
      *   cols 19-21 current fraud pend score (default 050, as
      *              CLMSVALD)
      *   cols 23-25 proposed fraud pend score (default the
      *              current)
      *   cols 27-31 default annual interest rate, 99V999 (default
      *              12.000, as CLMSCOMP)
      *   col  33    lag day mode - 'B' business days, 'C' or blank
      *              calendar days
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSWHIF.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT POLICY-MASTER ASSIGN TO POLYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT OPTIONAL REFERENCE-MASTER ASSIGN TO REFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFMSTR-STATUS.
           SELECT OPTIONAL FRAUD-RULES-NEW ASSIGN TO FRLSNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRLSNEW-STATUS.
           SELECT OPTIONAL TREATY-NEW ASSIGN TO TRTYNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRTYNEW-STATUS.
           SELECT OPTIONAL STATE-RULES-NEW ASSIGN TO STRLNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRLNEW-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Blank
      * fields keep their defaults.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-FROM-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  CC-TO-DATE          PIC 9(08).
           05  FILLER              PIC X(01).
           05  CC-CUR-PEND-SCORE   PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-NEW-PEND-SCORE   PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-ANNUAL-RATE      PIC 9(02)V9(03).
           05  FILLER              PIC X(01).
           05  CC-DAY-MODE         PIC X(01).
           05  FILLER              PIC X(47).

       FD  POLICY-MASTER.
           COPY POLYREC.

       FD  REFERENCE-MASTER.
           COPY REFSREC.

      *---------------------------------------------------------------
      * Proposed decks and the current versions' REF-DATA share the
      * table's layout, in WORKING-STORAGE.
      *---------------------------------------------------------------
       FD  FRAUD-RULES-NEW
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  FRAUD-RULES-NEW-REC     PIC X(80).

       FD  TREATY-NEW
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  TREATY-NEW-REC          PIC X(80).

       FD  STATE-RULES-NEW
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  STATE-RULES-NEW-REC     PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.

           COPY FRLSREC.
           COPY TRTYREC.
           COPY STRLREC.
           COPY BDAYPARM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSWHIF'.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-POLICY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-REFMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-FRLSNEW-STATUS   PIC X(02) VALUE SPACES.
           05  WS-TRTYNEW-STATUS   PIC X(02) VALUE SPACES.
           05  WS-STRLNEW-STATUS   PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-RULE-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-RULES        VALUE 'Y'.
       01  WS-POLICY-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  POLICY-MASTER-OPEN  VALUE 'Y'.
       01  WS-REFMSTR-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  REFERENCE-MASTER-OPEN VALUE 'Y'.
       01  WS-RULE-TABLE-ID        PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08).

      *---------------------------------------------------------------
      * Claim-date range replayed and the run's settings -
      * PARMCARD-overridable.
      *---------------------------------------------------------------
       01  WS-FROM-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05  WS-FD-YYYY          PIC 9(04).
           05  WS-FD-MM            PIC 9(02).
           05  WS-FD-DD            PIC 9(02).
       01  WS-TO-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-FROM-DB2             PIC S9(08) COMP-3 VALUE +0.
       01  WS-TO-DB2               PIC S9(08) COMP-3 VALUE +0.
       01  WS-PROMPT-LIMIT-DAYS    PIC 9(03) VALUE 030.
       01  WS-ANNUAL-RATE          PIC 9(02)V9(03) VALUE 12.000.
       01  WS-DAY-MODE             PIC X(01) VALUE 'C'.

      *---------------------------------------------------------------
      * The two rule sets - 1 current, 2 proposed - each holding the
      * fraud, treaty and state rule tables as CLMSVALD, CLMSCEDE
      * and CLMSCOMP load them, plus the fraud pend score. A set
      * whose proposed file is not supplied is a copy of set 1.
      * Every entry carries its effective span: set 1 holds every
      * REFMSTR version, in key order, and an entry applies to a
      * claim only when it is the version in force on the claim's
      * rule date; proposed cards carry zero dates, in force always.
      *---------------------------------------------------------------
       01  WS-SET                  PIC 9(01) COMP.
       01  WS-RX                   PIC 9(03) COMP.
       01  WS-RX-NEXT              PIC 9(03) COMP.
       01  WS-FRL-TBL-MAX          PIC 9(02) VALUE 60.
       01  WS-TRT-TBL-MAX          PIC 9(03) VALUE 300.
       01  WS-STR-TBL-MAX          PIC 9(03) VALUE 300.
       01  WS-RULE-SETS.
           05  WS-RS-ENTRY OCCURS 2 TIMES.
               10  WS-PEND-SCORE       PIC 9(03).
               10  WS-FRL-COUNT        PIC 9(02).
               10  WS-FRL-TABLE.
                   15  WS-FRL-ENTRY OCCURS 60 TIMES.
                       20  WS-FRL-CODE      PIC X(04).
                       20  WS-FRL-POINTS    PIC 9(03).
                       20  WS-FRL-PARM-1    PIC 9(07)V99.
                       20  WS-FRL-PARM-2    PIC 9(05).
                       20  WS-FRL-EFF-DATE  PIC 9(08).
                       20  WS-FRL-TERM-DATE PIC 9(08).
               10  WS-TRT-COUNT        PIC 9(03).
               10  WS-TRT-TABLE.
                   15  WS-TRT-ENTRY OCCURS 300 TIMES.
                       20  WS-TRT-COVERAGE  PIC X(03).
                       20  WS-TRT-RETENTION PIC 9(07)V99.
                       20  WS-TRT-TREATY-ID PIC X(08).
                       20  WS-TRT-SHARE-PCT PIC 9(03)V99.
                       20  WS-TRT-EFF-DATE  PIC 9(08).
                       20  WS-TRT-TERM-DATE PIC 9(08).
               10  WS-STR-COUNT        PIC 9(03).
               10  WS-STR-TABLE.
                   15  WS-STR-ENTRY OCCURS 300 TIMES.
                       20  WS-STR-STATE     PIC X(02).
                       20  WS-STR-DAYS      PIC 9(03).
                       20  WS-STR-RATE      PIC 9(02)V9(03).
                       20  WS-STR-EFF-DATE  PIC 9(08).
                       20  WS-STR-TERM-DATE PIC 9(08).
               10  WS-CLAMP-COUNT      PIC 9(07).

      *---------------------------------------------------------------
      * Effective span of the entry being loaded, and the in-force
      * test of a loaded entry against a claim's rule date.
      *---------------------------------------------------------------
       01  WS-LOAD-EFF-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-LOAD-TERM-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-RULE-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-LOAD-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-IN-FORCE-FLAG        PIC X(01) VALUE 'N'.
           88  RULE-IN-FORCE       VALUE 'Y'.

      *---------------------------------------------------------------
      * Which proposed files were supplied, for the page heading,
      * and whether any loaded rule needs the member velocity or
      * the policy effective date - each costs a lookup per claim.
      *---------------------------------------------------------------
       01  WS-FRLSNEW-FLAG         PIC X(03) VALUE 'NO '.
       01  WS-TRTYNEW-FLAG         PIC X(03) VALUE 'NO '.
       01  WS-STRLNEW-FLAG         PIC X(03) VALUE 'NO '.
       01  WS-VELOCITY-FLAG        PIC X(01) VALUE 'N'.
           88  VELOCITY-NEEDED     VALUE 'Y'.
       01  WS-POLICY-AGE-FLAG      PIC X(01) VALUE 'N'.
           88  POLICY-AGE-NEEDED   VALUE 'Y'.

      *---------------------------------------------------------------
      * One claim as fetched.
      *---------------------------------------------------------------
       01  WS-CLAIM-FIELDS.
           05  WS-CL-POLICY-NO     PIC X(10).
           05  WS-CL-CLAIM-ID      PIC X(08).
           05  WS-CL-CLAIM-DATE    PIC S9(08) COMP-3.
           05  WS-CL-CLAIM-TYPE    PIC X(02).
           05  WS-CL-CLAIM-AMOUNT  PIC S9(07)V99 COMP-3.
           05  WS-CL-COVERAGE-CODE PIC X(03).
           05  WS-CL-STATUS        PIC X(01).
           05  WS-CL-CHANNEL       PIC X(01).
           05  WS-CL-INSERT-TS     PIC X(26).
           05  WS-CL-ADJ-DATE      PIC S9(08) COMP-3.
           05  WS-CL-APPROVED      PIC S9(07)V99 COMP-3.
           05  WS-CL-MEMBER-ID     PIC X(09).
           05  WS-CL-LOSS-STATE    PIC X(02).

      *---------------------------------------------------------------
      * Per-claim facts both rule sets share, worked out once.
      *---------------------------------------------------------------
       01  WS-CLAIM-DATE-DISP      PIC 9(08) VALUE ZEROS.
       01  WS-TYPE-LIMIT           PIC 9(07)V99 VALUE ZEROS.
       01  WS-PEND-THRESHOLD       PIC 9(07)V99 VALUE ZEROS.
       01  WS-NEAR-LIMIT-FLAG      PIC X(01) VALUE 'N'.
           88  CLAIM-NEAR-LIMIT    VALUE 'Y'.
       01  WS-POL-EFFECTIVE-DATE   PIC 9(08) VALUE ZEROS.
       01  WS-POLICY-AGE-DAYS      PIC S9(09) COMP VALUE +0.
       01  WS-EFF-INTEGER          PIC 9(09) COMP.
       01  WS-CLM-INTEGER          PIC 9(09) COMP.
       01  WS-INSERT-DATE          PIC X(10) VALUE SPACES.
       01  WS-VEL-COUNT            PIC S9(09) COMP VALUE +0.
       01  WS-AMT-CENTS            PIC 9(09) VALUE ZEROS.
       01  WS-PARM-CENTS           PIC 9(09) VALUE ZEROS.
       01  WS-MOD-CENTS            PIC 9(09) VALUE ZEROS.
       01  WS-MOD-WORK             PIC 9(07)V99 VALUE ZEROS.
       01  WS-DECIDED-FLAG         PIC X(01) VALUE 'N'.
           88  CLAIM-DECIDED       VALUE 'Y'.
       01  WS-RECEIVED-DATE-DISP   PIC 9(08) VALUE ZEROS.
       01  WS-ADJ-DATE-DISP        PIC 9(08) VALUE ZEROS.
       01  WS-LAG-DAYS             PIC S9(05) COMP VALUE +0.
       01  WS-LATE-DAYS            PIC S9(05) COMP VALUE +0.
       01  WS-INTEREST-BASE        PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-EFF-RATE             PIC 9(02)V9(03) VALUE ZEROS.
       01  WS-EXCESS-AMOUNT        PIC S9(09)V99 VALUE ZEROS.
       01  WS-CEDED-AMOUNT         PIC S9(09)V99 VALUE ZEROS.
       01  WS-SCORE-WORK           PIC 9(05) VALUE ZEROS.

      *---------------------------------------------------------------
      * The claim's outcome under each rule set.
      *---------------------------------------------------------------
       01  WS-OUTCOMES.
           05  WS-OC-ENTRY OCCURS 2 TIMES.
               10  WS-OC-SCORE         PIC 9(03).
               10  WS-OC-FRAUD-PEND    PIC X(01).
               10  WS-OC-CEDED         PIC S9(09)V99 COMP-3.
               10  WS-OC-LIMIT-DAYS    PIC 9(03).
               10  WS-OC-LATE          PIC X(01).
               10  WS-OC-INTEREST      PIC S9(09)V99 COMP-3.

      *---------------------------------------------------------------
      * Impact by claim type. The cursor runs in claim-type order,
      * so a new type takes the next slot; a type past the table
      * size shares the last slot, shown as '**'.
      *---------------------------------------------------------------
       01  WS-PRIOR-TYPE           PIC X(02) VALUE HIGH-VALUES.
       01  WS-TYP-MAX              PIC 9(02) VALUE 20.
       01  WS-TYP-USED             PIC 9(02) VALUE ZEROS.
       01  WS-TX                   PIC 9(02) VALUE ZEROS.
       01  WS-TYPE-TABLE.
           05  WS-TYP-ENTRY OCCURS 21 TIMES.
               10  WS-TYP-CODE         PIC X(02).
               10  WS-TYP-CLAIMS       PIC 9(07).
               10  WS-TYP-NEW-PENDS    PIC 9(07).
               10  WS-TYP-RELEASED     PIC 9(07).
               10  WS-TYP-PEND-AMT     PIC S9(11)V99 COMP-3.
               10  WS-TYP-SCORE-ONLY   PIC 9(07).
               10  WS-TYP-CES-CHG      PIC 9(07).
               10  WS-TYP-CES-DELTA    PIC S9(11)V99 COMP-3.
               10  WS-TYP-INT-CHG      PIC 9(07).
               10  WS-TYP-INT-DELTA    PIC S9(11)V99 COMP-3.
       01  WS-GRAND-SLOT           PIC 9(02) VALUE 21.

       01  WS-COUNTERS.
           05  WS-CLAIM-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-LAG-FAILED       PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------
      * One change line in the making.
      *---------------------------------------------------------------
       01  WS-CHG-ENGINE           PIC X(08) VALUE SPACES.
       01  WS-CHG-TEXT             PIC X(12) VALUE SPACES.
       01  WS-CHG-IMPACT           PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-OUTCOME-TEXT         PIC X(22) VALUE SPACES.
       01  WS-ED-SCORE             PIC ZZ9.
       01  WS-ED-DAYS              PIC 999.
       01  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.
       01  WS-RPT-SECTION          PIC X(01) VALUE 'D'.
           88  SECTION-CHANGES     VALUE 'D'.
           88  SECTION-BY-TYPE     VALUE 'T'.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'RULE-TABLE WHAT-IF SIMULATION'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'CLAIM DATES: '.
           05  WS-TL2-FROM         PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  WS-TL2-TO           PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'PEND SCORE CUR: '.
           05  WS-TL2-CUR-SCORE    PIC ZZ9.
           05  FILLER              PIC X(07) VALUE '  NEW: '.
           05  WS-TL2-NEW-SCORE    PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'DAY MODE: '.
           05  WS-TL2-DAY-MODE     PIC X(01).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-TITLE-LINE-3.
           05  FILLER              PIC X(25)
               VALUE 'PROPOSED FILES - FRLSNEW:'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TL3-FRLSNEW      PIC X(03).
           05  FILLER              PIC X(11) VALUE '  TRTYNEW: '.
           05  WS-TL3-TRTYNEW      PIC X(03).
           05  FILLER              PIC X(11) VALUE '  STRLNEW: '.
           05  WS-TL3-STRLNEW      PIC X(03).
           05  FILLER              PIC X(75) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'TY'.
           05  FILLER              PIC X(10) VALUE 'CLM DATE'.
           05  FILLER              PIC X(10) VALUE 'RULES'.
           05  FILLER              PIC X(14) VALUE 'CHANGE'.
           05  FILLER              PIC X(24) VALUE 'CURRENT'.
           05  FILLER              PIC X(24) VALUE 'PROPOSED'.
           05  FILLER              PIC X(16) VALUE '   DOLLAR IMPACT'.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-TYPE-HEADER.
           05  FILLER              PIC X(04) VALUE 'TY'.
           05  FILLER              PIC X(09) VALUE '   CLAIMS'.
           05  FILLER              PIC X(09) VALUE ' NEW PEND'.
           05  FILLER              PIC X(09) VALUE ' RELEASED'.
           05  FILLER              PIC X(20)
               VALUE '     NET PENDED $'.
           05  FILLER              PIC X(09) VALUE ' CES CHG'.
           05  FILLER              PIC X(20)
               VALUE '      CEDED CHANGE'.
           05  FILLER              PIC X(09) VALUE ' INT CHG'.
           05  FILLER              PIC X(18)
               VALUE '   INTEREST CHANGE'.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(123) VALUE ALL '-'.
           05  FILLER              PIC X(09)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-TYPE          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-DATE    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-ENGINE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CHANGE        PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CURRENT       PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PROPOSED      PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-IMPACT        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(09) VALUE SPACES.

       01  WS-TYPE-LINE.
           05  WS-TY-TYPE          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-CLAIMS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-NEW-PENDS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-RELEASED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-PEND-AMT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-CES-CHG       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-CES-DELTA     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-INT-CHG       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TY-INT-DELTA     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(40).
           05  WS-TT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(81) VALUE SPACES.

      *---------------------------------------------------------------
      * Every claim dated in the range, live or archived, whatever
      * its status. Archived rows from before PROVIDER_ID and
      * LOSS_STATE rode along to history may carry nulls.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSWHIF_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIM_DATE, CLAIM_TYPE,
                      CLAIM_AMOUNT, COVERAGE_CODE, STATUS,
                      SUBMIT_CHANNEL, INSERT_TS, ADJUDICATED_DATE,
                      APPROVED_AMOUNT, MEMBER_ID, LOSS_STATE
               FROM (SELECT POLICY_NO, CLAIM_ID, CLAIM_DATE,
                            CLAIM_TYPE, CLAIM_AMOUNT, COVERAGE_CODE,
                            STATUS, SUBMIT_CHANNEL, INSERT_TS,
                            ADJUDICATED_DATE, APPROVED_AMOUNT,
                            MEMBER_ID, LOSS_STATE
                     FROM CLAIMS_MASTER
                     WHERE CLAIM_DATE BETWEEN :WS-FROM-DB2
                                          AND :WS-TO-DB2
                     UNION ALL
                     SELECT POLICY_NO, CLAIM_ID, CLAIM_DATE,
                            CLAIM_TYPE, CLAIM_AMOUNT, COVERAGE_CODE,
                            STATUS, SUBMIT_CHANNEL, INSERT_TS,
                            COALESCE(ADJUDICATED_DATE, 0),
                            COALESCE(APPROVED_AMOUNT, 0),
                            MEMBER_ID, COALESCE(LOSS_STATE, ' ')
                     FROM CLAIMS_MASTER_HIST
                     WHERE CLAIM_DATE BETWEEN :WS-FROM-DB2
                                          AND :WS-TO-DB2) C
               ORDER BY CLAIM_TYPE, CLAIM_DATE, POLICY_NO, CLAIM_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CURSOR UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSWHIF_CURSOR END-EXEC.
           PERFORM 8000-WRITE-TYPE-SUMMARY.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': RULE WHAT-IF SIMULATION STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           IF WS-DATE-MM = 1
               COMPUTE WS-FD-YYYY = WS-DATE-YYYY - 1
               MOVE 12 TO WS-FD-MM
           ELSE
               MOVE WS-DATE-YYYY TO WS-FD-YYYY
               COMPUTE WS-FD-MM = WS-DATE-MM - 1
           END-IF.
           MOVE 01 TO WS-FD-DD.
           COMPUTE WS-TO-DATE = WS-FROM-DATE + 30.
           INITIALIZE WS-RULE-SETS.
           INITIALIZE WS-TYPE-TABLE.
           MOVE 050 TO WS-PEND-SCORE(1) WS-PEND-SCORE(2).
           PERFORM 1050-READ-CONTROL-CARD.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY WS-PROGRAM-ID ': LAST CLAIM DATE ' WS-TO-DATE
                   ' BEFORE FIRST ' WS-FROM-DATE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO WS-FROM-DB2.
           MOVE WS-TO-DATE   TO WS-TO-DB2.
           PERFORM 1100-LOAD-FRAUD-RULES.
           PERFORM 1200-LOAD-TREATY-RULES.
           PERFORM 1300-LOAD-STATE-RULES.
           PERFORM 1400-OPEN-POLICY-MASTER.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-WRITE-PAGE-HEADER.
           EXEC SQL OPEN CLMSWHIF_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-FROM-DATE NUMERIC
                           AND CC-FROM-DATE > ZEROS
                           MOVE CC-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF CC-TO-DATE NUMERIC
                           AND CC-TO-DATE > ZEROS
                           MOVE CC-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF CC-CUR-PEND-SCORE NUMERIC
                           AND CC-CUR-PEND-SCORE > ZEROS
                           MOVE CC-CUR-PEND-SCORE
                               TO WS-PEND-SCORE(1) WS-PEND-SCORE(2)
                       END-IF
                       IF CC-NEW-PEND-SCORE NUMERIC
                           AND CC-NEW-PEND-SCORE > ZEROS
                           MOVE CC-NEW-PEND-SCORE TO WS-PEND-SCORE(2)
                       END-IF
                       IF CC-ANNUAL-RATE NUMERIC
                           AND CC-ANNUAL-RATE > 0
                           MOVE CC-ANNUAL-RATE TO WS-ANNUAL-RATE
                       END-IF
                       IF CC-DAY-MODE = 'B' OR CC-DAY-MODE = 'C'
                           MOVE CC-DAY-MODE TO WS-DAY-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': CLAIM DATES ' WS-FROM-DATE
               ' TO ' WS-TO-DATE
               ' PEND SCORE CUR=' WS-PEND-SCORE(1)
               ' NEW=' WS-PEND-SCORE(2)
               ' RATE=' WS-ANNUAL-RATE
               ' DAY MODE=' WS-DAY-MODE.
      *---------------------------------------------------------------
      * Position REFMSTR at the first entry of the table named in
      * WS-RULE-TABLE-ID. No REFMSTR, or no entries, leaves END-OF-RULES
      * set and the current side of that table empty.
      *---------------------------------------------------------------
       1060-START-REFERENCE-TABLE.
           OPEN INPUT REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID
                   ': REFMSTR NOT AVAILABLE FS=' WS-REFMSTR-STATUS
                   ' - NO CURRENT ' WS-RULE-TABLE-ID ' RULES'
               SET END-OF-RULES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET REFERENCE-MASTER-OPEN TO TRUE.
           MOVE LOW-VALUES       TO REF-KEY.
           MOVE WS-RULE-TABLE-ID TO REF-TABLE-ID.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-RULES TO TRUE
           END-START.
      *---------------------------------------------------------------
       1070-CLOSE-REFERENCE-TABLE.
           IF REFERENCE-MASTER-OPEN
               CLOSE REFERENCE-MASTER
               MOVE 'N' TO WS-REFMSTR-OPEN-FLAG
           END-IF.
      *---------------------------------------------------------------
      * Fraud rules - every FR version on REFMSTR for the current
      * side. No REFMSTR means CLMSVALD scores nothing, so the
      * current side scores nothing either.
      *---------------------------------------------------------------
       1100-LOAD-FRAUD-RULES.
           MOVE 1 TO WS-SET.
           MOVE 'N' TO WS-RULE-EOF-FLAG.
           MOVE 'FR' TO WS-RULE-TABLE-ID.
           PERFORM 1060-START-REFERENCE-TABLE.
           PERFORM UNTIL END-OF-RULES
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-RULES TO TRUE
                   NOT AT END
                       IF REF-TABLE-FRAUD
                           MOVE REF-DATA      TO FRAUD-RULE-RECORD
                           MOVE REF-EFF-DATE  TO WS-LOAD-EFF-DATE
                           MOVE REF-TERM-DATE TO WS-LOAD-TERM-DATE
                           PERFORM 1150-STORE-FRAUD-RULE
                       ELSE
                           SET END-OF-RULES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 1070-CLOSE-REFERENCE-TABLE.
           MOVE 2 TO WS-SET.
           MOVE 'N' TO WS-RULE-EOF-FLAG.
           MOVE ZEROS TO WS-LOAD-EFF-DATE WS-LOAD-TERM-DATE.
           OPEN INPUT FRAUD-RULES-NEW.
           IF WS-FRLSNEW-STATUS = '00'
               MOVE 'YES' TO WS-FRLSNEW-FLAG
               PERFORM UNTIL END-OF-RULES
                   READ FRAUD-RULES-NEW INTO FRAUD-RULE-RECORD
                       AT END SET END-OF-RULES TO TRUE
                       NOT AT END PERFORM 1150-STORE-FRAUD-RULE
                   END-READ
               END-PERFORM
               CLOSE FRAUD-RULES-NEW
           ELSE
               MOVE WS-FRL-COUNT(1) TO WS-FRL-COUNT(2)
               MOVE WS-FRL-TABLE(1) TO WS-FRL-TABLE(2)
           END-IF.
           DISPLAY WS-PROGRAM-ID ': FRAUD RULES CURRENT='
               WS-FRL-COUNT(1) ' PROPOSED=' WS-FRL-COUNT(2).
      *---------------------------------------------------------------
      * Same edits CLMSVALD applies when it loads a rule card.
      *---------------------------------------------------------------
       1150-STORE-FRAUD-RULE.
           IF NOT FRL-RULE-VALID
               OR FRL-POINTS NOT NUMERIC
               OR FRL-POINTS = ZEROS
               DISPLAY WS-PROGRAM-ID ': BAD FRAUD RULE IGNORED '
                   'SET=' WS-SET ' CODE=' FRL-RULE-CODE
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-FRL-COUNT(WS-SET) >= WS-FRL-TBL-MAX
               DISPLAY WS-PROGRAM-ID ': FRAUD RULE TABLE FULL AT '
                   WS-FRL-TBL-MAX ' SET=' WS-SET
                   ' - REMAINDER IGNORED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET END-OF-RULES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FRL-COUNT(WS-SET).
           MOVE WS-FRL-COUNT(WS-SET) TO WS-RX.
           MOVE FRL-RULE-CODE TO WS-FRL-CODE(WS-SET, WS-RX).
           MOVE FRL-POINTS    TO WS-FRL-POINTS(WS-SET, WS-RX).
           MOVE WS-LOAD-EFF-DATE  TO WS-FRL-EFF-DATE(WS-SET, WS-RX).
           MOVE WS-LOAD-TERM-DATE TO WS-FRL-TERM-DATE(WS-SET, WS-RX).
           IF FRL-PARM-1 NUMERIC
               MOVE FRL-PARM-1 TO WS-FRL-PARM-1(WS-SET, WS-RX)
           ELSE
               MOVE ZEROS      TO WS-FRL-PARM-1(WS-SET, WS-RX)
           END-IF.
           IF FRL-PARM-2 NUMERIC
               MOVE FRL-PARM-2 TO WS-FRL-PARM-2(WS-SET, WS-RX)
           ELSE
               MOVE ZEROS      TO WS-FRL-PARM-2(WS-SET, WS-RX)
           END-IF.
           IF FRL-RULE-VELOCITY
               SET VELOCITY-NEEDED TO TRUE
           END-IF.
           IF FRL-RULE-NEW-POLICY
               SET POLICY-AGE-NEEDED TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Treaty rules - every TR version for the current side. No
      * REFMSTR leaves the current side ceding nothing.
      *---------------------------------------------------------------
       1200-LOAD-TREATY-RULES.
           MOVE 1 TO WS-SET.
           MOVE 'N' TO WS-RULE-EOF-FLAG.
           MOVE 'TR' TO WS-RULE-TABLE-ID.
           PERFORM 1060-START-REFERENCE-TABLE.
           PERFORM UNTIL END-OF-RULES
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-RULES TO TRUE
                   NOT AT END
                       IF REF-TABLE-TREATY
                           MOVE REF-DATA      TO TREATY-RULE-RECORD
                           MOVE REF-EFF-DATE  TO WS-LOAD-EFF-DATE
                           MOVE REF-TERM-DATE TO WS-LOAD-TERM-DATE
                           PERFORM 1250-STORE-TREATY-RULE
                       ELSE
                           SET END-OF-RULES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 1070-CLOSE-REFERENCE-TABLE.
           MOVE 2 TO WS-SET.
           MOVE 'N' TO WS-RULE-EOF-FLAG.
           MOVE ZEROS TO WS-LOAD-EFF-DATE WS-LOAD-TERM-DATE.
           OPEN INPUT TREATY-NEW.
           IF WS-TRTYNEW-STATUS = '00'
               MOVE 'YES' TO WS-TRTYNEW-FLAG
               PERFORM UNTIL END-OF-RULES
                   READ TREATY-NEW INTO TREATY-RULE-RECORD
                       AT END SET END-OF-RULES TO TRUE
                       NOT AT END PERFORM 1250-STORE-TREATY-RULE
                   END-READ
               END-PERFORM
               CLOSE TREATY-NEW
           ELSE
               MOVE WS-TRT-COUNT(1) TO WS-TRT-COUNT(2)
               MOVE WS-TRT-TABLE(1) TO WS-TRT-TABLE(2)
           END-IF.
           DISPLAY WS-PROGRAM-ID ': TREATY RULES CURRENT='
               WS-TRT-COUNT(1) ' PROPOSED=' WS-TRT-COUNT(2).
      *---------------------------------------------------------------
      * Same edits CLMSCEDE applies when it loads a treaty rule.
      *---------------------------------------------------------------
       1250-STORE-TREATY-RULE.
           IF TRT-COVERAGE-CODE = SPACES
               OR TRT-TREATY-ID = SPACES
               OR TRT-SHARE-PCT NOT NUMERIC
               OR TRT-SHARE-PCT = ZEROS
               OR TRT-SHARE-PCT > 100
               OR TRT-RETENTION NOT NUMERIC
               DISPLAY WS-PROGRAM-ID ': BAD TREATY RULE IGNORED '
                   'SET=' WS-SET ' COVERAGE=' TRT-COVERAGE-CODE
                   ' TREATY=' TRT-TREATY-ID
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRT-COUNT(WS-SET) >= WS-TRT-TBL-MAX
               DISPLAY WS-PROGRAM-ID ': TREATY TABLE FULL AT '
                   WS-TRT-TBL-MAX ' SET=' WS-SET
                   ' - REMAINDER IGNORED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET END-OF-RULES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRT-COUNT(WS-SET).
           MOVE WS-TRT-COUNT(WS-SET) TO WS-RX.
           MOVE TRT-COVERAGE-CODE TO WS-TRT-COVERAGE(WS-SET, WS-RX).
           MOVE TRT-RETENTION     TO WS-TRT-RETENTION(WS-SET, WS-RX).
           MOVE TRT-TREATY-ID     TO WS-TRT-TREATY-ID(WS-SET, WS-RX).
           MOVE TRT-SHARE-PCT     TO WS-TRT-SHARE-PCT(WS-SET, WS-RX).
           MOVE WS-LOAD-EFF-DATE  TO WS-TRT-EFF-DATE(WS-SET, WS-RX).
           MOVE WS-LOAD-TERM-DATE TO WS-TRT-TERM-DATE(WS-SET, WS-RX).
      *---------------------------------------------------------------
      * State prompt-pay rules - every ST version for the current
      * side. No REFMSTR leaves every state on the PARMCARD/default
      * regime, as in CLMSCOMP.
      *---------------------------------------------------------------
       1300-LOAD-STATE-RULES.
           MOVE 1 TO WS-SET.
           MOVE 'N' TO WS-RULE-EOF-FLAG.
           MOVE 'ST' TO WS-RULE-TABLE-ID.
           PERFORM 1060-START-REFERENCE-TABLE.
           PERFORM UNTIL END-OF-RULES
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-RULES TO TRUE
                   NOT AT END
                       IF REF-TABLE-STATE
                           MOVE REF-DATA      TO STATE-RULE-RECORD
                           MOVE REF-EFF-DATE  TO WS-LOAD-EFF-DATE
                           MOVE REF-TERM-DATE TO WS-LOAD-TERM-DATE
                           PERFORM 1350-STORE-STATE-RULE
                       ELSE
                           SET END-OF-RULES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 1070-CLOSE-REFERENCE-TABLE.
           MOVE 2 TO WS-SET.
           MOVE 'N' TO WS-RULE-EOF-FLAG.
           MOVE ZEROS TO WS-LOAD-EFF-DATE WS-LOAD-TERM-DATE.
           OPEN INPUT STATE-RULES-NEW.
           IF WS-STRLNEW-STATUS = '00'
               MOVE 'YES' TO WS-STRLNEW-FLAG
               PERFORM UNTIL END-OF-RULES
                   READ STATE-RULES-NEW INTO STATE-RULE-RECORD
                       AT END SET END-OF-RULES TO TRUE
                       NOT AT END PERFORM 1350-STORE-STATE-RULE
                   END-READ
               END-PERFORM
               CLOSE STATE-RULES-NEW
           ELSE
               MOVE WS-STR-COUNT(1) TO WS-STR-COUNT(2)
               MOVE WS-STR-TABLE(1) TO WS-STR-TABLE(2)
           END-IF.
           DISPLAY WS-PROGRAM-ID ': STATE RULES CURRENT='
               WS-STR-COUNT(1) ' PROPOSED=' WS-STR-COUNT(2).
      *---------------------------------------------------------------
      * Same edits CLMSCOMP applies when it loads a state rule.
      *---------------------------------------------------------------
       1350-STORE-STATE-RULE.
           IF STR-STATE = SPACES
               OR STR-PROMPT-DAYS NOT NUMERIC
               OR STR-PROMPT-DAYS = ZEROS
               OR STR-ANNUAL-RATE NOT NUMERIC
               DISPLAY WS-PROGRAM-ID ': BAD STATE RULE IGNORED '
                   'SET=' WS-SET ' STATE=' STR-STATE
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-STR-COUNT(WS-SET) >= WS-STR-TBL-MAX
               DISPLAY WS-PROGRAM-ID ': STATE RULE TABLE FULL AT '
                   WS-STR-TBL-MAX ' SET=' WS-SET
                   ' - REMAINDER IGNORED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET END-OF-RULES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STR-COUNT(WS-SET).
           MOVE WS-STR-COUNT(WS-SET) TO WS-RX.
           MOVE STR-STATE       TO WS-STR-STATE(WS-SET, WS-RX).
           MOVE STR-PROMPT-DAYS TO WS-STR-DAYS(WS-SET, WS-RX).
           MOVE STR-ANNUAL-RATE TO WS-STR-RATE(WS-SET, WS-RX).
           MOVE WS-LOAD-EFF-DATE  TO WS-STR-EFF-DATE(WS-SET, WS-RX).
           MOVE WS-LOAD-TERM-DATE TO WS-STR-TERM-DATE(WS-SET, WS-RX).
      *---------------------------------------------------------------
      * The policy master is only needed for the policy-age rule.
      * Without it FR03 cannot fire on either side - a warning,
      * since both sides then understate the score alike.
      *---------------------------------------------------------------
       1400-OPEN-POLICY-MASTER.
           IF NOT POLICY-AGE-NEEDED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS = '00'
               SET POLICY-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID ': OPEN POLYMSTR FAILED FS='
                   WS-POLICY-STATUS ' - FR03 NOT SCORED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       1500-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER   TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           MOVE WS-FROM-DATE     TO WS-TL2-FROM.
           MOVE WS-TO-DATE       TO WS-TL2-TO.
           MOVE WS-PEND-SCORE(1) TO WS-TL2-CUR-SCORE.
           MOVE WS-PEND-SCORE(2) TO WS-TL2-NEW-SCORE.
           MOVE WS-DAY-MODE      TO WS-TL2-DAY-MODE.
           MOVE WS-FRLSNEW-FLAG  TO WS-TL3-FRLSNEW.
           MOVE WS-TRTYNEW-FLAG  TO WS-TL3-TRTYNEW.
           MOVE WS-STRLNEW-FLAG  TO WS-TL3-STRLNEW.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-TITLE-LINE-3.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           IF SECTION-BY-TYPE
               WRITE RPT-LINE FROM WS-TYPE-HEADER
           ELSE
               WRITE RPT-LINE FROM WS-COLUMN-HEADER
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 6 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * One claim: the facts both sides share, then each rule set's
      * outcome, then the comparison.
      *---------------------------------------------------------------
       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH CLMSWHIF_CURSOR
               INTO :WS-CL-POLICY-NO,     :WS-CL-CLAIM-ID,
                    :WS-CL-CLAIM-DATE,    :WS-CL-CLAIM-TYPE,
                    :WS-CL-CLAIM-AMOUNT,  :WS-CL-COVERAGE-CODE,
                    :WS-CL-STATUS,        :WS-CL-CHANNEL,
                    :WS-CL-INSERT-TS,     :WS-CL-ADJ-DATE,
                    :WS-CL-APPROVED,      :WS-CL-MEMBER-ID,
                    :WS-CL-LOSS-STATE
           END-EXEC.

           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-CL-CLAIM-TYPE NOT = WS-PRIOR-TYPE
               PERFORM 2100-START-CLAIM-TYPE
           END-IF.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD 1 TO WS-TYP-CLAIMS(WS-TX).
           PERFORM 3000-PREPARE-CLAIM.
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
               PERFORM 4000-SCORE-FRAUD
               PERFORM 5000-CEDE-CLAIM
               PERFORM 6000-LATE-INTEREST
           END-PERFORM.
           PERFORM 7000-COMPARE-OUTCOMES.
      *---------------------------------------------------------------
       2100-START-CLAIM-TYPE.
           MOVE WS-CL-CLAIM-TYPE TO WS-PRIOR-TYPE.
           IF WS-TYP-USED < WS-TYP-MAX
               ADD 1 TO WS-TYP-USED
               MOVE WS-TYP-USED      TO WS-TX
               MOVE WS-CL-CLAIM-TYPE TO WS-TYP-CODE(WS-TX)
           ELSE
               MOVE WS-TYP-MAX TO WS-TX
               MOVE '**'       TO WS-TYP-CODE(WS-TX)
           END-IF.
      *---------------------------------------------------------------
      * The type limit and near-limit pend are CLMSVALD's
      * 3250/3400 checks; a near-limit claim pends PD01 whatever it
      * scores, so its fraud score never pends it on either side.
      *---------------------------------------------------------------
       3000-PREPARE-CLAIM.
           MOVE WS-CL-CLAIM-DATE TO WS-CLAIM-DATE-DISP.
           COMPUTE WS-LOAD-DATE =
               FUNCTION NUMVAL(WS-CL-INSERT-TS(1:4)) * 10000
               + FUNCTION NUMVAL(WS-CL-INSERT-TS(6:2)) * 100
               + FUNCTION NUMVAL(WS-CL-INSERT-TS(9:2)).
           EVALUATE WS-CL-CLAIM-TYPE
               WHEN 'MD'
                   MOVE 500000.00 TO WS-TYPE-LIMIT
               WHEN 'DN'
                   MOVE  50000.00 TO WS-TYPE-LIMIT
               WHEN 'DS'
                   MOVE 250000.00 TO WS-TYPE-LIMIT
               WHEN 'LF'
                   MOVE 1000000.00 TO WS-TYPE-LIMIT
               WHEN OTHER
                   MOVE 9999999.99 TO WS-TYPE-LIMIT
           END-EVALUATE.
           COMPUTE WS-PEND-THRESHOLD ROUNDED =
               WS-TYPE-LIMIT * 0.90.
           IF WS-CL-CLAIM-AMOUNT >= WS-PEND-THRESHOLD
               SET CLAIM-NEAR-LIMIT TO TRUE
           ELSE
               MOVE 'N' TO WS-NEAR-LIMIT-FLAG
           END-IF.
           PERFORM 3100-LOOKUP-POLICY.
           PERFORM 3200-MEMBER-VELOCITY.
           PERFORM 3300-COMPUTE-LAG.
      *---------------------------------------------------------------
       3100-LOOKUP-POLICY.
           MOVE ZEROS TO WS-POL-EFFECTIVE-DATE.
           IF NOT POLICY-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-POLICY-NO TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF POL-EFFECTIVE-DATE NUMERIC
                       MOVE POL-EFFECTIVE-DATE
                           TO WS-POL-EFFECTIVE-DATE
                   END-IF
           END-READ.
      *---------------------------------------------------------------
      * CLMSVALD counts a member's claims within the night's run, up
      * to and including the claim in hand. Here that is the
      * member's claims loaded the same day, live or archived, with
      * an INSERT_TS no later than this one's.
      *---------------------------------------------------------------
       3200-MEMBER-VELOCITY.
           MOVE ZEROS TO WS-VEL-COUNT.
           IF NOT VELOCITY-NEEDED
               OR WS-CL-MEMBER-ID = SPACES
               OR WS-CL-MEMBER-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-INSERT-TS(1:10) TO WS-INSERT-DATE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-VEL-COUNT
               FROM (SELECT INSERT_TS
                     FROM CLAIMS_MASTER
                     WHERE MEMBER_ID = :WS-CL-MEMBER-ID
                       AND SUBSTR(INSERT_TS, 1, 10) = :WS-INSERT-DATE
                       AND INSERT_TS <= :WS-CL-INSERT-TS
                     UNION ALL
                     SELECT INSERT_TS
                     FROM CLAIMS_MASTER_HIST
                     WHERE MEMBER_ID = :WS-CL-MEMBER-ID
                       AND SUBSTR(INSERT_TS, 1, 10) = :WS-INSERT-DATE
                       AND INSERT_TS <= :WS-CL-INSERT-TS) V
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': VELOCITY COUNT FAILED SQLCODE=' SQLCODE
                   ' POLICY=' WS-CL-POLICY-NO
                   ' CLAIM=' WS-CL-CLAIM-ID
               MOVE ZEROS TO WS-VEL-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Decided claims only, as CLMSCOMP: received date is the date
      * portion of INSERT_TS, decided date ADJUDICATED_DATE, counted
      * through CLMSBDAY in the PARMCARD day mode.
      *---------------------------------------------------------------
       3300-COMPUTE-LAG.
           MOVE 'N' TO WS-DECIDED-FLAG.
           MOVE ZEROS TO WS-LAG-DAYS.
           IF (WS-CL-STATUS NOT = 'A' AND WS-CL-STATUS NOT = 'D')
               OR WS-CL-ADJ-DATE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RECEIVED-DATE-DISP =
               FUNCTION NUMVAL(WS-CL-INSERT-TS(1:4)) * 10000
               + FUNCTION NUMVAL(WS-CL-INSERT-TS(6:2)) * 100
               + FUNCTION NUMVAL(WS-CL-INSERT-TS(9:2)).
           MOVE WS-CL-ADJ-DATE TO WS-ADJ-DATE-DISP.
           SET BDAY-FUNC-DIFF TO TRUE.
           MOVE WS-DAY-MODE           TO BDAY-MODE.
           MOVE WS-RECEIVED-DATE-DISP TO BDAY-DATE-1.
           MOVE WS-ADJ-DATE-DISP      TO BDAY-DATE-2.
           CALL 'CLMSBDAY' USING BDAY-PARMS.
           IF BDAY-RETURN-CODE NOT = 0
               ADD 1 TO WS-LAG-FAILED
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET CLAIM-DECIDED TO TRUE.
           MOVE BDAY-DAYS TO WS-LAG-DAYS.
           IF WS-LAG-DAYS < 0
               MOVE ZEROS TO WS-LAG-DAYS
           END-IF.
      *---------------------------------------------------------------
      * Fraud score under set WS-SET - CLMSVALD's 3600/3610 against
      * this set's rules and pend score. No rules, no score.
      *---------------------------------------------------------------
       4000-SCORE-FRAUD.
           MOVE ZEROS TO WS-OC-SCORE(WS-SET).
           MOVE 'N'   TO WS-OC-FRAUD-PEND(WS-SET).
           IF WS-FRL-COUNT(WS-SET) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-SCORE-WORK.
           MOVE WS-LOAD-DATE TO WS-RULE-DATE.
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-FRL-COUNT(WS-SET)
               PERFORM 4050-CHECK-FRAUD-VERSION
               IF RULE-IN-FORCE
                   PERFORM 4100-APPLY-ONE-RULE
               END-IF
           END-PERFORM.
           IF WS-SCORE-WORK > 999
               MOVE 999 TO WS-SCORE-WORK
           END-IF.
           MOVE WS-SCORE-WORK TO WS-OC-SCORE(WS-SET).
           IF WS-SCORE-WORK >= WS-PEND-SCORE(WS-SET)
               AND NOT CLAIM-NEAR-LIMIT
               MOVE 'Y' TO WS-OC-FRAUD-PEND(WS-SET)
           END-IF.
      *---------------------------------------------------------------
      * A rule entry applies when it is effective by the rule date,
      * not expired before it, and not superseded by a later
      * version of the same rule also effective by then - the
      * version CLMSVALD loaded on the day the claim came in.
      *---------------------------------------------------------------
       4050-CHECK-FRAUD-VERSION.
           MOVE 'N' TO WS-IN-FORCE-FLAG.
           IF WS-FRL-EFF-DATE(WS-SET, WS-RX) > WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FRL-TERM-DATE(WS-SET, WS-RX) > ZEROS
               AND WS-FRL-TERM-DATE(WS-SET, WS-RX) < WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RX-NEXT = WS-RX + 1.
           IF WS-RX-NEXT <= WS-FRL-COUNT(WS-SET)
               IF WS-FRL-CODE(WS-SET, WS-RX-NEXT) =
                      WS-FRL-CODE(WS-SET, WS-RX)
                   AND WS-FRL-EFF-DATE(WS-SET, WS-RX-NEXT) >
                      WS-FRL-EFF-DATE(WS-SET, WS-RX)
                   AND WS-FRL-EFF-DATE(WS-SET, WS-RX-NEXT) <=
                      WS-RULE-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET RULE-IN-FORCE TO TRUE.
      *---------------------------------------------------------------
       4100-APPLY-ONE-RULE.
           EVALUATE WS-FRL-CODE(WS-SET, WS-RX)
               WHEN 'FR01'
                   IF WS-FRL-PARM-1(WS-SET, WS-RX) > ZEROS
                       COMPUTE WS-AMT-CENTS =
                           WS-CL-CLAIM-AMOUNT * 100
                       COMPUTE WS-PARM-CENTS =
                           WS-FRL-PARM-1(WS-SET, WS-RX) * 100
                       COMPUTE WS-MOD-CENTS = FUNCTION MOD(
                           WS-AMT-CENTS, WS-PARM-CENTS)
                       IF WS-MOD-CENTS = ZEROS
                           ADD WS-FRL-POINTS(WS-SET, WS-RX)
                               TO WS-SCORE-WORK
                       END-IF
                   END-IF
               WHEN 'FR02'
                   IF WS-FRL-PARM-1(WS-SET, WS-RX) > ZEROS
                       COMPUTE WS-MOD-WORK ROUNDED =
                           WS-TYPE-LIMIT
                           * WS-FRL-PARM-1(WS-SET, WS-RX) / 100
                       IF WS-CL-CLAIM-AMOUNT >= WS-MOD-WORK
                           ADD WS-FRL-POINTS(WS-SET, WS-RX)
                               TO WS-SCORE-WORK
                       END-IF
                   END-IF
               WHEN 'FR03'
                   IF WS-POL-EFFECTIVE-DATE > ZEROS
                       COMPUTE WS-EFF-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (WS-POL-EFFECTIVE-DATE)
                       COMPUTE WS-CLM-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (WS-CLAIM-DATE-DISP)
                       COMPUTE WS-POLICY-AGE-DAYS =
                           WS-CLM-INTEGER - WS-EFF-INTEGER
                       IF WS-POLICY-AGE-DAYS >= 0
                           AND WS-POLICY-AGE-DAYS
                               <= WS-FRL-PARM-2(WS-SET, WS-RX)
                           ADD WS-FRL-POINTS(WS-SET, WS-RX)
                               TO WS-SCORE-WORK
                       END-IF
                   END-IF
               WHEN 'FR04'
                   IF WS-VEL-COUNT > WS-FRL-PARM-2(WS-SET, WS-RX)
                       ADD WS-FRL-POINTS(WS-SET, WS-RX)
                           TO WS-SCORE-WORK
                   END-IF
               WHEN 'FR05'
                   IF WS-CL-CHANNEL = 'M'
                       AND WS-CL-CLAIM-AMOUNT
                           >= WS-FRL-PARM-1(WS-SET, WS-RX)
                       ADD WS-FRL-POINTS(WS-SET, WS-RX)
                           TO WS-SCORE-WORK
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * Ceded total under set WS-SET - CLMSCEDE's split of the
      * excess over retention, clamped the same way when a
      * coverage's shares sum past 100. Denials cede nothing.
      *---------------------------------------------------------------
       5000-CEDE-CLAIM.
           MOVE ZEROS TO WS-OC-CEDED(WS-SET).
           IF WS-CL-STATUS = 'D'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAIM-DATE-DISP TO WS-RULE-DATE.
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-TRT-COUNT(WS-SET)
               IF WS-TRT-COVERAGE(WS-SET, WS-RX)
                   = WS-CL-COVERAGE-CODE
                   PERFORM 5050-CHECK-TREATY-VERSION
                   IF RULE-IN-FORCE
                       PERFORM 5100-CEDE-TO-TREATY
                   END-IF
               END-IF
           END-PERFORM.
      *---------------------------------------------------------------
      * CLMSCEDE's version test - the treaty version in force on
      * the loss date.
      *---------------------------------------------------------------
       5050-CHECK-TREATY-VERSION.
           MOVE 'N' TO WS-IN-FORCE-FLAG.
           IF WS-TRT-EFF-DATE(WS-SET, WS-RX) > WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRT-TERM-DATE(WS-SET, WS-RX) > ZEROS
               AND WS-TRT-TERM-DATE(WS-SET, WS-RX) < WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RX-NEXT = WS-RX + 1.
           IF WS-RX-NEXT <= WS-TRT-COUNT(WS-SET)
               IF WS-TRT-COVERAGE(WS-SET, WS-RX-NEXT) =
                      WS-TRT-COVERAGE(WS-SET, WS-RX)
                   AND WS-TRT-TREATY-ID(WS-SET, WS-RX-NEXT) =
                      WS-TRT-TREATY-ID(WS-SET, WS-RX)
                   AND WS-TRT-EFF-DATE(WS-SET, WS-RX-NEXT) >
                      WS-TRT-EFF-DATE(WS-SET, WS-RX)
                   AND WS-TRT-EFF-DATE(WS-SET, WS-RX-NEXT) <=
                      WS-RULE-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET RULE-IN-FORCE TO TRUE.
      *---------------------------------------------------------------
       5100-CEDE-TO-TREATY.
           COMPUTE WS-EXCESS-AMOUNT =
               WS-CL-CLAIM-AMOUNT - WS-TRT-RETENTION(WS-SET, WS-RX).
           IF WS-EXCESS-AMOUNT NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CEDED-AMOUNT ROUNDED =
               WS-EXCESS-AMOUNT
               * WS-TRT-SHARE-PCT(WS-SET, WS-RX) / 100.
           IF WS-OC-CEDED(WS-SET) + WS-CEDED-AMOUNT > WS-EXCESS-AMOUNT
               COMPUTE WS-CEDED-AMOUNT =
                   WS-EXCESS-AMOUNT - WS-OC-CEDED(WS-SET)
               ADD 1 TO WS-CLAMP-COUNT(WS-SET)
           END-IF.
           IF WS-CEDED-AMOUNT > ZEROS
               ADD WS-CEDED-AMOUNT TO WS-OC-CEDED(WS-SET)
           END-IF.
      *---------------------------------------------------------------
      * Late flag and interest under set WS-SET - CLMSCOMP's state
      * regime lookup, limit test and 365-day interest on the
      * payable amount of a late approval.
      *---------------------------------------------------------------
       6000-LATE-INTEREST.
           MOVE 'N'   TO WS-OC-LATE(WS-SET).
           MOVE ZEROS TO WS-OC-INTEREST(WS-SET).
           MOVE WS-PROMPT-LIMIT-DAYS TO WS-OC-LIMIT-DAYS(WS-SET).
           MOVE WS-ANNUAL-RATE       TO WS-EFF-RATE.
           IF NOT CLAIM-DECIDED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAIM-DATE-DISP TO WS-RULE-DATE.
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-STR-COUNT(WS-SET)
               IF WS-STR-STATE(WS-SET, WS-RX) = WS-CL-LOSS-STATE
                   PERFORM 6050-CHECK-STATE-VERSION
                   IF RULE-IN-FORCE
                       MOVE WS-STR-DAYS(WS-SET, WS-RX)
                           TO WS-OC-LIMIT-DAYS(WS-SET)
                       MOVE WS-STR-RATE(WS-SET, WS-RX) TO WS-EFF-RATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LAG-DAYS NOT > WS-OC-LIMIT-DAYS(WS-SET)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OC-LATE(WS-SET).
           IF WS-CL-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CL-APPROVED > ZEROS
               MOVE WS-CL-APPROVED     TO WS-INTEREST-BASE
           ELSE
               MOVE WS-CL-CLAIM-AMOUNT TO WS-INTEREST-BASE
           END-IF.
           COMPUTE WS-LATE-DAYS =
               WS-LAG-DAYS - WS-OC-LIMIT-DAYS(WS-SET).
           COMPUTE WS-OC-INTEREST(WS-SET) ROUNDED =
               WS-INTEREST-BASE * (WS-EFF-RATE / 100)
               * WS-LATE-DAYS / 365.
      *---------------------------------------------------------------
      * CLMSCOMP's version test - the state's rule version in force
      * on the loss date.
      *---------------------------------------------------------------
       6050-CHECK-STATE-VERSION.
           MOVE 'N' TO WS-IN-FORCE-FLAG.
           IF WS-STR-EFF-DATE(WS-SET, WS-RX) > WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-STR-TERM-DATE(WS-SET, WS-RX) > ZEROS
               AND WS-STR-TERM-DATE(WS-SET, WS-RX) < WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RX-NEXT = WS-RX + 1.
           IF WS-RX-NEXT <= WS-STR-COUNT(WS-SET)
               IF WS-STR-STATE(WS-SET, WS-RX-NEXT) =
                      WS-STR-STATE(WS-SET, WS-RX)
                   AND WS-STR-EFF-DATE(WS-SET, WS-RX-NEXT) >
                      WS-STR-EFF-DATE(WS-SET, WS-RX)
                   AND WS-STR-EFF-DATE(WS-SET, WS-RX-NEXT) <=
                      WS-RULE-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET RULE-IN-FORCE TO TRUE.
      *---------------------------------------------------------------
      * Compare the two sides. Each rule area whose outcome differs
      * prints a line and adds to the claim type's impact. A fraud
      * score that moves without changing the pend decision is only
      * counted.
      *---------------------------------------------------------------
       7000-COMPARE-OUTCOMES.
           IF WS-OC-FRAUD-PEND(1) NOT = WS-OC-FRAUD-PEND(2)
               MOVE 'FRAUD'   TO WS-CHG-ENGINE
               IF WS-OC-FRAUD-PEND(2) = 'Y'
                   MOVE 'NEW PEND'   TO WS-CHG-TEXT
                   MOVE WS-CL-CLAIM-AMOUNT TO WS-CHG-IMPACT
                   ADD 1 TO WS-TYP-NEW-PENDS(WS-TX)
               ELSE
                   MOVE 'RELEASED'   TO WS-CHG-TEXT
                   COMPUTE WS-CHG-IMPACT = 0 - WS-CL-CLAIM-AMOUNT
                   ADD 1 TO WS-TYP-RELEASED(WS-TX)
               END-IF
               ADD WS-CHG-IMPACT TO WS-TYP-PEND-AMT(WS-TX)
               PERFORM 7500-PRINT-CHANGE
           ELSE
               IF WS-OC-SCORE(1) NOT = WS-OC-SCORE(2)
                   ADD 1 TO WS-TYP-SCORE-ONLY(WS-TX)
               END-IF
           END-IF.
           IF WS-OC-CEDED(1) NOT = WS-OC-CEDED(2)
               MOVE 'CESSION' TO WS-CHG-ENGINE
               COMPUTE WS-CHG-IMPACT =
                   WS-OC-CEDED(2) - WS-OC-CEDED(1)
               IF WS-CHG-IMPACT > ZEROS
                   MOVE 'CEDED UP'   TO WS-CHG-TEXT
               ELSE
                   MOVE 'CEDED DOWN' TO WS-CHG-TEXT
               END-IF
               ADD 1 TO WS-TYP-CES-CHG(WS-TX)
               ADD WS-CHG-IMPACT TO WS-TYP-CES-DELTA(WS-TX)
               PERFORM 7500-PRINT-CHANGE
           END-IF.
           IF WS-OC-LATE(1) NOT = WS-OC-LATE(2)
               OR WS-OC-INTEREST(1) NOT = WS-OC-INTEREST(2)
               MOVE 'INTEREST' TO WS-CHG-ENGINE
               COMPUTE WS-CHG-IMPACT =
                   WS-OC-INTEREST(2) - WS-OC-INTEREST(1)
               EVALUATE TRUE
                   WHEN WS-OC-LATE(2) = 'Y' AND WS-OC-LATE(1) = 'N'
                       MOVE 'NOW LATE'    TO WS-CHG-TEXT
                   WHEN WS-OC-LATE(2) = 'N' AND WS-OC-LATE(1) = 'Y'
                       MOVE 'NOW ON TIME' TO WS-CHG-TEXT
                   WHEN WS-CHG-IMPACT > ZEROS
                       MOVE 'INTEREST UP' TO WS-CHG-TEXT
                   WHEN OTHER
                       MOVE 'INTEREST DN' TO WS-CHG-TEXT
               END-EVALUATE
               ADD 1 TO WS-TYP-INT-CHG(WS-TX)
               ADD WS-CHG-IMPACT TO WS-TYP-INT-DELTA(WS-TX)
               PERFORM 7500-PRINT-CHANGE
           END-IF.
      *---------------------------------------------------------------
       7500-PRINT-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1500-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-CL-POLICY-NO    TO WS-DL-POLICY.
           MOVE WS-CL-CLAIM-ID     TO WS-DL-CLAIM-ID.
           MOVE WS-CL-CLAIM-TYPE   TO WS-DL-TYPE.
           MOVE WS-CLAIM-DATE-DISP TO WS-DL-CLAIM-DATE.
           MOVE WS-CHG-ENGINE      TO WS-DL-ENGINE.
           MOVE WS-CHG-TEXT        TO WS-DL-CHANGE.
           MOVE 1 TO WS-SET.
           PERFORM 7600-FORMAT-OUTCOME.
           MOVE WS-OUTCOME-TEXT    TO WS-DL-CURRENT.
           MOVE 2 TO WS-SET.
           PERFORM 7600-FORMAT-OUTCOME.
           MOVE WS-OUTCOME-TEXT    TO WS-DL-PROPOSED.
           MOVE WS-CHG-IMPACT      TO WS-DL-IMPACT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Outcome of set WS-SET in the rule area being printed:
      *   FRAUD    - SCORE nnn PASS / SCORE nnn PEND PD03
      *   CESSION  - CEDED amount
      *   INTEREST - ON TIME/limit, LATE/limit amount, or
      *              LATE/limit DENIED (a late denial owes nothing)
      *---------------------------------------------------------------
       7600-FORMAT-OUTCOME.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           EVALUATE WS-CHG-ENGINE
               WHEN 'FRAUD'
                   MOVE WS-OC-SCORE(WS-SET) TO WS-ED-SCORE
                   IF WS-OC-FRAUD-PEND(WS-SET) = 'Y'
                       STRING 'SCORE ' WS-ED-SCORE ' PEND PD03'
                           DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
                   ELSE
                       STRING 'SCORE ' WS-ED-SCORE ' PASS'
                           DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
                   END-IF
               WHEN 'CESSION'
                   MOVE WS-OC-CEDED(WS-SET) TO WS-ED-AMOUNT
                   STRING 'CEDED ' WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE WS-OC-LIMIT-DAYS(WS-SET) TO WS-ED-DAYS
                   MOVE WS-OC-INTEREST(WS-SET)   TO WS-ED-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-OC-LATE(WS-SET) = 'N'
                           STRING 'ON TIME/' WS-ED-DAYS
                               DELIMITED BY SIZE
                               INTO WS-OUTCOME-TEXT
                       WHEN WS-CL-STATUS NOT = 'A'
                           STRING 'LATE/' WS-ED-DAYS ' DENIED'
                               DELIMITED BY SIZE
                               INTO WS-OUTCOME-TEXT
                       WHEN OTHER
                           STRING 'LATE/' WS-ED-DAYS ' '
                               WS-ED-AMOUNT
                               DELIMITED BY SIZE
                               INTO WS-OUTCOME-TEXT
                   END-EVALUATE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Impact by claim type, then the grand total across types.
      *---------------------------------------------------------------
       8000-WRITE-TYPE-SUMMARY.
           IF WS-CHANGE-COUNT = 0
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1500-WRITE-PAGE-HEADER
               END-IF
               MOVE 'NO CLAIM OUTCOME CHANGES' TO WS-TT-LABEL
               MOVE ZEROS TO WS-TT-COUNT
               WRITE RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           SET SECTION-BY-TYPE TO TRUE.
           PERFORM 1500-WRITE-PAGE-HEADER.
           MOVE 'AL' TO WS-TYP-CODE(WS-GRAND-SLOT).
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TYP-USED
               PERFORM 8100-WRITE-TYPE-LINE
               ADD WS-TYP-CLAIMS(WS-TX)
                   TO WS-TYP-CLAIMS(WS-GRAND-SLOT)
               ADD WS-TYP-NEW-PENDS(WS-TX)
                   TO WS-TYP-NEW-PENDS(WS-GRAND-SLOT)
               ADD WS-TYP-RELEASED(WS-TX)
                   TO WS-TYP-RELEASED(WS-GRAND-SLOT)
               ADD WS-TYP-PEND-AMT(WS-TX)
                   TO WS-TYP-PEND-AMT(WS-GRAND-SLOT)
               ADD WS-TYP-SCORE-ONLY(WS-TX)
                   TO WS-TYP-SCORE-ONLY(WS-GRAND-SLOT)
               ADD WS-TYP-CES-CHG(WS-TX)
                   TO WS-TYP-CES-CHG(WS-GRAND-SLOT)
               ADD WS-TYP-CES-DELTA(WS-TX)
                   TO WS-TYP-CES-DELTA(WS-GRAND-SLOT)
               ADD WS-TYP-INT-CHG(WS-TX)
                   TO WS-TYP-INT-CHG(WS-GRAND-SLOT)
               ADD WS-TYP-INT-DELTA(WS-TX)
                   TO WS-TYP-INT-DELTA(WS-GRAND-SLOT)
           END-PERFORM.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE WS-GRAND-SLOT TO WS-TX.
           PERFORM 8100-WRITE-TYPE-LINE.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'CLAIMS REPLAYED'           TO WS-TT-LABEL.
           MOVE WS-CLAIM-COUNT              TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OUTCOME CHANGES LISTED'    TO WS-TT-LABEL.
           MOVE WS-CHANGE-COUNT             TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FRAUD SCORE MOVED, PEND UNCHANGED' TO WS-TT-LABEL.
           MOVE WS-TYP-SCORE-ONLY(WS-GRAND-SLOT) TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CESSIONS CLAMPED - CURRENT TREATIES' TO WS-TT-LABEL.
           MOVE WS-CLAMP-COUNT(1)           TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CESSIONS CLAMPED - PROPOSED TREATIES'
                                            TO WS-TT-LABEL.
           MOVE WS-CLAMP-COUNT(2)           TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DECIDED CLAIMS WITH UNUSABLE LAG DATES'
                                            TO WS-TT-LABEL.
           MOVE WS-LAG-FAILED               TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       8100-WRITE-TYPE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1500-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-TYP-CODE(WS-TX)       TO WS-TY-TYPE.
           MOVE WS-TYP-CLAIMS(WS-TX)     TO WS-TY-CLAIMS.
           MOVE WS-TYP-NEW-PENDS(WS-TX)  TO WS-TY-NEW-PENDS.
           MOVE WS-TYP-RELEASED(WS-TX)   TO WS-TY-RELEASED.
           MOVE WS-TYP-PEND-AMT(WS-TX)   TO WS-TY-PEND-AMT.
           MOVE WS-TYP-CES-CHG(WS-TX)    TO WS-TY-CES-CHG.
           MOVE WS-TYP-CES-DELTA(WS-TX)  TO WS-TY-CES-DELTA.
           MOVE WS-TYP-INT-CHG(WS-TX)    TO WS-TY-INT-CHG.
           MOVE WS-TYP-INT-DELTA(WS-TX)  TO WS-TY-INT-DELTA.
           WRITE RPT-LINE FROM WS-TYPE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           IF POLICY-MASTER-OPEN
               CLOSE POLICY-MASTER
           END-IF.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': CLAIMS REPLAYED=' WS-CLAIM-COUNT
                   ' CHANGES=' WS-CHANGE-COUNT
                   ' NEW PENDS=' WS-TYP-NEW-PENDS(WS-GRAND-SLOT)
                   ' RELEASED=' WS-TYP-RELEASED(WS-GRAND-SLOT).
           DISPLAY WS-PROGRAM-ID ': CEDED CHANGE='
                   WS-TYP-CES-DELTA(WS-GRAND-SLOT)
                   ' INTEREST CHANGE='
                   WS-TYP-INT-DELTA(WS-GRAND-SLOT).
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
