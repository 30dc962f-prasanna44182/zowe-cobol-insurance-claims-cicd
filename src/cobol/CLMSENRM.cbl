      *===============================================================
      * CLMSENRM - Member Enrollment Span Maintenance
      * Run ahead of the nightly CLMSJOB pipeline as each employer
      * group's periodic enrollment feed arrives.
      * Applies add/change/terminate transactions (DD ENRTIN, layout
      * ENRTREC) against the ENRLMSTR cluster with field edits,
      * writes a before/after change report, and prints control
      * totals. ENRLMSTR is what CLMSVALD checks a claim's member
      * against: a member with no span on the policy covering the
      * claim date rejects at intake, so every drop the groups send
      * is on the report trail.
      * The policy must be on POLYMSTR. An added span may not
      * overlap another span of the same member on the same policy,
      * nor may a change or terminate that moves a span's term date;
      * re-enrollment after a gap is an add with the new effective
      * date, and the earlier span stays on file for older claims.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSENRM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-TXN-IN ASSIGN TO ENRTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENRTIN-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO ENRLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-ENROLL-KEY
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT POLICY-MASTER ASSIGN TO POLYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY ENRTREC.

       FD  ENROLL-MASTER.
           COPY ENRLREC.

       FD  POLICY-MASTER.
           COPY POLYREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSENRM'.

       01  WS-FILE-STATUSES.
           05  WS-ENRTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-ENRL-STATUS      PIC X(02) VALUE SPACES.
           05  WS-POLICY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ADD-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-TERM-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.

       01  WS-TXN-OK-FLAG          PIC X(01) VALUE 'N'.
           88  TXN-OK              VALUE 'Y'.
           88  TXN-FAILED          VALUE 'N'.

       01  WS-ERROR-TEXT           PIC X(30) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Overlap check for an add, or a span whose term date is being
      * moved - the span runs from its effective date to its term
      * date (zero = open-ended, carried as 99999999 for the
      * comparison). The span being changed is not checked against
      * itself, and is held aside while the scan reads the cluster.
      *---------------------------------------------------------------
       01  WS-NEW-TERM-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-OLD-TERM-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-SCAN-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  SCAN-DONE           VALUE 'Y'.
       01  WS-OVERLAP-FLAG         PIC X(01) VALUE 'N'.
           88  SPAN-OVERLAPS       VALUE 'Y'.
       01  WS-HELD-SPAN            PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------
      * Before-image held for the change report while the master
      * record is updated in place.
      *---------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BF-TERM-DATE     PIC 9(08).
           05  WS-BF-RELATIONSHIP  PIC X(01).
           05  WS-BF-GROUP-ID      PIC X(08).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'MEMBER ENROLLMENT MAINTENANCE REPORT'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(90)  VALUE ALL '-'.
           05  FILLER              PIC X(42)  VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER              PIC X(08) VALUE 'ACTION: '.
           05  WS-AL-ACTION        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'SPAN '.
           05  WS-AL-POLICY        PIC X(10).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-MEMBER        PIC X(09).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-EFF-DATE      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-RESULT        PIC X(30).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG           PIC X(08).
           05  FILLER              PIC X(05) VALUE 'REL='.
           05  WS-IL-RELATIONSHIP  PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'TERM='.
           05  WS-IL-TERM-DATE     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'GROUP='.
           05  WS-IL-GROUP-ID      PIC X(08).
           05  FILLER              PIC X(87) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': ENROLLMENT MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT ENROLL-TXN-IN.
           IF WS-ENRTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN ENRTIN FAILED FS='
                   WS-ENRTIN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ENROLL-MASTER.
           IF WS-ENRL-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN ENRLMSTR FAILED FS='
                   WS-ENRL-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN POLYMSTR FAILED FS='
                   WS-POLICY-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           PERFORM 2100-READ-TXN.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 3 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-PROCESS-TXN.
           ADD 1 TO WS-INPUT-COUNT.
           SET TXN-FAILED TO TRUE.
           MOVE SPACES TO WS-ERROR-TEXT.
           PERFORM 2200-EDIT-TXN.
           IF TXN-OK
               EVALUATE TRUE
                   WHEN ENT-ACTION-ADD
                       PERFORM 3000-APPLY-ADD
                   WHEN ENT-ACTION-CHANGE
                       PERFORM 4000-APPLY-CHANGE
                   WHEN ENT-ACTION-TERMINATE
                       PERFORM 5000-APPLY-TERMINATE
               END-EVALUATE
           END-IF.
           IF TXN-FAILED
               ADD 1 TO WS-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               PERFORM 7100-PRINT-ACTION-LINE
           END-IF.
           PERFORM 2100-READ-TXN.
      *---------------------------------------------------------------
       2100-READ-TXN.
           READ ENROLL-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-ENRTIN-STATUS NOT = '00'
               AND WS-ENRTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ ENRTIN FAILED FS='
                   WS-ENRTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common edits - every action carries the full key of the span
      * it adds or touches, on a policy we know.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           IF NOT ENT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF ENT-POLICY-NUMBER = SPACES
               OR ENT-POLICY-NUMBER = LOW-VALUES
               MOVE 'POLICY NUMBER BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF ENT-MEMBER-ID = SPACES
               OR ENT-MEMBER-ID = LOW-VALUES
               MOVE 'MEMBER ID BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF ENT-EFF-DATE NOT NUMERIC
               OR ENT-EFF-DATE = ZEROS
               MOVE 'EFFECTIVE DATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE 'POLICY NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
       3000-APPLY-ADD.
           SET TXN-FAILED TO TRUE.
           IF NOT ENT-RELATIONSHIP-VALID
               MOVE 'INVALID RELATIONSHIP' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
      *---------------------------------------------------------------
      * Blank card columns arrive as spaces - an open-ended span
      * must still carry a numeric zero term date for CLMSVALD.
      *---------------------------------------------------------------
           IF ENT-TERM-DATE NUMERIC
               MOVE ENT-TERM-DATE TO WS-NEW-TERM-DATE
           ELSE
               MOVE ZEROS         TO WS-NEW-TERM-DATE
           END-IF.
           IF WS-NEW-TERM-DATE > ZEROS
               AND WS-NEW-TERM-DATE < ENT-EFF-DATE
               MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-CHECK-OVERLAP.
           IF SPAN-OVERLAPS
               MOVE 'OVERLAPS A SPAN ON FILE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ENROLL-KEY      TO ENR-ENROLL-KEY.
           MOVE WS-NEW-TERM-DATE    TO ENR-TERM-DATE.
           MOVE ENT-RELATIONSHIP    TO ENR-RELATIONSHIP.
           MOVE ENT-GROUP-ID        TO ENR-GROUP-ID.
           MOVE WS-TODAY-NUMERIC    TO ENR-LAST-MAINT-DATE.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   MOVE 'SPAN ALREADY ON FILE' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-WRITE.
      *---------------------------------------------------------------
      * Walk the member's spans on this policy, other than the one
      * keyed on the transaction. Two spans overlap when each starts
      * on or before the other ends.
      *---------------------------------------------------------------
       3100-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-FLAG WS-SCAN-DONE-FLAG.
           IF WS-NEW-TERM-DATE = ZEROS
               MOVE 99999999 TO WS-NEW-TERM-DATE
           END-IF.
           MOVE ENT-POLICY-NUMBER TO ENR-POLICY-NUMBER.
           MOVE ENT-MEMBER-ID     TO ENR-MEMBER-ID.
           MOVE ZEROS             TO ENR-EFF-DATE.
           START ENROLL-MASTER KEY NOT < ENR-ENROLL-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ ENROLL-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF ENR-POLICY-NUMBER NOT = ENT-POLICY-NUMBER
                           OR ENR-MEMBER-ID NOT = ENT-MEMBER-ID
                           OR ENR-EFF-DATE > WS-NEW-TERM-DATE
                           SET SCAN-DONE TO TRUE
                       ELSE
                           IF ENR-EFF-DATE NOT = ENT-EFF-DATE
                               PERFORM 3150-TEST-SPAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NEW-TERM-DATE = 99999999
               MOVE ZEROS TO WS-NEW-TERM-DATE
           END-IF.
      *---------------------------------------------------------------
       3150-TEST-SPAN.
           MOVE ENR-TERM-DATE TO WS-OLD-TERM-DATE.
           IF WS-OLD-TERM-DATE = ZEROS
               MOVE 99999999 TO WS-OLD-TERM-DATE
           END-IF.
           IF WS-OLD-TERM-DATE >= ENT-EFF-DATE
               SET SPAN-OVERLAPS TO TRUE
               SET SCAN-DONE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed.
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
           MOVE ENT-ENROLL-KEY TO ENR-ENROLL-KEY.
           READ ENROLL-MASTER
               INVALID KEY
                   MOVE 'SPAN NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           IF ENT-RELATIONSHIP NOT = SPACES
               IF NOT ENT-RELATIONSHIP-VALID
                   MOVE 'INVALID RELATIONSHIP' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE ENT-RELATIONSHIP TO ENR-RELATIONSHIP
           END-IF.
           IF ENT-TERM-DATE NUMERIC
               AND ENT-TERM-DATE > ZEROS
               IF ENT-TERM-DATE < ENR-EFF-DATE
                   MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE ENT-TERM-DATE TO ENR-TERM-DATE
           END-IF.
           IF ENT-GROUP-ID NOT = SPACES
               MOVE ENT-GROUP-ID TO ENR-GROUP-ID
           END-IF.
           IF ENR-TERM-DATE NOT = WS-BF-TERM-DATE
               PERFORM 4100-RECHECK-OVERLAP
               IF WS-ERROR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-TODAY-NUMERIC TO ENR-LAST-MAINT-DATE.
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
      * A span whose term date moves must not run into another of
      * the member's spans. The updated span is held while 3100
      * scans, then put back over a fresh read of its own record
      * for the REWRITE.
      *---------------------------------------------------------------
       4100-RECHECK-OVERLAP.
           MOVE ENROLLMENT-RECORD TO WS-HELD-SPAN.
           MOVE ENR-TERM-DATE     TO WS-NEW-TERM-DATE.
           PERFORM 3100-CHECK-OVERLAP.
           MOVE ENT-ENROLL-KEY TO ENR-ENROLL-KEY.
           READ ENROLL-MASTER
               INVALID KEY
                   MOVE 'SPAN NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF SPAN-OVERLAPS
               MOVE 'NEW TERM OVERLAPS A SPAN' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HELD-SPAN TO ENROLLMENT-RECORD.
      *---------------------------------------------------------------
      * Terminate - the member is no longer covered after the term
      * date. Spans are never deleted: claims with earlier loss
      * dates still validate against them.
      *---------------------------------------------------------------
       5000-APPLY-TERMINATE.
           SET TXN-FAILED TO TRUE.
           IF ENT-TERM-DATE NOT NUMERIC
               OR ENT-TERM-DATE = ZEROS
               MOVE 'TERM DATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ENROLL-KEY TO ENR-ENROLL-KEY.
           READ ENROLL-MASTER
               INVALID KEY
                   MOVE 'SPAN NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF ENT-TERM-DATE < ENR-EFF-DATE
               MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           MOVE ENT-TERM-DATE    TO ENR-TERM-DATE.
           IF ENR-TERM-DATE NOT = WS-BF-TERM-DATE
               PERFORM 4100-RECHECK-OVERLAP
               IF WS-ERROR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-TODAY-NUMERIC TO ENR-LAST-MAINT-DATE.
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-TERM-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN ENT-ACTION-ADD
                   MOVE 'ADD       ' TO WS-AL-ACTION
               WHEN ENT-ACTION-CHANGE
                   MOVE 'CHANGE    ' TO WS-AL-ACTION
               WHEN ENT-ACTION-TERMINATE
                   MOVE 'TERMINATE ' TO WS-AL-ACTION
               WHEN OTHER
                   MOVE ENT-ACTION   TO WS-AL-ACTION
           END-EVALUATE.
           MOVE ENT-POLICY-NUMBER TO WS-AL-POLICY.
           MOVE ENT-MEMBER-ID     TO WS-AL-MEMBER.
           MOVE ENT-EFF-DATE      TO WS-AL-EFF-DATE.
           MOVE SPACES TO WS-AL-RESULT.
           IF TXN-OK
               MOVE 'APPLIED' TO WS-AL-RESULT
           ELSE
               STRING '*** ' WS-ERROR-TEXT DELIMITED BY '  '
                   INTO WS-AL-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-ACTION-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7200-SAVE-BEFORE-IMAGE.
           MOVE ENR-TERM-DATE       TO WS-BF-TERM-DATE.
           MOVE ENR-RELATIONSHIP    TO WS-BF-RELATIONSHIP.
           MOVE ENR-GROUP-ID        TO WS-BF-GROUP-ID.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '          TO WS-IL-TAG.
           MOVE ENR-RELATIONSHIP    TO WS-IL-RELATIONSHIP.
           MOVE ENR-TERM-DATE       TO WS-IL-TERM-DATE.
           MOVE ENR-GROUP-ID        TO WS-IL-GROUP-ID.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7400-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: '          TO WS-IL-TAG.
           MOVE WS-BF-RELATIONSHIP  TO WS-IL-RELATIONSHIP.
           MOVE WS-BF-TERM-DATE     TO WS-IL-TERM-DATE.
           MOVE WS-BF-GROUP-ID      TO WS-IL-GROUP-ID.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:      ' TO WS-TL-LABEL.
           MOVE WS-INPUT-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SPANS ADDED:            ' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT               TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SPANS CHANGED:          ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SPANS TERMINATED:       ' TO WS-TL-LABEL.
           MOVE WS-TERM-COUNT              TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE ENROLL-TXN-IN ENROLL-MASTER POLICY-MASTER RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='   WS-INPUT-COUNT
                   ' ADDS='    WS-ADD-COUNT
                   ' CHANGES=' WS-CHANGE-COUNT
                   ' TERMS='   WS-TERM-COUNT
                   ' ERRORS='  WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
