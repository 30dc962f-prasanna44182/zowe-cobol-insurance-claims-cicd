      *===============================================================
      * CLMSBNFM - Life Beneficiary Designation Maintenance
      * Run ahead of the nightly CLMSJOB pipeline as signed
      * designation forms and beneficiary death notices are keyed.
      * Applies add/change/revoke/deceased transactions (DD BNFTIN,
      * layout BNFTREC) against the BENEMSTR cluster with field
      * edits, writes a before/after change report, and prints
      * control totals. BENEMSTR is what CLMSPAY splits an approved
      * life claim across, so every change to who is paid is on the
      * report trail.
      * The policy must be on POLYMSTR. Records are never deleted -
      * a revoked or deceased beneficiary stays on file with its
      * status, so a claim on an earlier death can still be traced
      * to the designation it was paid under.
      * After the transactions, the whole file is checked: a policy
      * whose primary shares (active and deceased) do not total
      * 100, or whose contingent shares total neither 0 nor 100, is
      * listed as a share exception (RC 4). CLMSPAY still pays such
      * a policy, pro rata to the shares on file.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSBNFM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENE-TXN-IN ASSIGN TO BNFTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BNFTIN-STATUS.
           SELECT BENE-MASTER ASSIGN TO BENEMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-BENE-KEY
               FILE STATUS IS WS-BENE-STATUS.
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
       FD  BENE-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY BNFTREC.

       FD  BENE-MASTER.
           COPY BNFYREC.

       FD  POLICY-MASTER.
           COPY POLYREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSBNFM'.

       01  WS-FILE-STATUSES.
           05  WS-BNFTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-BENE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-POLICY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ADD-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-REVOKE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-DECEASED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT  PIC 9(07) VALUE ZEROS.

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
      * Share check - one policy's class totals accumulated while
      * the file is read in key order.
      *---------------------------------------------------------------
       01  WS-SCAN-DONE-FLAG       PIC X(01) VALUE 'N'.
           88  SCAN-DONE           VALUE 'Y'.
       01  WS-CHECK-POLICY         PIC X(10) VALUE SPACES.
       01  WS-PRIMARY-PCT          PIC 9(05)V99 VALUE ZEROS.
       01  WS-CONTINGENT-PCT       PIC 9(05)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      * Before-image held for the change report while the master
      * record is updated in place.
      *---------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BF-CLASS         PIC X(01).
           05  WS-BF-NAME          PIC X(30).
           05  WS-BF-SHARE-PCT     PIC 9(03)V99.
           05  WS-BF-STATUS        PIC X(01).
           05  WS-BF-DEATH-DATE    PIC 9(08).
           05  WS-BF-CITY          PIC X(20).
           05  WS-BF-STATE         PIC X(02).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'BENEFICIARY DESIGNATION MAINTENANCE REPORT'.
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
           05  FILLER              PIC X(12) VALUE 'BENEFICIARY '.
           05  WS-AL-POLICY        PIC X(10).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-SEQ           PIC 9(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-RESULT        PIC X(30).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG           PIC X(08).
           05  FILLER              PIC X(06) VALUE 'CLASS='.
           05  WS-IL-CLASS         PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-NAME          PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'SHARE='.
           05  WS-IL-SHARE-PCT     PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'STATUS='.
           05  WS-IL-STATUS        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'DEATH='.
           05  WS-IL-DEATH-DATE    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-CITY          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-IL-STATE         PIC X(02).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER              PIC X(50)
               VALUE 'DESIGNATION SHARE EXCEPTIONS'.
           05  FILLER              PIC X(82) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-XL-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'PRIMARY='.
           05  WS-XL-PRIMARY       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CONTINGENT='.
           05  WS-XL-CONTINGENT    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(69) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 6000-CHECK-SHARES.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': BENEFICIARY MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT BENE-TXN-IN.
           IF WS-BNFTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN BNFTIN FAILED FS='
                   WS-BNFTIN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BENE-MASTER.
           IF WS-BENE-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN BENEMSTR FAILED FS='
                   WS-BENE-STATUS
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
                   WHEN BNT-ACTION-ADD
                       PERFORM 3000-APPLY-ADD
                   WHEN BNT-ACTION-CHANGE
                       PERFORM 4000-APPLY-CHANGE
                   WHEN BNT-ACTION-REVOKE
                       PERFORM 5000-APPLY-REVOKE
                   WHEN BNT-ACTION-DECEASED
                       PERFORM 5500-APPLY-DECEASED
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
           READ BENE-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-BNFTIN-STATUS NOT = '00'
               AND WS-BNFTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ BNFTIN FAILED FS='
                   WS-BNFTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common edits - every action carries the full key of the
      * beneficiary it adds or touches, on a policy we know.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           IF NOT BNT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF BNT-POLICY-NUMBER = SPACES
               OR BNT-POLICY-NUMBER = LOW-VALUES
               MOVE 'POLICY NUMBER BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF BNT-BENE-SEQ NOT NUMERIC
               OR BNT-BENE-SEQ = ZEROS
               MOVE 'DESIGNATION SEQ REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE BNT-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE 'POLICY NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
       3000-APPLY-ADD.
           SET TXN-FAILED TO TRUE.
           IF NOT BNT-CLASS-VALID
               MOVE 'INVALID CLASS' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF BNT-NAME = SPACES
               MOVE 'BENEFICIARY NAME BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF BNT-SHARE-PCT NOT NUMERIC
               OR BNT-SHARE-PCT = ZEROS
               OR BNT-SHARE-PCT > 100
               MOVE 'SHARE MUST BE 0.01-100' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES              TO BENEFICIARY-RECORD.
           MOVE BNT-BENE-KEY        TO BNF-BENE-KEY.
           MOVE BNT-CLASS           TO BNF-CLASS.
           MOVE BNT-NAME            TO BNF-NAME.
           MOVE BNT-RELATIONSHIP    TO BNF-RELATIONSHIP.
           MOVE BNT-SHARE-PCT       TO BNF-SHARE-PCT.
           MOVE 'A'                 TO BNF-STATUS.
           MOVE ZEROS               TO BNF-DEATH-DATE.
           MOVE BNT-TAX-ID          TO BNF-TAX-ID.
           MOVE BNT-ADDRESS         TO BNF-ADDRESS.
      *---------------------------------------------------------------
      * Blank card columns arrive as spaces - an unsigned-date add
      * is taken as signed today.
      *---------------------------------------------------------------
           IF BNT-EVENT-DATE NUMERIC
               AND BNT-EVENT-DATE > ZEROS
               MOVE BNT-EVENT-DATE   TO BNF-SIGNED-DATE
           ELSE
               MOVE WS-TODAY-NUMERIC TO BNF-SIGNED-DATE
           END-IF.
           MOVE WS-TODAY-NUMERIC    TO BNF-LAST-MAINT-DATE.
           MOVE BNT-ENTERED-BY      TO BNF-LAST-MAINT-BY.
           WRITE BENEFICIARY-RECORD
               INVALID KEY
                   MOVE 'DESIGNATION ALREADY ON FILE' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-WRITE.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed.
      * A revoked beneficiary is not reinstated by a change; the
      * owner's new designation is an add.
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
           MOVE BNT-BENE-KEY TO BNF-BENE-KEY.
           READ BENE-MASTER
               INVALID KEY
                   MOVE 'DESIGNATION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF BNF-REVOKED
               MOVE 'DESIGNATION REVOKED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           IF BNT-CLASS NOT = SPACES
               IF NOT BNT-CLASS-VALID
                   MOVE 'INVALID CLASS' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE BNT-CLASS TO BNF-CLASS
           END-IF.
           IF BNT-SHARE-PCT NUMERIC
               AND BNT-SHARE-PCT > ZEROS
               IF BNT-SHARE-PCT > 100
                   MOVE 'SHARE MUST BE 0.01-100' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE BNT-SHARE-PCT TO BNF-SHARE-PCT
           END-IF.
           IF BNT-NAME NOT = SPACES
               MOVE BNT-NAME TO BNF-NAME
           END-IF.
           IF BNT-RELATIONSHIP NOT = SPACES
               MOVE BNT-RELATIONSHIP TO BNF-RELATIONSHIP
           END-IF.
           IF BNT-TAX-ID NOT = SPACES
               MOVE BNT-TAX-ID TO BNF-TAX-ID
           END-IF.
           IF BNT-ADDRESS NOT = SPACES
               MOVE BNT-ADDRESS TO BNF-ADDRESS
           END-IF.
           IF BNT-EVENT-DATE NUMERIC
               AND BNT-EVENT-DATE > ZEROS
               MOVE BNT-EVENT-DATE TO BNF-SIGNED-DATE
           END-IF.
           MOVE WS-TODAY-NUMERIC TO BNF-LAST-MAINT-DATE.
           MOVE BNT-ENTERED-BY   TO BNF-LAST-MAINT-BY.
           REWRITE BENEFICIARY-RECORD
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
      * Revoke - the beneficiary takes nothing from any later claim.
      *---------------------------------------------------------------
       5000-APPLY-REVOKE.
           SET TXN-FAILED TO TRUE.
           MOVE BNT-BENE-KEY TO BNF-BENE-KEY.
           READ BENE-MASTER
               INVALID KEY
                   MOVE 'DESIGNATION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF BNF-REVOKED
               MOVE 'ALREADY REVOKED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           MOVE 'R'              TO BNF-STATUS.
           MOVE WS-TODAY-NUMERIC TO BNF-LAST-MAINT-DATE.
           MOVE BNT-ENTERED-BY   TO BNF-LAST-MAINT-BY.
           REWRITE BENEFICIARY-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-REVOKE-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
      * Deceased - the date of death decides, claim by claim,
      * whether the beneficiary survived the insured.
      *---------------------------------------------------------------
       5500-APPLY-DECEASED.
           SET TXN-FAILED TO TRUE.
           IF BNT-EVENT-DATE NOT NUMERIC
               OR BNT-EVENT-DATE = ZEROS
               MOVE 'DATE OF DEATH REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF BNT-EVENT-DATE > WS-TODAY-NUMERIC
               MOVE 'DATE OF DEATH IN FUTURE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE BNT-BENE-KEY TO BNF-BENE-KEY.
           READ BENE-MASTER
               INVALID KEY
                   MOVE 'DESIGNATION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF BNF-REVOKED
               MOVE 'DESIGNATION REVOKED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           MOVE 'D'              TO BNF-STATUS.
           MOVE BNT-EVENT-DATE   TO BNF-DEATH-DATE.
           MOVE WS-TODAY-NUMERIC TO BNF-LAST-MAINT-DATE.
           MOVE BNT-ENTERED-BY   TO BNF-LAST-MAINT-BY.
           REWRITE BENEFICIARY-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-DECEASED-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
      * Share check over the whole file in key order. Revoked
      * beneficiaries are out of the designation; deceased ones
      * still count - their share is redistributed at claim time
      * only if they died before the insured.
      *---------------------------------------------------------------
       6000-CHECK-SHARES.
           MOVE 'N'    TO WS-SCAN-DONE-FLAG.
           MOVE SPACES TO WS-CHECK-POLICY.
           MOVE ZEROS  TO WS-PRIMARY-PCT WS-CONTINGENT-PCT.
           MOVE LOW-VALUES TO BNF-BENE-KEY.
           START BENE-MASTER KEY NOT < BNF-BENE-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ BENE-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF BNF-POLICY-NUMBER NOT = WS-CHECK-POLICY
                           PERFORM 6100-CLOSE-POLICY
                           MOVE BNF-POLICY-NUMBER TO WS-CHECK-POLICY
                       END-IF
                       IF NOT BNF-REVOKED
                           IF BNF-PRIMARY
                               ADD BNF-SHARE-PCT TO WS-PRIMARY-PCT
                           ELSE
                               ADD BNF-SHARE-PCT TO WS-CONTINGENT-PCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 6100-CLOSE-POLICY.
      *---------------------------------------------------------------
       6100-CLOSE-POLICY.
           IF WS-CHECK-POLICY NOT = SPACES
               IF WS-PRIMARY-PCT NOT = 100
                   OR (WS-CONTINGENT-PCT NOT = ZEROS
                       AND WS-CONTINGENT-PCT NOT = 100)
                   PERFORM 6200-PRINT-EXCEPTION
               END-IF
           END-IF.
           MOVE ZEROS TO WS-PRIMARY-PCT WS-CONTINGENT-PCT.
      *---------------------------------------------------------------
       6200-PRINT-EXCEPTION.
           IF WS-EXCEPTION-COUNT = ZEROS
               OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
               WRITE RPT-LINE FROM WS-EXCEPTION-HEADER
               WRITE RPT-LINE FROM WS-SEPARATOR-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CHECK-POLICY   TO WS-XL-POLICY.
           MOVE WS-PRIMARY-PCT    TO WS-XL-PRIMARY.
           MOVE WS-CONTINGENT-PCT TO WS-XL-CONTINGENT.
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN BNT-ACTION-ADD
                   MOVE 'ADD       ' TO WS-AL-ACTION
               WHEN BNT-ACTION-CHANGE
                   MOVE 'CHANGE    ' TO WS-AL-ACTION
               WHEN BNT-ACTION-REVOKE
                   MOVE 'REVOKE    ' TO WS-AL-ACTION
               WHEN BNT-ACTION-DECEASED
                   MOVE 'DECEASED  ' TO WS-AL-ACTION
               WHEN OTHER
                   MOVE BNT-ACTION   TO WS-AL-ACTION
           END-EVALUATE.
           MOVE BNT-POLICY-NUMBER TO WS-AL-POLICY.
           IF BNT-BENE-SEQ NUMERIC
               MOVE BNT-BENE-SEQ  TO WS-AL-SEQ
           ELSE
               MOVE ZEROS         TO WS-AL-SEQ
           END-IF.
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
           MOVE BNF-CLASS           TO WS-BF-CLASS.
           MOVE BNF-NAME            TO WS-BF-NAME.
           MOVE BNF-SHARE-PCT       TO WS-BF-SHARE-PCT.
           MOVE BNF-STATUS          TO WS-BF-STATUS.
           MOVE BNF-DEATH-DATE      TO WS-BF-DEATH-DATE.
           MOVE BNF-CITY            TO WS-BF-CITY.
           MOVE BNF-STATE           TO WS-BF-STATE.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '          TO WS-IL-TAG.
           MOVE BNF-CLASS           TO WS-IL-CLASS.
           MOVE BNF-NAME            TO WS-IL-NAME.
           MOVE BNF-SHARE-PCT       TO WS-IL-SHARE-PCT.
           MOVE BNF-STATUS          TO WS-IL-STATUS.
           MOVE BNF-DEATH-DATE      TO WS-IL-DEATH-DATE.
           MOVE BNF-CITY            TO WS-IL-CITY.
           MOVE BNF-STATE           TO WS-IL-STATE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7400-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: '          TO WS-IL-TAG.
           MOVE WS-BF-CLASS         TO WS-IL-CLASS.
           MOVE WS-BF-NAME          TO WS-IL-NAME.
           MOVE WS-BF-SHARE-PCT     TO WS-IL-SHARE-PCT.
           MOVE WS-BF-STATUS        TO WS-IL-STATUS.
           MOVE WS-BF-DEATH-DATE    TO WS-IL-DEATH-DATE.
           MOVE WS-BF-CITY          TO WS-IL-CITY.
           MOVE WS-BF-STATE         TO WS-IL-STATE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:      ' TO WS-TL-LABEL.
           MOVE WS-INPUT-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BENEFICIARIES ADDED:    ' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT               TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BENEFICIARIES CHANGED:  ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BENEFICIARIES REVOKED:  ' TO WS-TL-LABEL.
           MOVE WS-REVOKE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEATHS RECORDED:        ' TO WS-TL-LABEL.
           MOVE WS-DECEASED-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHARE EXCEPTIONS:       ' TO WS-TL-LABEL.
           MOVE WS-EXCEPTION-COUNT         TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE BENE-TXN-IN BENE-MASTER POLICY-MASTER RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='   WS-INPUT-COUNT
                   ' ADDS='     WS-ADD-COUNT
                   ' CHANGES='  WS-CHANGE-COUNT
                   ' REVOKES='  WS-REVOKE-COUNT
                   ' DEATHS='   WS-DECEASED-COUNT
                   ' ERRORS='   WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': SHARE EXCEPTIONS='
                   WS-EXCEPTION-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
