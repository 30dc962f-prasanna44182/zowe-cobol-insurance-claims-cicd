      *===============================================================
      * CLMSDOCR - Required-Document Checklist, Pend and Requests
      * Step 027 in CLMSJOB pipeline, run after CLMSPRCE and ahead of
      * CLMSAUTO so a claim still waiting on paperwork is never
      * auto-approved (DB2 precompile required).
      * Some claims cannot be decided without documents - a death
      * certificate on a life claim, an attending physician
      * statement on disability, itemized bills on a large medical
      * claim. The rules deck (DD DOCRULES, layout DOCRREC) says
      * which, by claim type, coverage code and billed-amount band.
      * For every open claim (status N, V, P or O):
      *   - a claim with no CLAIMS_DOCUMENT rows yet gets one row
      *     per document its type, coverage and amount call for;
      *   - a claim with a document still outstanding is pended
      *     with reason PD04 (status 'P', logged to CLAIMS_AUDIT)
      *     onto the CLMSPEND workqueue. A claim already pended for
      *     another reason keeps that reason - the release of that
      *     pend is followed by a PD04 pend on the next run while
      *     documents are still outstanding;
      *   - a document request letter in the CLMSCORR document
      *     format goes to the member's mailing address on the
      *     claimant master (DD CLMTMSTR) on the mail-house print
      *     feed (DD DOCCORR) for documents not yet asked for;
      *   - a follow-up letter goes out when the follow-up date on
      *     a requested document has come, up to the maximum number
      *     of follow-ups; the last one is flagged on the register
      *     for the examiner to decide or waive;
      *   - a PD04 claim with nothing left outstanding is released
      *     back to 'V' (normally CLMSDOCM releases it the moment
      *     the last document is logged).
      * When mail to the member's address has come back (CLMSMADR
      * returned-mail flag) the letter is not sent and the claim is
      * counted (RC 4); it goes out on the first run after the
      * address is cleared. Received and waived documents and
      * ad hoc requirements are logged through CLMSDOCM.
      * The register (DD RPTFILE) lists every action taken.
      * PARMCARD (all optional):
      *   cols  1-8  business date (CCYYMMDD), default today
      *   cols 10-12 business days from a letter to its follow-up
      *              (default 010), counted on the CLMSBDAY calendar
      *   cols 14-15 follow-up letters sent before the examiner is
      *              left to decide (default 02)
      * A missing DOCRULES DD raises no new requirements (RC 4) but
      * still pends, letters and releases against the rows on file.
      * Commits every WS-COMMIT-INTERVAL claims changed.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSDOCR.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOC-RULES-IN ASSIGN TO DOCRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCRULES-STATUS.
           SELECT OPTIONAL MEMBER-MASTER ASSIGN TO CLMTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT CORR-OUT ASSIGN TO DOCCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-RULES-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY DOCRREC.

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       FD  CORR-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CORR-LINE               PIC X(132).

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Cols 1-8 =
      * business date (CCYYMMDD), cols 10-12 = follow-up business
      * days, cols 14-15 = follow-up letters before the examiner
      * decides. Blank fields keep their defaults.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  CC-FOLLOWUP-DAYS    PIC 9(03).
           05  FILLER              PIC X(01).
           05  CC-MAX-FOLLOWUPS    PIC 9(02).
           05  FILLER              PIC X(65).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLDOCS.
           COPY DCLAUDIT.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSDOCR'.

           COPY RREGPARM.
           COPY BDAYPARM.

       01  WS-FILE-STATUSES.
           05  WS-DOCRULES-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-CORR-STATUS      PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-EXAMINED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-CHECKLIST-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-RAISED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-PENDED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-REQUEST-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-FOLLOWUP-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-FINAL-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-HELD-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-NO-ADDR-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-LETTER-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.
       01  WS-DOC-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  DOC-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-MEMBER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MEMBER-MASTER-OPEN  VALUE 'Y'.
       01  WS-CLAIM-CHANGED-FLAG   PIC X(01) VALUE 'N'.
           88  CLAIM-CHANGED       VALUE 'Y'.
       01  WS-CHECKLIST-FLAG       PIC X(01) VALUE 'N'.
           88  CHECKLIST-READ      VALUE 'Y'.
      *---------------------------------------------------------------
      * The member's mailing address for the letter in hand - found
      * (printable), returned (letter held), or none on file
      * (printed to the claimant name alone, as CLMSCORR does).
      *---------------------------------------------------------------
       01  WS-MBR-ADDR-FLAG        PIC X(01) VALUE 'N'.
           88  MBR-ADDR-FOUND      VALUE 'Y'.
           88  MBR-ADDR-HELD       VALUE 'R'.
           88  MBR-ADDR-NONE       VALUE 'N'.
       01  WS-LETTER-TYPE          PIC X(01) VALUE SPACES.
           88  LETTER-REQUEST      VALUE 'R'.
           88  LETTER-FOLLOWUP     VALUE 'F'.

      *---------------------------------------------------------------
      * Required-document rules (DD DOCRULES, layout DOCRREC),
      * loaded up front like CLMSVALD's fraud rules.
      *---------------------------------------------------------------
       01  WS-DRL-TBL-MAX          PIC 9(03) VALUE 100.
       01  WS-DRL-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-DRL-TABLE.
           05  WS-DRL-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-DRL-IDX.
               10  WS-DRL-CLAIM-TYPE   PIC X(02).
               10  WS-DRL-COVERAGE     PIC X(03).
               10  WS-DRL-AMOUNT-LOW   PIC 9(07)V99.
               10  WS-DRL-AMOUNT-HIGH  PIC 9(07)V99.
               10  WS-DRL-DOC-CODE     PIC X(04).
               10  WS-DRL-DOC-DESC     PIC X(30).
       01  WS-DRL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-DOC-RULES    VALUE 'Y'.

      *---------------------------------------------------------------
      * Follow-up timing, PARMCARD-overridable.
      *---------------------------------------------------------------
       01  WS-FOLLOWUP-DAYS        PIC 9(03) VALUE 010.
       01  WS-MAX-FOLLOWUPS        PIC 9(02) VALUE 02.
       01  WS-MAX-FOLLOWUPS-DB2    PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * The claim's checklist as it stands - rows on file, still
      * outstanding, outstanding but never asked for, and asked for
      * with the follow-up now due.
      *---------------------------------------------------------------
       01  WS-DOC-COUNT            PIC S9(09) COMP VALUE +0.
       01  WS-OPEN-COUNT           PIC S9(09) COMP VALUE +0.
       01  WS-UNREQUESTED-COUNT    PIC S9(09) COMP VALUE +0.
       01  WS-DUE-COUNT            PIC S9(09) COMP VALUE +0.
       01  WS-DUE-FOLLOWUPS        PIC S9(04) COMP VALUE +0.
       01  WS-FIRST-REQUEST-DB2    PIC S9(08) COMP-3 VALUE +0.
       01  WS-RAISED-FOR-CLAIM     PIC S9(04) COMP VALUE +0.
       01  WS-OLD-STATUS           PIC X(01) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DB2            PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-NEXT-FOLLOWUP        PIC 9(08) VALUE ZEROS.
       01  WS-NEXT-FOLLOWUP-DB2    PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-DATE-WORK            PIC 9(08) VALUE ZEROS.
       01  WS-DATE-EDIT            PIC X(10) VALUE SPACES.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * Open claims. ORDER BY makes the cursor read-only, so the
      * claim is pended or released by key; WITH HOLD keeps it open
      * across the interim COMMITs.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSDOCR_CURSOR CURSOR WITH HOLD FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIMANT_NAME,
                      CLAIM_DATE, CLAIM_TYPE, CLAIM_AMOUNT,
                      COVERAGE_CODE, STATUS, PEND_REASON,
                      MEMBER_ID
               FROM CLAIMS_MASTER
               WHERE STATUS IN ('N', 'V', 'P', 'O')
               ORDER BY POLICY_NO, CLAIM_ID
           END-EXEC.

      *---------------------------------------------------------------
      * The claim's outstanding documents, for the letter.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSDOCR_DOC_CURSOR CURSOR FOR
               SELECT DOC_CODE, DOC_DESC
               FROM CLAIMS_DOCUMENT
               WHERE POLICY_NO  = :DCL-POLICY-NO
                 AND CLAIM_ID   = :DCL-CLAIM-ID
                 AND DOC_STATUS = 'O'
               ORDER BY DOC_CODE
           END-EXEC.

      *---------------------------------------------------------------
      * Letter layouts - the CLMSCORR document format: title, a
      * separator, addressee and address block, the claim reference,
      * a separator, then the body. One letter per page.
      *---------------------------------------------------------------
       01  WS-DOC-TITLE-REQUEST.
           05  FILLER              PIC X(40)
               VALUE 'REQUEST FOR CLAIM DOCUMENTS'.
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-DOC-TITLE-FOLLOWUP.
           05  FILLER              PIC X(40)
               VALUE 'FOLLOW-UP REQUEST FOR CLAIM DOCUMENTS'.
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-ADDRESSEE-LINE.
           05  FILLER              PIC X(04) VALUE 'TO: '.
           05  WS-AD-CLAIMANT      PIC X(30).
           05  FILLER              PIC X(98) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-AL-TEXT          PIC X(64).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  WS-CLAIM-REF-LINE.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-CR-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'CLAIM: '.
           05  WS-CR-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'SERVICE DATE: '.
           05  WS-CR-CLAIM-DATE    PIC X(10).
           05  FILLER              PIC X(69) VALUE SPACES.

       01  WS-REQUEST-TEXT-LINE.
           05  FILLER              PIC X(60)
               VALUE 'WE NEED THE DOCUMENTS LISTED BELOW BEFORE WE CAN'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-REQUEST-TEXT-LINE-2.
           05  FILLER              PIC X(60)
               VALUE 'DECIDE YOUR CLAIM.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-FOLLOWUP-TEXT-LINE.
           05  FILLER              PIC X(14)
               VALUE 'WE WROTE ON '.
           05  WS-FT-REQUEST-DATE  PIC X(10).
           05  FILLER              PIC X(36)
               VALUE ' ASKING FOR THE DOCUMENTS LISTED'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-FOLLOWUP-TEXT-LINE-2.
           05  FILLER              PIC X(60)
               VALUE 'BELOW AND HAVE NOT YET RECEIVED THEM.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-DOC-ITEM-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DI-DOC-CODE      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DI-DOC-DESC      PIC X(30).
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-RESPOND-TEXT-LINE.
           05  FILLER              PIC X(28)
               VALUE 'PLEASE SEND THEM BY '.
           05  WS-RT-RESPOND-DATE  PIC X(10).
           05  FILLER              PIC X(22)
               VALUE ', QUOTING THE POLICY'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-RESPOND-TEXT-LINE-2.
           05  FILLER              PIC X(60)
               VALUE 'AND CLAIM NUMBERS ABOVE.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-LETTER-SEPARATOR.
           05  FILLER              PIC X(70)  VALUE ALL '-'.
           05  FILLER              PIC X(62)  VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

      *---------------------------------------------------------------
      * Register layouts.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'REQUIRED-DOCUMENT REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'FOLLOW-UP DAYS: '.
           05  WS-TL2-FOLLOWUP     PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'MAX FOLLOW-UPS:'.
           05  WS-TL2-MAX          PIC ZZ9.
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'TP'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        BILLED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'ST'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'OPEN'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'ACTION'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(100) VALUE ALL '-'.
           05  FILLER              PIC X(32)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-BILLED        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-OPEN          PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION        PIC X(40).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CLAIM UNTIL END-OF-CURSOR.
           EXEC SQL CLOSE CLMSDOCR_CURSOR END-EXEC.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 8800-REGISTER-START.
           DISPLAY WS-PROGRAM-ID ': REQUIRED-DOCUMENT RUN STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           MOVE WS-TODAY-NUMERIC TO WS-TODAY-DB2.
           MOVE WS-MAX-FOLLOWUPS TO WS-MAX-FOLLOWUPS-DB2.
           PERFORM 1070-SET-NEXT-FOLLOWUP.
           PERFORM 1080-LOAD-DOC-RULES.
           OPEN OUTPUT CORR-OUT.
           IF WS-CORR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN DOCCORR FAILED FS='
                   WS-CORR-STATUS
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
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS = '00'
               SET MEMBER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': CLMTMSTR NOT AVAILABLE FS=' WS-MEMBER-STATUS
                   ' - REQUEST LETTERS UNADDRESSED'
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           EXEC SQL OPEN CLMSDOCR_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-BUSINESS-DATE NUMERIC
                           AND CC-BUSINESS-DATE > 0
                           MOVE CC-BUSINESS-DATE TO WS-TODAY-NUMERIC
                       END-IF
                       IF CC-FOLLOWUP-DAYS NUMERIC
                           AND CC-FOLLOWUP-DAYS > 0
                           MOVE CC-FOLLOWUP-DAYS TO WS-FOLLOWUP-DAYS
                       END-IF
                       IF CC-MAX-FOLLOWUPS NUMERIC
                           AND CC-MAX-FOLLOWUPS > 0
                           MOVE CC-MAX-FOLLOWUPS TO WS-MAX-FOLLOWUPS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': BUSINESS DATE=' WS-TODAY-NUMERIC
               ' FOLLOW-UP DAYS=' WS-FOLLOWUP-DAYS
               ' MAX FOLLOW-UPS=' WS-MAX-FOLLOWUPS.
      *---------------------------------------------------------------
      * Every letter written today asks for a reply by the same
      * business day, which is also when its follow-up falls due.
      * An unusable calendar answer falls back to calendar days so
      * the letters still carry a date.
      *---------------------------------------------------------------
       1070-SET-NEXT-FOLLOWUP.
           SET BDAY-FUNC-ADD       TO TRUE.
           SET BDAY-MODE-BUSINESS  TO TRUE.
           MOVE WS-TODAY-NUMERIC   TO BDAY-DATE-1.
           MOVE WS-FOLLOWUP-DAYS   TO BDAY-DAYS.
           CALL 'CLMSBDAY' USING BDAY-PARMS.
           IF BDAY-RETURN-CODE = 0
               MOVE BDAY-DATE-2 TO WS-NEXT-FOLLOWUP
           ELSE
               DISPLAY WS-PROGRAM-ID ': CLMSBDAY RC='
                   BDAY-RETURN-CODE ' - FOLLOW-UP IN CALENDAR DAYS'
               COMPUTE WS-NEXT-FOLLOWUP = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC)
                   + WS-FOLLOWUP-DAYS)
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-NEXT-FOLLOWUP TO WS-NEXT-FOLLOWUP-DB2.
      *---------------------------------------------------------------
      * Document rules. A missing DOCRULES DD raises nothing new -
      * the checklists already on file are still worked.
      *---------------------------------------------------------------
       1080-LOAD-DOC-RULES.
           OPEN INPUT DOC-RULES-IN.
           IF WS-DOCRULES-STATUS NOT = '00'
               SET END-OF-DOC-RULES TO TRUE
               DISPLAY WS-PROGRAM-ID
                   ': DOCRULES NOT AVAILABLE FS=' WS-DOCRULES-STATUS
                   ' - NO NEW REQUIREMENTS THIS RUN'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-DOC-RULES
               READ DOC-RULES-IN
                   AT END SET END-OF-DOC-RULES TO TRUE
                   NOT AT END PERFORM 1090-STORE-DOC-RULE
               END-READ
           END-PERFORM.
           CLOSE DOC-RULES-IN.
           DISPLAY WS-PROGRAM-ID ': DOCUMENT RULES LOADED='
               WS-DRL-COUNT.
      *---------------------------------------------------------------
       1090-STORE-DOC-RULE.
           IF NOT DRL-TYPE-VALID
               OR DRL-DOC-CODE = SPACES
               OR DRL-AMOUNT-LOW NOT NUMERIC
               OR DRL-AMOUNT-HIGH NOT NUMERIC
               DISPLAY WS-PROGRAM-ID ': BAD DOCUMENT RULE IGNORED '
                   'TYPE=' DRL-CLAIM-TYPE ' DOC=' DRL-DOC-CODE
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-DRL-COUNT >= WS-DRL-TBL-MAX
               DISPLAY WS-PROGRAM-ID ': DOCUMENT RULE TABLE FULL AT '
                   WS-DRL-TBL-MAX ' - REMAINDER IGNORED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET END-OF-DOC-RULES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DRL-COUNT.
           SET WS-DRL-IDX TO WS-DRL-COUNT.
           MOVE DRL-CLAIM-TYPE    TO WS-DRL-CLAIM-TYPE (WS-DRL-IDX).
           MOVE DRL-COVERAGE-CODE TO WS-DRL-COVERAGE (WS-DRL-IDX).
           MOVE DRL-AMOUNT-LOW    TO WS-DRL-AMOUNT-LOW (WS-DRL-IDX).
           MOVE DRL-AMOUNT-HIGH   TO WS-DRL-AMOUNT-HIGH (WS-DRL-IDX).
           MOVE DRL-DOC-CODE      TO WS-DRL-DOC-CODE (WS-DRL-IDX).
           MOVE DRL-DOC-DESC      TO WS-DRL-DOC-DESC (WS-DRL-IDX).
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           MOVE WS-TODAY-NUMERIC TO WS-DATE-WORK.
           PERFORM 7900-EDIT-DATE.
           MOVE WS-DATE-EDIT     TO WS-TL2-DATE.
           MOVE WS-FOLLOWUP-DAYS TO WS-TL2-FOLLOWUP.
           MOVE WS-MAX-FOLLOWUPS TO WS-TL2-MAX.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * One open claim: raise its checklist the first time it is
      * seen, then pend, letter or release on what is outstanding.
      *---------------------------------------------------------------
       2000-PROCESS-CLAIM.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE 'N' TO WS-CLAIM-CHANGED-FLAG.
           PERFORM 2200-COUNT-DOCUMENTS.
           IF CHECKLIST-READ
               AND WS-DOC-COUNT = 0 AND WS-DRL-COUNT > 0
               PERFORM 2300-RAISE-CHECKLIST
               IF WS-RAISED-FOR-CLAIM > 0
                   PERFORM 2200-COUNT-DOCUMENTS
               END-IF
           END-IF.
           IF CHECKLIST-READ
               IF WS-OPEN-COUNT = 0
                   IF DCL-STATUS = 'P' AND DCL-PEND-REASON = 'PD04'
                       PERFORM 2600-RELEASE-CLAIM
                   END-IF
               ELSE
                   IF DCL-STATUS NOT = 'P'
                       PERFORM 2500-PEND-CLAIM
                   END-IF
                   PERFORM 2700-SEND-LETTER
               END-IF
           END-IF.
           IF CLAIM-CHANGED
               ADD 1 TO WS-COMMIT-COUNT
               IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                   PERFORM 2900-INTERIM-COMMIT
               END-IF
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CLMSDOCR_CURSOR
               INTO :DCL-POLICY-NO,     :DCL-CLAIM-ID,
                    :DCL-CLAIMANT-NAME, :DCL-CLAIM-DATE,
                    :DCL-CLAIM-TYPE,    :DCL-CLAIM-AMOUNT,
                    :DCL-COVERAGE-CODE, :DCL-STATUS,
                    :DCL-PEND-REASON,   :DCL-MEMBER-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': FETCH FAILED SQLCODE='
                       SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * The claim's checklist counts in one pass. A follow-up is
      * due on a requested document whose follow-up date has come;
      * the date is zeroed once the last follow-up has gone out.
      *---------------------------------------------------------------
       2200-COUNT-DOCUMENTS.
           MOVE 'N' TO WS-CHECKLIST-FLAG.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN DOC_STATUS = 'O'
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DOC_STATUS = 'O'
                                    AND REQUEST_DATE = 0
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DOC_STATUS = 'O'
                                    AND REQUEST_DATE > 0
                                    AND FOLLOWUP_DATE > 0
                                    AND FOLLOWUP_DATE <= :WS-TODAY-DB2
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(MAX(CASE WHEN DOC_STATUS = 'O'
                                    AND REQUEST_DATE > 0
                                    AND FOLLOWUP_DATE > 0
                                    AND FOLLOWUP_DATE <= :WS-TODAY-DB2
                                   THEN FOLLOWUP_COUNT
                                   ELSE 0 END), 0),
                      COALESCE(MIN(CASE WHEN DOC_STATUS = 'O'
                                    AND REQUEST_DATE > 0
                                   THEN REQUEST_DATE END), 0)
               INTO :WS-DOC-COUNT,         :WS-OPEN-COUNT,
                    :WS-UNREQUESTED-COUNT, :WS-DUE-COUNT,
                    :WS-DUE-FOLLOWUPS,     :WS-FIRST-REQUEST-DB2
               FROM CLAIMS_DOCUMENT
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CHECKLIST LOOKUP FAILED '
                   'SQLCODE=' SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               SET CHECKLIST-READ TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Every rule the claim's type, coverage and billed amount
      * match becomes an outstanding document. A code two rules
      * both call for is asked for once (the second insert is a
      * duplicate key and is passed over).
      *---------------------------------------------------------------
       2300-RAISE-CHECKLIST.
           MOVE ZEROS TO WS-RAISED-FOR-CLAIM.
           PERFORM VARYING WS-DRL-IDX FROM 1 BY 1
                   UNTIL WS-DRL-IDX > WS-DRL-COUNT
               IF WS-DRL-CLAIM-TYPE (WS-DRL-IDX) = DCL-CLAIM-TYPE
                   AND (WS-DRL-COVERAGE (WS-DRL-IDX) = SPACES
                     OR WS-DRL-COVERAGE (WS-DRL-IDX)
                        = DCL-COVERAGE-CODE)
                   AND DCL-CLAIM-AMOUNT
                       >= WS-DRL-AMOUNT-LOW (WS-DRL-IDX)
                   AND (WS-DRL-AMOUNT-HIGH (WS-DRL-IDX) = ZEROS
                     OR DCL-CLAIM-AMOUNT
                        <= WS-DRL-AMOUNT-HIGH (WS-DRL-IDX))
                   PERFORM 2350-INSERT-REQUIREMENT
               END-IF
           END-PERFORM.
           IF WS-RAISED-FOR-CLAIM > 0
               ADD 1 TO WS-CHECKLIST-COUNT
               MOVE 'Y' TO WS-CLAIM-CHANGED-FLAG
               MOVE WS-RAISED-FOR-CLAIM TO WS-DL-OPEN
               MOVE 'CHECKLIST RAISED FROM DOCUMENT RULES'
                   TO WS-DL-ACTION
               PERFORM 7000-PRINT-DETAIL
           END-IF.
      *---------------------------------------------------------------
       2350-INSERT-REQUIREMENT.
           MOVE DCL-POLICY-NO  TO DCL-DOC-POLICY-NO.
           MOVE DCL-CLAIM-ID   TO DCL-DOC-CLAIM-ID.
           MOVE WS-DRL-DOC-CODE (WS-DRL-IDX) TO DCL-DOC-CODE.
           MOVE WS-DRL-DOC-DESC (WS-DRL-IDX) TO DCL-DOC-DESC.
           MOVE 'O'            TO DCL-DOC-STATUS.
           MOVE 'R'            TO DCL-DOC-SOURCE.
           MOVE ZEROS          TO DCL-DOC-REQUEST-DATE
                                  DCL-DOC-FOLLOWUP-DATE
                                  DCL-DOC-FOLLOWUP-COUNT
                                  DCL-DOC-RECEIVED-DATE.
           MOVE SPACES         TO DCL-DOC-LOGGED-BY.
           EXEC SQL
               SET :DCL-DOC-INSERT-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_DOCUMENT
               (POLICY_NO,      CLAIM_ID,       DOC_CODE,
                DOC_DESC,       DOC_STATUS,     SOURCE,
                REQUEST_DATE,   FOLLOWUP_DATE,  FOLLOWUP_COUNT,
                RECEIVED_DATE,  LOGGED_BY,      INSERT_TS)
               VALUES
               (:DCL-DOC-POLICY-NO,     :DCL-DOC-CLAIM-ID,
                :DCL-DOC-CODE,          :DCL-DOC-DESC,
                :DCL-DOC-STATUS,        :DCL-DOC-SOURCE,
                :DCL-DOC-REQUEST-DATE,  :DCL-DOC-FOLLOWUP-DATE,
                :DCL-DOC-FOLLOWUP-COUNT, :DCL-DOC-RECEIVED-DATE,
                :DCL-DOC-LOGGED-BY,     :DCL-DOC-INSERT-TS)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RAISED-FOR-CLAIM
                   ADD 1 TO WS-RAISED-COUNT
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': REQUIREMENT INSERT FAILED '
                       'SQLCODE=' SQLCODE ' POLICY=' DCL-POLICY-NO
                       ' CLAIM=' DCL-CLAIM-ID ' DOC=' DCL-DOC-CODE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Outstanding documents hold the claim: pend it PD04 so no
      * one decides it short of its paperwork.
      *---------------------------------------------------------------
       2500-PEND-CLAIM.
           MOVE DCL-STATUS TO WS-OLD-STATUS.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET STATUS      = 'P',
                   PEND_REASON = 'PD04'
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': PEND UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P'    TO DCL-STATUS.
           MOVE 'PD04' TO DCL-PEND-REASON.
           MOVE 'Y'    TO WS-CLAIM-CHANGED-FLAG.
           ADD 1 TO WS-PENDED-COUNT.
           PERFORM 2800-LOG-AUDIT.
           MOVE WS-OPEN-COUNT TO WS-DL-OPEN.
           MOVE 'PENDED PD04 - DOCUMENTS OUTSTANDING' TO WS-DL-ACTION.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Nothing left outstanding on a PD04 claim - back to 'V' for
      * adjudication.
      *---------------------------------------------------------------
       2600-RELEASE-CLAIM.
           MOVE DCL-STATUS TO WS-OLD-STATUS.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET STATUS      = 'V',
                   PEND_REASON = '    '
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': RELEASE UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V'    TO DCL-STATUS.
           MOVE SPACES TO DCL-PEND-REASON.
           MOVE 'Y'    TO WS-CLAIM-CHANGED-FLAG.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 2800-LOG-AUDIT.
           MOVE ZEROS TO WS-DL-OPEN.
           MOVE 'RELEASED - DOCUMENTS COMPLETE' TO WS-DL-ACTION.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * A request letter for documents never asked for; otherwise a
      * follow-up when one is due. Returned mail holds the letter -
      * nothing is stamped, so it goes on the first run after the
      * address is cleared.
      *---------------------------------------------------------------
       2700-SEND-LETTER.
           EVALUATE TRUE
               WHEN WS-UNREQUESTED-COUNT > 0
                   SET LETTER-REQUEST  TO TRUE
               WHEN WS-DUE-COUNT > 0
                   SET LETTER-FOLLOWUP TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 2710-FIND-MEMBER-ADDRESS.
           IF MBR-ADDR-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-OPEN-COUNT TO WS-DL-OPEN
               MOVE 'LETTER HELD - RETURNED MAIL' TO WS-DL-ACTION
               PERFORM 7000-PRINT-DETAIL
               DISPLAY WS-PROGRAM-ID ': MAIL RETURNED - LETTER HELD '
                   'MEMBER=' DCL-MEMBER-ID
                   ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LETTER-REQUEST
               PERFORM 2750-STAMP-REQUESTED
           ELSE
               PERFORM 2760-STAMP-FOLLOWUP
           END-IF.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4000-WRITE-LETTER.
           MOVE 'Y' TO WS-CLAIM-CHANGED-FLAG.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-OPEN-COUNT TO WS-DL-OPEN.
           IF LETTER-REQUEST
               ADD 1 TO WS-REQUEST-COUNT
               MOVE 'REQUEST LETTER SENT' TO WS-DL-ACTION
           ELSE
               ADD 1 TO WS-FOLLOWUP-COUNT
               IF WS-DUE-FOLLOWUPS + 1 >= WS-MAX-FOLLOWUPS
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE 'FINAL FOLLOW-UP SENT - EXAMINER TO DECIDE'
                       TO WS-DL-ACTION
               ELSE
                   MOVE 'FOLLOW-UP LETTER SENT' TO WS-DL-ACTION
               END-IF
           END-IF.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Leaves MEMBER-RECORD holding the claimant's address segment
      * when one is on file.
      *---------------------------------------------------------------
       2710-FIND-MEMBER-ADDRESS.
           SET MBR-ADDR-NONE TO TRUE.
           IF NOT MEMBER-MASTER-OPEN
               OR DCL-MEMBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MBR-ADDR-LINE-1 = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF MBR-ADDRESS-RETURNED
               SET MBR-ADDR-HELD TO TRUE
           ELSE
               SET MBR-ADDR-FOUND TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * First request: the documents never asked for are stamped
      * requested today with their follow-up due on the reply date.
      *---------------------------------------------------------------
       2750-STAMP-REQUESTED.
           EXEC SQL
               UPDATE CLAIMS_DOCUMENT
               SET REQUEST_DATE  = :WS-TODAY-DB2,
                   FOLLOWUP_DATE = :WS-NEXT-FOLLOWUP-DB2
               WHERE POLICY_NO    = :DCL-POLICY-NO
                 AND CLAIM_ID     = :DCL-CLAIM-ID
                 AND DOC_STATUS   = 'O'
                 AND REQUEST_DATE = 0
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY WS-PROGRAM-ID ': REQUEST STAMP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
      * Follow-up: the documents it chased count one more follow-up
      * and are due again on the new reply date - or never again
      * once the maximum has gone out.
      *---------------------------------------------------------------
       2760-STAMP-FOLLOWUP.
           EXEC SQL
               UPDATE CLAIMS_DOCUMENT
               SET FOLLOWUP_COUNT = FOLLOWUP_COUNT + 1,
                   FOLLOWUP_DATE  =
                       CASE WHEN FOLLOWUP_COUNT + 1
                                 >= :WS-MAX-FOLLOWUPS-DB2
                            THEN 0
                            ELSE :WS-NEXT-FOLLOWUP-DB2 END
               WHERE POLICY_NO     = :DCL-POLICY-NO
                 AND CLAIM_ID      = :DCL-CLAIM-ID
                 AND DOC_STATUS    = 'O'
                 AND REQUEST_DATE  > 0
                 AND FOLLOWUP_DATE > 0
                 AND FOLLOWUP_DATE <= :WS-TODAY-DB2
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY WS-PROGRAM-ID ': FOLLOW-UP STAMP FAILED '
                   'SQLCODE=' SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       2800-LOG-AUDIT.
           MOVE DCL-POLICY-NO  TO DCL-AUD-POLICY-NO.
           MOVE DCL-CLAIM-ID   TO DCL-AUD-CLAIM-ID.
           MOVE WS-OLD-STATUS  TO DCL-AUD-OLD-STATUS.
           MOVE DCL-STATUS     TO DCL-AUD-NEW-STATUS.
           MOVE WS-PROGRAM-ID  TO DCL-AUD-CHANGED-BY.
           EXEC SQL
               SET :DCL-AUD-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_AUDIT
               (POLICY_NO,          CLAIM_ID,           OLD_STATUS,
                NEW_STATUS,         CHANGED_BY,         CHANGE_TS)
               VALUES
               (:DCL-AUD-POLICY-NO, :DCL-AUD-CLAIM-ID,
                :DCL-AUD-OLD-STATUS, :DCL-AUD-NEW-STATUS,
                :DCL-AUD-CHANGED-BY, :DCL-AUD-CHANGE-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': AUDIT INSERT FAILED='
                   SQLCODE ' POLICY=' DCL-AUD-POLICY-NO
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2900-INTERIM-COMMIT.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': INTERIM COMMIT FAILED='
                   SQLCODE
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-COMMIT-COUNT
           END-IF.
      *---------------------------------------------------------------
       3000-FINAL-COMMIT.
           IF WS-COMMIT-COUNT > 0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': FINAL COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * One letter per page: header and address block as CLMSCORR
      * writes them, the body, then every document still
      * outstanding on the claim.
      *---------------------------------------------------------------
       4000-WRITE-LETTER.
           IF LETTER-REQUEST
               WRITE CORR-LINE FROM WS-DOC-TITLE-REQUEST
                   AFTER ADVANCING PAGE
           ELSE
               WRITE CORR-LINE FROM WS-DOC-TITLE-FOLLOWUP
                   AFTER ADVANCING PAGE
           END-IF.
           PERFORM 4100-WRITE-DOC-HEADER.
           IF LETTER-FOLLOWUP
               MOVE WS-FIRST-REQUEST-DB2 TO WS-DATE-WORK
               PERFORM 7900-EDIT-DATE
               MOVE WS-DATE-EDIT TO WS-FT-REQUEST-DATE
               WRITE CORR-LINE FROM WS-FOLLOWUP-TEXT-LINE
               WRITE CORR-LINE FROM WS-FOLLOWUP-TEXT-LINE-2
           ELSE
               WRITE CORR-LINE FROM WS-REQUEST-TEXT-LINE
               WRITE CORR-LINE FROM WS-REQUEST-TEXT-LINE-2
           END-IF.
           WRITE CORR-LINE FROM WS-BLANK-LINE.
           PERFORM 4200-WRITE-DOCUMENT-LIST.
           WRITE CORR-LINE FROM WS-BLANK-LINE.
           MOVE WS-NEXT-FOLLOWUP TO WS-DATE-WORK.
           PERFORM 7900-EDIT-DATE.
           MOVE WS-DATE-EDIT TO WS-RT-RESPOND-DATE.
           WRITE CORR-LINE FROM WS-RESPOND-TEXT-LINE.
           WRITE CORR-LINE FROM WS-RESPOND-TEXT-LINE-2.
      *---------------------------------------------------------------
       4100-WRITE-DOC-HEADER.
           WRITE CORR-LINE FROM WS-LETTER-SEPARATOR.
           MOVE DCL-CLAIMANT-NAME TO WS-AD-CLAIMANT.
           WRITE CORR-LINE FROM WS-ADDRESSEE-LINE.
           IF MBR-ADDR-FOUND
               PERFORM 4150-WRITE-MEMBER-ADDRESS
           ELSE
               ADD 1 TO WS-NO-ADDR-COUNT
           END-IF.
           MOVE DCL-POLICY-NO  TO WS-CR-POLICY.
           MOVE DCL-CLAIM-ID   TO WS-CR-CLAIM-ID.
           MOVE DCL-CLAIM-DATE TO WS-DATE-WORK.
           PERFORM 7900-EDIT-DATE.
           MOVE WS-DATE-EDIT   TO WS-CR-CLAIM-DATE.
           WRITE CORR-LINE FROM WS-CLAIM-REF-LINE.
           WRITE CORR-LINE FROM WS-LETTER-SEPARATOR.
      *---------------------------------------------------------------
       4150-WRITE-MEMBER-ADDRESS.
           MOVE MBR-ADDR-LINE-1 TO WS-AL-TEXT.
           WRITE CORR-LINE FROM WS-ADDRESS-LINE.
           IF MBR-ADDR-LINE-2 NOT = SPACES
               MOVE MBR-ADDR-LINE-2 TO WS-AL-TEXT
               WRITE CORR-LINE FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-AL-TEXT.
           STRING MBR-CITY     DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  MBR-STATE    DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  MBR-ZIP-CODE DELIMITED BY SIZE
               INTO WS-AL-TEXT.
           WRITE CORR-LINE FROM WS-ADDRESS-LINE.
      *---------------------------------------------------------------
       4200-WRITE-DOCUMENT-LIST.
           MOVE 'N' TO WS-DOC-FETCH-DONE.
           EXEC SQL OPEN CLMSDOCR_DOC_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': DOCUMENT CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET DOC-FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 4250-FETCH-DOCUMENT UNTIL DOC-FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSDOCR_DOC_CURSOR END-EXEC.
      *---------------------------------------------------------------
       4250-FETCH-DOCUMENT.
           EXEC SQL
               FETCH CLMSDOCR_DOC_CURSOR
               INTO :DCL-DOC-CODE, :DCL-DOC-DESC
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DCL-DOC-CODE TO WS-DI-DOC-CODE
                   MOVE DCL-DOC-DESC TO WS-DI-DOC-DESC
                   WRITE CORR-LINE FROM WS-DOC-ITEM-LINE
               WHEN +100
                   SET DOC-FETCH-COMPLETE TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': DOCUMENT FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET DOC-FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
       7000-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-POLICY-NO    TO WS-DL-POLICY.
           MOVE DCL-CLAIM-ID     TO WS-DL-CLAIM-ID.
           MOVE DCL-CLAIM-TYPE   TO WS-DL-CLAIM-TYPE.
           MOVE DCL-CLAIM-AMOUNT TO WS-DL-BILLED.
           MOVE DCL-STATUS       TO WS-DL-STATUS.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * CCYYMMDD in WS-DATE-WORK to CCYY-MM-DD in WS-DATE-EDIT.
      *---------------------------------------------------------------
       7900-EDIT-DATE.
           MOVE SPACES TO WS-DATE-EDIT.
           IF WS-DATE-WORK > 0
               STRING WS-DATE-WORK(1:4) '-' WS-DATE-WORK(5:2)
                      '-' WS-DATE-WORK(7:2)
                   DELIMITED BY SIZE INTO WS-DATE-EDIT
           END-IF.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'OPEN CLAIMS EXAMINED:'      TO WS-TOT-LABEL.
           MOVE WS-EXAMINED-COUNT            TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHECKLISTS RAISED:'         TO WS-TOT-LABEL.
           MOVE WS-CHECKLIST-COUNT           TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DOCUMENTS REQUIRED:'        TO WS-TOT-LABEL.
           MOVE WS-RAISED-COUNT              TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLAIMS PENDED PD04:'        TO WS-TOT-LABEL.
           MOVE WS-PENDED-COUNT              TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REQUEST LETTERS:'           TO WS-TOT-LABEL.
           MOVE WS-REQUEST-COUNT             TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FOLLOW-UP LETTERS:'         TO WS-TOT-LABEL.
           MOVE WS-FOLLOWUP-COUNT            TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '  FINAL FOLLOW-UPS:'        TO WS-TOT-LABEL.
           MOVE WS-FINAL-COUNT               TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LETTERS HELD-RETURNED MAIL:' TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNT                TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLAIMS RELEASED:'           TO WS-TOT-LABEL.
           MOVE WS-RELEASED-COUNT            TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ERRORS:'                    TO WS-TOT-LABEL.
           MOVE WS-ERROR-COUNT               TO WS-TOT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
      * Run-registry bookkeeping (CLMSRREG), as the other pipeline
      * steps do.
      *---------------------------------------------------------------
       8800-REGISTER-START.
           SET RREG-ACTION-START TO TRUE.
           MOVE 'CLMSDOCR' TO RREG-STEP-NAME.
           MOVE ZEROS TO RREG-INPUT-COUNT RREG-OUTPUT-COUNT
                         RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       8900-REGISTER-END.
           SET RREG-ACTION-END TO TRUE.
           MOVE 'CLMSDOCR' TO RREG-STEP-NAME.
           MOVE WS-EXAMINED-COUNT  TO RREG-INPUT-COUNT.
           MOVE WS-LETTER-COUNT    TO RREG-OUTPUT-COUNT.
           MOVE WS-RETURN-CODE TO RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 8900-REGISTER-END.
           CLOSE CORR-OUT RPT-OUT.
           IF MEMBER-MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': EXAMINED=' WS-EXAMINED-COUNT
                   ' CHECKLISTS=' WS-CHECKLIST-COUNT
                   ' DOCUMENTS=' WS-RAISED-COUNT
                   ' PENDED=' WS-PENDED-COUNT
                   ' RELEASED=' WS-RELEASED-COUNT.
           DISPLAY WS-PROGRAM-ID ': REQUESTS=' WS-REQUEST-COUNT
                   ' FOLLOW-UPS=' WS-FOLLOWUP-COUNT
                   ' FINAL=' WS-FINAL-COUNT
                   ' HELD=' WS-HELD-COUNT
                   ' NO MEMBER ADDRESS=' WS-NO-ADDR-COUNT
                   ' ERRORS=' WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
