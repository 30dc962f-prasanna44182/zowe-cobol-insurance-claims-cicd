      *===============================================================
      * CLMSPPEX - Positive-Pay Exception Pay/Return Decisions
      * Daily step, run when the bank's positive-pay exception file
      * arrives and ahead of the bank's decision deadline (DB2
      * precompile required).
      * Reads the presented checks the bank could not match to our
      * CLMSPPAY issue file (DD PPEXIN, layout PPEXREC), looks each
      * one up on CLAIMS_PAYMENT - by PAYMENT_NO, or as a provider
      * remittance check by REMIT_NO - and prints a pay or return
      * decision for treasury to key at the bank (DD RPTFILE). Our
      * record of the check governs, whatever exception the bank
      * raised; the first rule that fails decides a return:
      *   - no check of that number was issued (not on file, paid
      *     by EFT, or fully offset and never cut)
      *   - the check was voided (CLMSPRTN) or escheated (CLMSESCH)
      *   - the check has already been paid (cleared, or the bank
      *     reports a duplicate presentment)
      *   - the amount, payee or issue date presented differs from
      *     the check as issued (payee and issue date only when the
      *     bank could read them)
      *   - the check is presented more than the stale-date limit
      *     after its issue date
      * A check that passes every rule is decided pay - typically
      * one presented before its issue record reached the bank.
      * A lookup that fails on a database error is left for
      * treasury to review (RC 8). Any return decided sets RC 4, so
      * the step flags that treasury has items to act on. Read
      * only; nothing is updated.
      * PARMCARD: cols 1-3 stale-date limit in days (default 180).
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPPEX.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-IN ASSIGN TO PPEXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPEXIN-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPEXREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Cols 1-3 =
      * stale-date limit in days. Blank or missing card uses 180.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-STALE-DAYS       PIC 9(03).
           05  FILLER              PIC X(77).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLPAYM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPPEX'.

       01  WS-FILE-STATUSES.
           05  WS-PPEXIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-PAY-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-RETURN-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-REVIEW-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-PAY-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-RETURN-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REVIEW-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-STALE-DAYS           PIC 9(03) VALUE 180.

      *---------------------------------------------------------------
      * The check as we issued it, from the payment row or summed
      * over the remittance's rows.
      *---------------------------------------------------------------
       01  WS-CHECK-FOUND-FLAG     PIC X(01) VALUE 'N'.
           88  CHECK-ON-FILE       VALUE 'Y'.
       01  WS-LOOKUP-FAILED-FLAG   PIC X(01) VALUE 'N'.
           88  LOOKUP-FAILED       VALUE 'Y'.
       01  WS-REMIT-ROWS           PIC S9(09) COMP VALUE +0.
       01  WS-ISSUE-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-EVENT-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-PRESENTED-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-DAYS-OUTSTANDING     PIC S9(07) COMP VALUE +0.

       01  WS-DECISION             PIC X(06) VALUE SPACES.
           88  DECIDE-PAY          VALUE 'PAY   '.
           88  DECIDE-RETURN       VALUE 'RETURN'.
           88  DECIDE-REVIEW       VALUE 'REVIEW'.
       01  WS-DECISION-TEXT        PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'POSITIVE PAY EXCEPTION DECISIONS'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'STALE DAYS: '.
           05  WS-TL2-STALE        PIC ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'CHECK NO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'BANK SEQ'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'RS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '     PRESENTED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        ISSUED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ISSUED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'PAYEE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'DECIDE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'REASON'.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(132) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CHECK-NO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-BANK-SEQ      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-BANK-REASON   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-PRESENTED     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-ISSUED        PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-ISSUE-DATE    PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-PAYEE         PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-DECISION      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-REASON        PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(16).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'AMOUNT: '.
           05  WS-TT-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(81) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-DECIDE-EXCEPTION UNTIL END-OF-FILE.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': POSITIVE PAY EXCEPTIONS STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN INPUT EXCEPTION-IN.
           IF WS-PPEXIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN PPEXIN FAILED FS='
                   WS-PPEXIN-STATUS
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
           PERFORM 2100-READ-EXCEPTION.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-STALE-DAYS NUMERIC
                           AND CC-STALE-DAYS > 0
                           MOVE CC-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': STALE-DATE LIMIT=' WS-STALE-DAYS
               ' DAYS'.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           MOVE WS-STALE-DAYS TO WS-TL2-STALE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-DECIDE-EXCEPTION.
           ADD 1 TO WS-INPUT-COUNT.
           PERFORM 2200-LOOKUP-CHECK.
           PERFORM 2300-DECIDE.
           EVALUATE TRUE
               WHEN DECIDE-PAY
                   ADD 1 TO WS-PAY-COUNT
                   ADD PPX-AMOUNT TO WS-PAY-TOTAL
               WHEN DECIDE-RETURN
                   ADD 1 TO WS-RETURN-COUNT
                   ADD PPX-AMOUNT TO WS-RETURN-TOTAL
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REVIEW-COUNT
                   ADD PPX-AMOUNT TO WS-REVIEW-TOTAL
           END-EVALUATE.
           PERFORM 7000-PRINT-DETAIL.
           PERFORM 2100-READ-EXCEPTION.
      *---------------------------------------------------------------
       2100-READ-EXCEPTION.
           READ EXCEPTION-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-PPEXIN-STATUS NOT = '00'
               AND WS-PPEXIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ PPEXIN FAILED FS='
                   WS-PPEXIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * The check as issued. A claimant check is its own payment
      * row; a remittance check is every claim payment riding the
      * REMIT_NO, summed - its rows share method, status and dates.
      * A claim payment number that rode a remittance never went to
      * the bank on a check of its own, so it is not matched.
      *---------------------------------------------------------------
       2200-LOOKUP-CHECK.
           MOVE 'N' TO WS-CHECK-FOUND-FLAG WS-LOOKUP-FAILED-FLAG.
           MOVE ZEROS TO WS-ISSUE-DATE.
           MOVE PPX-CHECK-NO TO DCL-PAY-PAYMENT-NO.
           EXEC SQL
               SELECT PAYEE_NAME,     PAYMENT_AMOUNT, PAYMENT_DATE,
                      STATUS,         VOID_DATE,      CLEARED_DATE,
                      PAY_METHOD
               INTO :DCL-PAY-PAYEE-NAME,   :DCL-PAY-PAYMENT-AMOUNT,
                    :DCL-PAY-PAYMENT-DATE, :DCL-PAY-STATUS,
                    :DCL-PAY-VOID-DATE,    :DCL-PAY-CLEARED-DATE,
                    :DCL-PAY-PAY-METHOD
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_NO = :DCL-PAY-PAYMENT-NO
                 AND REMIT_NO   = ' '
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CHECK-ON-FILE TO TRUE
                   MOVE DCL-PAY-PAYMENT-DATE TO WS-ISSUE-DATE
                   EXIT PARAGRAPH
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 2290-LOOKUP-FAILED
                   EXIT PARAGRAPH
           END-EVALUATE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(PAYEE_NAME), ' '),
                      COALESCE(SUM(PAYMENT_AMOUNT), 0),
                      COALESCE(MIN(PAYMENT_DATE), 0),
                      COALESCE(MAX(STATUS), ' '),
                      COALESCE(MAX(VOID_DATE), 0),
                      COALESCE(MAX(CLEARED_DATE), 0),
                      COALESCE(MAX(PAY_METHOD), ' ')
               INTO :WS-REMIT-ROWS,
                    :DCL-PAY-PAYEE-NAME,   :DCL-PAY-PAYMENT-AMOUNT,
                    :DCL-PAY-PAYMENT-DATE, :DCL-PAY-STATUS,
                    :DCL-PAY-VOID-DATE,    :DCL-PAY-CLEARED-DATE,
                    :DCL-PAY-PAY-METHOD
               FROM CLAIMS_PAYMENT
               WHERE REMIT_NO = :DCL-PAY-PAYMENT-NO
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2290-LOOKUP-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-REMIT-ROWS > 0
               SET CHECK-ON-FILE TO TRUE
               MOVE DCL-PAY-PAYMENT-DATE TO WS-ISSUE-DATE
           END-IF.
      *---------------------------------------------------------------
       2290-LOOKUP-FAILED.
           DISPLAY WS-PROGRAM-ID ': CHECK LOOKUP FAILED SQLCODE='
               SQLCODE ' CHECK=' PPX-CHECK-NO.
           SET LOOKUP-FAILED TO TRUE.
           MOVE +8 TO WS-RETURN-CODE.
      *---------------------------------------------------------------
      * The decision - the rules in the order the header lists
      * them, the first failure deciding a return.
      *---------------------------------------------------------------
       2300-DECIDE.
           MOVE SPACES TO WS-DECISION-TEXT.
           SET DECIDE-RETURN TO TRUE.
           IF LOOKUP-FAILED
               SET DECIDE-REVIEW TO TRUE
               MOVE 'LOOKUP FAILED - CHECK BY HAND' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT CHECK-ON-FILE
               MOVE 'NO SUCH CHECK ISSUED' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF DCL-PAY-PAY-METHOD = 'E'
               MOVE 'PAID BY EFT - NO CHECK ISSUED'
                   TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF DCL-PAY-PAYMENT-AMOUNT = ZEROS
               MOVE 'FULLY OFFSET - NO CHECK ISSUED'
                   TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF DCL-PAY-STATUS = 'V'
               MOVE DCL-PAY-VOID-DATE TO WS-EVENT-DATE
               STRING 'CHECK VOIDED ' WS-EVENT-DATE
                   DELIMITED BY SIZE INTO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF DCL-PAY-STATUS = 'E'
               MOVE DCL-PAY-VOID-DATE TO WS-EVENT-DATE
               STRING 'CHECK ESCHEATED ' WS-EVENT-DATE
                   DELIMITED BY SIZE INTO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF DCL-PAY-STATUS = 'C'
               MOVE DCL-PAY-CLEARED-DATE TO WS-EVENT-DATE
               STRING 'ALREADY PAID ' WS-EVENT-DATE
                   DELIMITED BY SIZE INTO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PPX-DUPLICATE
               MOVE 'DUPLICATE PRESENTMENT' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PPX-AMOUNT NOT = DCL-PAY-PAYMENT-AMOUNT
               MOVE 'AMOUNT ALTERED' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PPX-PAYEE-NAME NOT = SPACES
               AND PPX-PAYEE-NAME NOT = DCL-PAY-PAYEE-NAME
               MOVE 'PAYEE ALTERED' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PPX-ISSUE-DATE NUMERIC
               AND PPX-ISSUE-DATE > ZEROS
               AND PPX-ISSUE-DATE NOT = WS-ISSUE-DATE
               MOVE 'ISSUE DATE ALTERED' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2350-COUNT-DAYS-OUTSTANDING.
           IF WS-DAYS-OUTSTANDING > WS-STALE-DAYS
               MOVE 'STALE DATED' TO WS-DECISION-TEXT
               EXIT PARAGRAPH
           END-IF.
           SET DECIDE-PAY TO TRUE.
           MOVE 'MATCHES CHECK AS ISSUED' TO WS-DECISION-TEXT.
      *---------------------------------------------------------------
      * Days from issue to presentment; an unreadable presentment
      * date counts to today.
      *---------------------------------------------------------------
       2350-COUNT-DAYS-OUTSTANDING.
           IF PPX-PRESENTED-DATE NUMERIC
               AND PPX-PRESENTED-DATE >= WS-ISSUE-DATE
               MOVE PPX-PRESENTED-DATE TO WS-PRESENTED-DATE
           ELSE
               MOVE WS-TODAY-NUMERIC   TO WS-PRESENTED-DATE
           END-IF.
           COMPUTE WS-DAYS-OUTSTANDING =
               FUNCTION INTEGER-OF-DATE(WS-PRESENTED-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE).
      *---------------------------------------------------------------
       7000-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE PPX-CHECK-NO         TO WS-DL-CHECK-NO.
           MOVE PPX-BANK-ITEM-SEQ    TO WS-DL-BANK-SEQ.
           MOVE PPX-EXCEPTION-REASON TO WS-DL-BANK-REASON.
           MOVE PPX-AMOUNT           TO WS-DL-PRESENTED.
           IF CHECK-ON-FILE
               MOVE DCL-PAY-PAYMENT-AMOUNT TO WS-DL-ISSUED
               MOVE WS-ISSUE-DATE          TO WS-DL-ISSUE-DATE
               MOVE DCL-PAY-PAYEE-NAME     TO WS-DL-PAYEE
           ELSE
               MOVE ZEROS                  TO WS-DL-ISSUED
               MOVE ZEROS                  TO WS-DL-ISSUE-DATE
               MOVE PPX-PAYEE-NAME         TO WS-DL-PAYEE
           END-IF.
           MOVE WS-DECISION          TO WS-DL-DECISION.
           MOVE WS-DECISION-TEXT     TO WS-DL-REASON.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'ITEMS PRESENTED:' TO WS-TT-LABEL.
           MOVE WS-INPUT-COUNT     TO WS-TT-COUNT.
           COMPUTE WS-TT-AMOUNT =
               WS-PAY-TOTAL + WS-RETURN-TOTAL + WS-REVIEW-TOTAL.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DECIDED PAY:    ' TO WS-TT-LABEL.
           MOVE WS-PAY-COUNT       TO WS-TT-COUNT.
           MOVE WS-PAY-TOTAL       TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DECIDED RETURN: ' TO WS-TT-LABEL.
           MOVE WS-RETURN-COUNT    TO WS-TT-COUNT.
           MOVE WS-RETURN-TOTAL    TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FOR REVIEW:     ' TO WS-TT-LABEL.
           MOVE WS-REVIEW-COUNT    TO WS-TT-COUNT.
           MOVE WS-REVIEW-TOTAL    TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE EXCEPTION-IN RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': PRESENTED=' WS-INPUT-COUNT
                   ' PAY='    WS-PAY-COUNT
                   ' RETURN=' WS-RETURN-COUNT
                   ' REVIEW=' WS-REVIEW-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
