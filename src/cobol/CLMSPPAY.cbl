      *===============================================================
      * CLMSPPAY - Positive-Pay Issue File for Check Disbursements
      * Daily step, run once the day's CLMSPAY bank files, any
      * CLMSPRTN returns and (at month end) the CLMSESCH cycle are
      * complete, ahead of the bank's positive-pay cutoff (DB2
      * precompile required).
      * Builds the positive-pay issue file (DD PPAYOUT, layout
      * PPAYREC) the bank checks every presented item against, so a
      * forged or altered check is caught at the window instead of
      * clearing. Read only over CLAIMS_PAYMENT:
      *   - an issue record for every check cut on the business
      *     date - the rows CLMSPAY stamped PAY_METHOD 'K' as it
      *     wrote them to BANKOUT, a provider remittance check as
      *     one item under its REMIT_NO for the sum of its claims;
      *   - a void record for every check voided on the business
      *     date from the bank's return feed (CLMSPRTN), and a stop
      *     record for one returned with stop-pay reason SP or
      *     escheated past dormancy (CLMSESCH) - each under the
      *     check number, amount and issue date it was issued with.
      *     EFT items never reach the file; a voided row written
      *     before PAY_METHOD existed is sent as a check, since the
      *     bank discards a void on an item it never listed.
      * A control trailer carries the record count and the issue
      * and cancel totals the bank balances the file to. A run that
      * fails part way writes no trailer, so the bank rejects the
      * short file rather than pay against it. The issue register
      * (DD RPTFILE) lists every item with the same totals for
      * treasury.
      * Rerunnable - the file is rebuilt from the table each time.
      * The business date defaults to today and is overridable via
      * the control card (DD PARMCARD cols 1-8, CCYYMMDD) to build a
      * missed day's file.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPPAY.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-OUT ASSIGN TO PPAYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPAYOUT-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PPAY-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPAYREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record overriding
      * the business date the file is built for. Cols 1-8 =
      * business date (CCYYMMDD). Blank or missing card uses today.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLPAYM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPPAY'.

       01  WS-FILE-STATUSES.
           05  WS-PPAYOUT-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-ISSUE-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-VOID-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-STOP-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-CANCEL-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-ISSUE-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-VOID-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-STOP-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CANCEL-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-ISSUE-DONE           PIC X(01) VALUE 'N'.
           88  END-OF-ISSUES       VALUE 'Y'.
       01  WS-CANCEL-DONE          PIC X(01) VALUE 'N'.
           88  END-OF-CANCELS      VALUE 'Y'.
       01  WS-FILE-FAILED          PIC X(01) VALUE 'N'.
           88  POSITIVE-PAY-FAILED VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DB2            PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-CREATE-TS            PIC X(26) VALUE SPACES.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'POSITIVE PAY ISSUE REGISTER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  WS-TL2-DATE         PIC 9(08).
           05  FILLER              PIC X(109) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(06) VALUE 'ITEM'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'CHECK NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ISSUED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'PAYEE'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        AMOUNT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'RSN'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ACTION'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(92)  VALUE ALL '-'.
           05  FILLER              PIC X(40)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CHECK-NO      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-ISSUE-DATE    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PAYEE         PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-REASON        PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-ACTION-DATE   PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(16).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'AMOUNT: '.
           05  WS-TT-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(81) VALUE SPACES.

      *---------------------------------------------------------------
      * The checks cut on the business date - claimant checks by
      * PAYMENT_NO, and each provider remittance check once under
      * its REMIT_NO for the sum of the claim payments riding it.
      * Every status, since a check voided later the same day was
      * still printed and mailed; the void follows in its own
      * record.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPPAY_ISSUE_CURSOR CURSOR FOR
               SELECT PAYMENT_NO, PAYEE_NAME, PAYMENT_AMOUNT,
                      PAYMENT_DATE
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_DATE = :WS-TODAY-DB2
                 AND PAY_METHOD   = 'K'
                 AND REMIT_NO     = ' '
               UNION ALL
               SELECT REMIT_NO, MAX(PAYEE_NAME), SUM(PAYMENT_AMOUNT),
                      MIN(PAYMENT_DATE)
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_DATE = :WS-TODAY-DB2
                 AND PAY_METHOD   = 'K'
                 AND REMIT_NO    <> ' '
               GROUP BY REMIT_NO
               ORDER BY 1
           END-EXEC.

      *---------------------------------------------------------------
      * The checks cancelled on the business date - voided from a
      * bank return (CLMSPRTN) or escheated (CLMSESCH), both of
      * which date the row in VOID_DATE. A remittance is voided or
      * escheated whole, so its rows share the status and date.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPPAY_CANCEL_CURSOR CURSOR FOR
               SELECT PAYMENT_NO, PAYEE_NAME, PAYMENT_AMOUNT,
                      PAYMENT_DATE, STATUS, VOID_REASON
               FROM CLAIMS_PAYMENT
               WHERE VOID_DATE      = :WS-TODAY-DB2
                 AND STATUS IN ('V', 'E')
                 AND PAY_METHOD    <> 'E'
                 AND PAYMENT_AMOUNT > 0
                 AND REMIT_NO       = ' '
               UNION ALL
               SELECT REMIT_NO, MAX(PAYEE_NAME), SUM(PAYMENT_AMOUNT),
                      MIN(PAYMENT_DATE), MAX(STATUS), MAX(VOID_REASON)
               FROM CLAIMS_PAYMENT
               WHERE VOID_DATE      = :WS-TODAY-DB2
                 AND STATUS IN ('V', 'E')
                 AND PAY_METHOD    <> 'E'
                 AND REMIT_NO      <> ' '
               GROUP BY REMIT_NO
               HAVING SUM(PAYMENT_AMOUNT) > 0
               ORDER BY 1
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WRITE-ISSUE UNTIL END-OF-ISSUES.
           EXEC SQL CLOSE CLMSPPAY_ISSUE_CURSOR END-EXEC.
           PERFORM 3000-OPEN-CANCEL-CURSOR.
           PERFORM 3100-WRITE-CANCEL UNTIL END-OF-CANCELS.
           EXEC SQL CLOSE CLMSPPAY_CANCEL_CURSOR END-EXEC.
           PERFORM 5000-WRITE-TRAILER.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': POSITIVE PAY ISSUE FILE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           MOVE WS-TODAY-NUMERIC TO WS-TODAY-DB2.
           EXEC SQL
               SET :WS-CREATE-TS = CURRENT TIMESTAMP
           END-EXEC.
           OPEN OUTPUT PPAY-OUT.
           IF WS-PPAYOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN PPAYOUT FAILED FS='
                   WS-PPAYOUT-STATUS
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
           EXEC SQL OPEN CLMSPPAY_ISSUE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN ISSUE CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               CLOSE PPAY-OUT RPT-OUT
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES             TO POSITIVE-PAY-HEADER.
           SET PPY-TYPE-HEADER     TO TRUE.
           MOVE WS-TODAY-NUMERIC   TO PPY-H-FILE-DATE.
           MOVE WS-CREATE-TS       TO PPY-H-CREATE-TS.
           WRITE POSITIVE-PAY-HEADER.
           PERFORM 4000-CHECK-WRITE.
           PERFORM 1100-WRITE-PAGE-HEADER.
      *---------------------------------------------------------------
      * The business-date override replaces WS-TODAY-NUMERIC up
      * front, so both the issues and the cancels follow it.
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
                           DISPLAY WS-PROGRAM-ID
                               ': CONTROL CARD - BUSINESS DATE='
                               WS-TODAY-NUMERIC
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER   TO WS-TL1-PAGE.
           MOVE WS-TODAY-NUMERIC TO WS-TL2-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-WRITE-ISSUE.
           EXEC SQL
               FETCH CLMSPPAY_ISSUE_CURSOR
               INTO :DCL-PAY-PAYMENT-NO,     :DCL-PAY-PAYEE-NAME,
                    :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-ISSUES TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': ISSUE FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +16 TO WS-RETURN-CODE
                   SET POSITIVE-PAY-FAILED TO TRUE
                   SET END-OF-ISSUES TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PPY-ITEM-ISSUE TO TRUE.
           MOVE ZEROS  TO PPY-ACTION-DATE.
           PERFORM 4100-WRITE-DETAIL.
           IF POSITIVE-PAY-FAILED
               SET END-OF-ISSUES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ISSUE-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-ISSUE-TOTAL.
      *---------------------------------------------------------------
      * Skipped once the file has failed - the trailer will not be
      * written, and the cancels would only add to a rejected file.
      *---------------------------------------------------------------
       3000-OPEN-CANCEL-CURSOR.
           IF POSITIVE-PAY-FAILED
               SET END-OF-CANCELS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL OPEN CLMSPPAY_CANCEL_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN CANCEL CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               SET POSITIVE-PAY-FAILED TO TRUE
               SET END-OF-CANCELS TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * A void unless the bank returned the item as a stop payment
      * or it was escheated - either way the check must never be
      * honored, which the bank handles as a stop.
      *---------------------------------------------------------------
       3100-WRITE-CANCEL.
           EXEC SQL
               FETCH CLMSPPAY_CANCEL_CURSOR
               INTO :DCL-PAY-PAYMENT-NO,     :DCL-PAY-PAYEE-NAME,
                    :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE,
                    :DCL-PAY-STATUS,         :DCL-PAY-VOID-REASON
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-CANCELS TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': CANCEL FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +16 TO WS-RETURN-CODE
                   SET POSITIVE-PAY-FAILED TO TRUE
                   SET END-OF-CANCELS TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           IF DCL-PAY-STATUS = 'E'
               OR DCL-PAY-VOID-REASON = 'SP'
               SET PPY-ITEM-STOP TO TRUE
           ELSE
               SET PPY-ITEM-VOID TO TRUE
           END-IF.
           MOVE WS-TODAY-NUMERIC TO PPY-ACTION-DATE.
           PERFORM 4100-WRITE-DETAIL.
           IF POSITIVE-PAY-FAILED
               SET END-OF-CANCELS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CANCEL-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-CANCEL-TOTAL.
           IF PPY-ITEM-STOP
               ADD 1 TO WS-STOP-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-STOP-TOTAL
           ELSE
               ADD 1 TO WS-VOID-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-VOID-TOTAL
           END-IF.
      *---------------------------------------------------------------
       4000-CHECK-WRITE.
           IF WS-PPAYOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE PPAYOUT FAILED FS='
                   WS-PPAYOUT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               SET POSITIVE-PAY-FAILED TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common to every item: the fetched row onto the file record
      * (item type and action date already set) and the register.
      *---------------------------------------------------------------
       4100-WRITE-DETAIL.
           SET PPY-TYPE-DETAIL         TO TRUE.
           MOVE DCL-PAY-PAYMENT-NO     TO PPY-CHECK-NO.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO PPY-AMOUNT.
           MOVE DCL-PAY-PAYMENT-DATE   TO PPY-ISSUE-DATE.
           MOVE DCL-PAY-PAYEE-NAME     TO PPY-PAYEE-NAME.
           IF PPY-ITEM-ISSUE
               MOVE SPACES              TO PPY-VOID-REASON
           ELSE
               MOVE DCL-PAY-VOID-REASON TO PPY-VOID-REASON
           END-IF.
           WRITE POSITIVE-PAY-RECORD.
           PERFORM 4000-CHECK-WRITE.
           IF POSITIVE-PAY-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN PPY-ITEM-ISSUE
                   MOVE 'ISSUE ' TO WS-DL-ITEM
               WHEN PPY-ITEM-VOID
                   MOVE 'VOID  ' TO WS-DL-ITEM
               WHEN OTHER
                   MOVE 'STOP  ' TO WS-DL-ITEM
           END-EVALUATE.
           MOVE PPY-CHECK-NO    TO WS-DL-CHECK-NO.
           MOVE PPY-ISSUE-DATE  TO WS-DL-ISSUE-DATE.
           MOVE PPY-PAYEE-NAME  TO WS-DL-PAYEE.
           MOVE PPY-AMOUNT      TO WS-DL-AMOUNT.
           MOVE PPY-VOID-REASON TO WS-DL-REASON.
           MOVE PPY-ACTION-DATE TO WS-DL-ACTION-DATE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The trailer is the bank's proof the file is whole - never
      * written after a failed fetch or write.
      *---------------------------------------------------------------
       5000-WRITE-TRAILER.
           IF POSITIVE-PAY-FAILED
               DISPLAY WS-PROGRAM-ID
                   ': ISSUE FILE INCOMPLETE - NO TRAILER WRITTEN'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES             TO POSITIVE-PAY-TRAILER.
           SET PPY-TYPE-TRAILER    TO TRUE.
           MOVE WS-RECORD-COUNT    TO PPY-T-RECORD-COUNT.
           MOVE WS-ISSUE-COUNT     TO PPY-T-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL     TO PPY-T-ISSUE-AMOUNT.
           MOVE WS-CANCEL-COUNT    TO PPY-T-CANCEL-COUNT.
           MOVE WS-CANCEL-TOTAL    TO PPY-T-CANCEL-AMOUNT.
           WRITE POSITIVE-PAY-TRAILER.
           PERFORM 4000-CHECK-WRITE.
      *---------------------------------------------------------------
      * The register totals - the same figures as the trailer, with
      * the cancels split into voids and stops.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'CHECKS ISSUED:  ' TO WS-TT-LABEL.
           MOVE WS-ISSUE-COUNT     TO WS-TT-COUNT.
           MOVE WS-ISSUE-TOTAL     TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHECKS VOIDED:  ' TO WS-TT-LABEL.
           MOVE WS-VOID-COUNT      TO WS-TT-COUNT.
           MOVE WS-VOID-TOTAL      TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHECKS STOPPED: ' TO WS-TT-LABEL.
           MOVE WS-STOP-COUNT      TO WS-TT-COUNT.
           MOVE WS-STOP-TOTAL      TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FILE RECORDS:   ' TO WS-TT-LABEL.
           MOVE WS-RECORD-COUNT    TO WS-TT-COUNT.
           COMPUTE WS-TT-AMOUNT = WS-ISSUE-TOTAL + WS-CANCEL-TOTAL.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE PPAY-OUT RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': BUSINESS DATE=' WS-TODAY-NUMERIC
                   ' RECORDS=' WS-RECORD-COUNT.
           DISPLAY WS-PROGRAM-ID ': ISSUES=' WS-ISSUE-COUNT
                   ' VOIDS=' WS-VOID-COUNT
                   ' STOPS=' WS-STOP-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
