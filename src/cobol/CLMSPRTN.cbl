      * corrected payee details carried on the return - logs the
      * event to CLAIMS_AUDIT, and prints the daily void/reissue
      * register. Before this, a returned item left the payment row
      * standing and the claim stamped paid forever. The day's voids
      * go to the bank on the next CLMSPPAY positive-pay file - a
      * void, or a stop for a check returned with reason SP.
      * A returned disability installment (PAY_TYPE 'B') is queued
      * for reissue by the void itself - CLMSPAY pays the voided
      * period again - so the claim's paid stamp is cleared only if
      * it names that installment, and a corrected payee goes onto
      * the claim regardless.
      * A returned life-claim beneficiary share (BENEFICIARY_SEQ set)
      * is likewise queued by the void - CLMSPAY pays that share
      * again on its own - and leaves the claim stamped. Its payee
      * is the beneficiary on BENEMSTR, not the claimant, so a
      * corrected payee on the return is not applied here; it is
      * flagged (RC 4) for the change to be made through CLMSBNFM.
      * A returned provider remittance comes back under its REMIT_NO
      * rather than a payment number. Every live claim payment on
      * it is voided and audited, and each claim's paid stamp
      * cleared, so the next CLMSPAY run consolidates those claims
      * onto a fresh remittance. The payee there is the provider on
      * PROVMSTR, so a corrected payee on the return is flagged
      * (RC 4) for the change to be made through CLMSPRVM.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CLAIM-STATUS         PIC X(01) VALUE SPACES.
       01  WS-REMIT-ROWS           PIC S9(09) COMP VALUE +0.
       01  WS-REMIT-VOIDED         PIC S9(09) COMP VALUE +0.
       01  WS-REMIT-FOUND-FLAG     PIC X(01) VALUE 'N'.
           88  REMIT-FOUND         VALUE 'Y'.
       01  WS-RMT-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  RMT-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-CORRECTED-PAYEE      PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  FILLER              PIC X(14) VALUE 'VOID TOTAL:  '.
           05  WS-TT-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(75) VALUE SPACES.

      *---------------------------------------------------------------
      * The live claim payments riding a returned provider
      * remittance. Each is voided by key.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPRTN_REMIT_CURSOR CURSOR FOR
               SELECT PAYMENT_NO, POLICY_NO, CLAIM_ID,
                      PAYMENT_AMOUNT
               FROM CLAIMS_PAYMENT
               WHERE REMIT_NO = :DCL-PAY-REMIT-NO
                 AND STATUS  <> 'V'
               ORDER BY PAYMENT_NO
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE BKR-PAYMENT-NO TO DCL-PAY-PAYMENT-NO.
           EXEC SQL
               SELECT POLICY_NO, CLAIM_ID, PAYEE_NAME,
                      PAYMENT_AMOUNT, STATUS, PAY_TYPE,
                      BENEFICIARY_SEQ
               INTO :DCL-PAY-POLICY-NO, :DCL-PAY-CLAIM-ID,
                    :DCL-PAY-PAYEE-NAME, :DCL-PAY-PAYMENT-AMOUNT,
                    :DCL-PAY-STATUS, :DCL-PAY-PAY-TYPE,
                    :DCL-PAY-BENE-SEQ
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_NO = :DCL-PAY-PAYMENT-NO
           END-EXEC.
           IF SQLCODE = +100
               PERFORM 2600-VOID-REMITTANCE
               IF REMIT-FOUND
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NOTFOUND-COUNT
               MOVE 'PAYMENT NOT ON FILE' TO WS-DL-DISP
               PERFORM 7000-PRINT-DETAIL
           ADD 1 TO WS-VOIDED-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-VOID-TOTAL.
           EVALUATE TRUE
               WHEN DCL-PAY-PAY-TYPE = 'B'
                   PERFORM 2350-QUEUE-INSTALLMENT
               WHEN DCL-PAY-BENE-SEQ > ZEROS
                   PERFORM 2370-QUEUE-SHARE
               WHEN OTHER
                   PERFORM 2300-CLEAR-PAID-STAMP
           END-EVALUATE.
           PERFORM 2400-LOG-AUDIT-VOID.
      *---------------------------------------------------------------
      * Clear the paid stamp - and apply the bank's corrected payee
           END-EVALUATE.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Disability installment. The voided row is what CLMSPAY
      * reissues from; the claim keeps its paid stamp unless the
      * stamp is this installment's.
      *---------------------------------------------------------------
       2350-QUEUE-INSTALLMENT.
           IF BKR-CORRECTED-PAYEE NOT = SPACES
               MOVE BKR-CORRECTED-PAYEE TO WS-CORRECTED-PAYEE
               EXEC SQL
                   UPDATE CLAIMS_MASTER
                   SET CLAIMANT_NAME = :WS-CORRECTED-PAYEE
                   WHERE POLICY_NO = :DCL-PAY-POLICY-NO
                     AND CLAIM_ID  = :DCL-PAY-CLAIM-ID
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = +100
               EXEC SQL
                   UPDATE CLAIMS_MASTER
                   SET PAID_DATE  = 0,
                       PAYMENT_NO = '          '
                   WHERE POLICY_NO  = :DCL-PAY-POLICY-NO
                     AND CLAIM_ID   = :DCL-PAY-CLAIM-ID
                     AND PAYMENT_NO = :DCL-PAY-PAYMENT-NO
               END-EXEC
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
               WHEN +100
                   ADD 1 TO WS-REISSUE-COUNT
                   IF BKR-CORRECTED-PAYEE NOT = SPACES
                       MOVE 'VOIDED - INSTALLMENT TO CORRECTED PAYEE'
                           TO WS-DL-DISP
                   ELSE
                       MOVE 'VOIDED - INSTALLMENT QUEUED FOR REISSUE'
                           TO WS-DL-DISP
                   END-IF
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': INSTALLMENT CLAIM UPDATE FAILED SQLCODE='
                       SQLCODE ' PAYMENT=' BKR-PAYMENT-NO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'VOID ROLLED BACK - SQL ERROR'
                       TO WS-DL-DISP
           END-EVALUATE.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Life-claim beneficiary share. The voided row is what CLMSPAY
      * reissues from; the claim and its other shares stand.
      *---------------------------------------------------------------
       2370-QUEUE-SHARE.
           ADD 1 TO WS-REISSUE-COUNT.
           IF BKR-CORRECTED-PAYEE NOT = SPACES
               MOVE 'VOIDED - CORRECT PAYEE ON BENEMSTR'
                   TO WS-DL-DISP
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 'VOIDED - SHARE QUEUED FOR REISSUE'
                   TO WS-DL-DISP
           END-IF.
           PERFORM 7000-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Not a payment number - a provider remittance, if any claim
      * payment was consolidated under it. Every live payment on it
      * is voided; a remittance whose payments are all voided
      * already is a duplicate return.
      *---------------------------------------------------------------
       2600-VOID-REMITTANCE.
           MOVE 'N' TO WS-REMIT-FOUND-FLAG.
           MOVE BKR-PAYMENT-NO TO DCL-PAY-REMIT-NO.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-REMIT-ROWS
               FROM CLAIMS_PAYMENT
               WHERE REMIT_NO = :DCL-PAY-REMIT-NO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': REMIT LOOKUP FAILED '
                   'SQLCODE=' SQLCODE ' PAYMENT=' BKR-PAYMENT-NO
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               SET REMIT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REMIT-ROWS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           SET REMIT-FOUND TO TRUE.
           MOVE ZEROS TO WS-REMIT-VOIDED.
           MOVE 'N'   TO WS-RMT-FETCH-DONE.
           EXEC SQL OPEN CLMSPRTN_REMIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': REMIT CURSOR OPEN FAILED SQLCODE=' SQLCODE
                   ' PAYMENT=' BKR-PAYMENT-NO
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2650-VOID-REMIT-CLAIM UNTIL RMT-FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSPRTN_REMIT_CURSOR END-EXEC.
           IF WS-REMIT-VOIDED = ZEROS
               ADD 1 TO WS-DUPVOID-COUNT
               MOVE SPACES TO DCL-PAY-POLICY-NO DCL-PAY-CLAIM-ID
               MOVE ZEROS  TO DCL-PAY-PAYMENT-AMOUNT
               MOVE 'REMITTANCE ALREADY VOIDED' TO WS-DL-DISP
               PERFORM 7000-PRINT-DETAIL
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * One claim payment on the returned remittance - voided, the
      * claim's stamp cleared while it still names this payment,
      * and the void audited, as for a single payment.
      *---------------------------------------------------------------
       2650-VOID-REMIT-CLAIM.
           EXEC SQL
               FETCH CLMSPRTN_REMIT_CURSOR
               INTO :DCL-PAY-PAYMENT-NO, :DCL-PAY-POLICY-NO,
                    :DCL-PAY-CLAIM-ID,   :DCL-PAY-PAYMENT-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET RMT-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': REMIT FETCH FAILED SQLCODE=' SQLCODE
                       ' PAYMENT=' BKR-PAYMENT-NO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   SET RMT-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE BKR-RETURN-REASON TO DCL-PAY-VOID-REASON.
           MOVE WS-TODAY-NUMERIC  TO DCL-PAY-VOID-DATE.
           EXEC SQL
               UPDATE CLAIMS_PAYMENT
               SET STATUS      = 'V',
                   VOID_REASON = :DCL-PAY-VOID-REASON,
                   VOID_DATE   = :DCL-PAY-VOID-DATE
               WHERE PAYMENT_NO = :DCL-PAY-PAYMENT-NO
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CLAIMS_MASTER
                   SET PAID_DATE  = 0,
                       PAYMENT_NO = '          '
                   WHERE POLICY_NO  = :DCL-PAY-POLICY-NO
                     AND CLAIM_ID   = :DCL-PAY-CLAIM-ID
                     AND PAYMENT_NO = :DCL-PAY-PAYMENT-NO
               END-EXEC
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REISSUE-COUNT
                   IF BKR-CORRECTED-PAYEE NOT = SPACES
                       MOVE 'VOIDED - CORRECT PROVIDER ON PROVMSTR'
                           TO WS-DL-DISP
                       IF WS-RETURN-CODE < +4
                           MOVE +4 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       MOVE 'VOIDED - REMIT CLAIM QUEUED FOR REISSUE'
                           TO WS-DL-DISP
                   END-IF
               WHEN +100
                   MOVE 'VOIDED - CLAIM ALREADY REISSUED'
                       TO WS-DL-DISP
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': REMIT CLAIM VOID FAILED SQLCODE=' SQLCODE
                       ' PAYMENT=' DCL-PAY-PAYMENT-NO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'VOID ROLLED BACK - SQL ERROR'
                       TO WS-DL-DISP
                   PERFORM 7000-PRINT-DETAIL
                   SET RMT-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-REMIT-VOIDED.
           ADD 1 TO WS-VOIDED-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-VOID-TOTAL.
           PERFORM 7000-PRINT-DETAIL.
           PERFORM 2400-LOG-AUDIT-VOID.
      *---------------------------------------------------------------
      * Audit marker for the void - the claim's status does not
      * change, so old and new carry the current status and the
      * CHANGED_BY names this program as the event source.
