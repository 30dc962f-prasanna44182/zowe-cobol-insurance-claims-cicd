      *   2. payments exceeding the claim's APPROVED_AMOUNT
      *   3. more than one live claim disbursement against one claim
      * Voided payments and PAY_TYPE 'I' interest disbursements are
      * out of scope, as are zero payments wholly absorbed by an
      * overpayment offset. PAY_TYPE 'B' disability installments
      * are paid off the benefit schedule rather than against the
      * approved amount, one per period, and are left out of
      * sections 2 and 3 and of the amount paid below. A life
      * claim split across beneficiaries carries one disbursement
      * per BENEFICIARY_SEQ; section 3 counts live disbursements
      * per beneficiary, so only a share paid twice is reported.
      * Any exception returns 8 so operations sees the day's review
      * workqueue before the bank file goes out.
      * A section-2 overpayment is also booked: the amount paid on
      * the claim (live disbursements plus offsets withheld from
      * them) over the approved amount, less whatever is already on
      * receivable for the claim, opens a CLAIMS_RECEIVABLE row
      * (source PA) against the claim's member for CLMSPAY to offset
      * and CLMSRCVY refunds to reduce. Rerunning the audit opens
      * nothing twice.
      * Return codes: 0=clean  8=exceptions or error
      *===============================================================
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLRCVB.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPAUD'.

           05  WS-AUD-PAY-COUNT    PIC S9(09) COMP.
           05  WS-AUD-PAYMENT-NO   PIC X(10).

      *---------------------------------------------------------------
      * Receivable opening (section 2).
      *---------------------------------------------------------------
       01  WS-RCVB-FIELDS.
           05  WS-CLAIM-PAID       PIC S9(07)V99 COMP-3.
           05  WS-CLAIM-OFFSET     PIC S9(07)V99 COMP-3.
           05  WS-ON-RECEIVABLE    PIC S9(07)V99 COMP-3.
           05  WS-EXCESS-AMOUNT    PIC S9(07)V99 COMP-3.
           05  WS-NEXT-RCVB-SEQ    PIC S9(04) COMP.
       01  WS-RCVB-OPENED          PIC 9(07) VALUE ZEROS.
       01  WS-RCVB-AMOUNT          PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-SEQ-DISP             PIC ZZZ9.

       01  WS-CLAIM-DATE-DISP      PIC 9(08) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103) VALUE SPACES.

       01  WS-RCVB-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  WS-RL-TEXT          PIC X(70).
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER              PIC X(17) VALUE 'AUDIT RESULT:    '.
           05  WS-VL-TEXT          PIC X(50).
                 AND M.CLAIM_ID  = P.CLAIM_ID
                 AND P.STATUS NOT IN ('V', 'E')
                 AND P.PAY_TYPE <> 'I'
                 AND P.PAYMENT_AMOUNT > 0
               GROUP BY M.MEMBER_ID, M.CLAIM_DATE, P.PAYMENT_AMOUNT
               HAVING COUNT(DISTINCT P.CLAIM_ID) > 1
               ORDER BY M.MEMBER_ID, M.CLAIM_DATE
      *---------------------------------------------------------------
           EXEC SQL DECLARE PAUD_OVERAPPR_CURSOR CURSOR FOR
               SELECT P.POLICY_NO, P.CLAIM_ID, P.PAYMENT_NO,
                      P.PAYMENT_AMOUNT, M.APPROVED_AMOUNT, M.MEMBER_ID
               FROM CLAIMS_PAYMENT P, CLAIMS_MASTER M
               WHERE M.POLICY_NO = P.POLICY_NO
                 AND M.CLAIM_ID  = P.CLAIM_ID
                 AND P.STATUS <> 'V'
                 AND P.PAY_TYPE NOT IN ('I', 'B')
                 AND M.APPROVED_AMOUNT > 0
                 AND P.PAYMENT_AMOUNT > M.APPROVED_AMOUNT
               ORDER BY P.POLICY_NO, P.CLAIM_ID
      *---------------------------------------------------------------
      * Section 3 - more than one live claim disbursement against a
      * single claim - the reissue path clears the paid stamp, so
      * two live payments means a void was missed. Life-claim
      * shares are counted per beneficiary.
      *---------------------------------------------------------------
           EXEC SQL DECLARE PAUD_MULTI_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, COUNT(*)
               FROM CLAIMS_PAYMENT
               WHERE STATUS <> 'V'
                 AND PAY_TYPE NOT IN ('I', 'B')
               GROUP BY POLICY_NO, CLAIM_ID, BENEFICIARY_SEQ
               HAVING COUNT(*) > 1
               ORDER BY POLICY_NO, CLAIM_ID
           END-EXEC.
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': POST-PAYMENT AUDIT STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
           END-IF.
           PERFORM 3100-FETCH-OVER-APPROVED UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE PAUD_OVERAPPR_CURSOR END-EXEC.
           IF WS-RCVB-OPENED > 0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': RECEIVABLE COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-SECTION-EXCEPTIONS TO WS-OVER-APPROVED.
           PERFORM 7100-WRITE-SECTION-COUNT.
      *---------------------------------------------------------------
               FETCH PAUD_OVERAPPR_CURSOR
               INTO :WS-AUD-POLICY-NO, :WS-AUD-CLAIM-ID,
                    :WS-AUD-PAYMENT-NO, :WS-AUD-PAY-AMOUNT,
                    :WS-AUD-APPROVED,   :WS-AUD-MEMBER-ID
           END-EXEC.
           PERFORM 7200-CHECK-FETCH-CODE.
           IF FETCH-COMPLETE
                  ' APPROVED=' WS-AMOUNT-DISP-2
               DELIMITED BY SIZE INTO WS-KL-EXTRA.
           PERFORM 7300-WRITE-EXCEPTION-LINE.
           PERFORM 3200-OPEN-RECEIVABLE.
      *---------------------------------------------------------------
      * Book what the claim was overpaid, net of anything already
      * on receivable for it - a claim with two over-approved
      * payments, or one already booked by an earlier audit run or
      * by CLMSADJU, opens only the part not yet recognized.
      *---------------------------------------------------------------
       3200-OPEN-RECEIVABLE.
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :WS-CLAIM-PAID
               FROM CLAIMS_PAYMENT
               WHERE POLICY_NO = :WS-AUD-POLICY-NO
                 AND CLAIM_ID  = :WS-AUD-CLAIM-ID
                 AND STATUS   <> 'V'
                 AND PAY_TYPE NOT IN ('I', 'B')
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(ACTIVITY_AMT), 0)
                   INTO :WS-CLAIM-OFFSET
                   FROM CLAIMS_RCVB_ACTIVITY
                   WHERE APPLIED_POLICY_NO = :WS-AUD-POLICY-NO
                     AND APPLIED_CLAIM_ID  = :WS-AUD-CLAIM-ID
                     AND ACTIVITY_TYPE     = 'OF'
                     AND PAYMENT_NO NOT IN
                         (SELECT B.PAYMENT_NO FROM CLAIMS_PAYMENT B
                          WHERE B.PAY_TYPE = 'B')
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(MAX(RCVB_SEQ), 0) + 1,
                          COALESCE(SUM(ORIGINAL_AMT), 0)
                   INTO :WS-NEXT-RCVB-SEQ, :WS-ON-RECEIVABLE
                   FROM CLAIMS_RECEIVABLE
                   WHERE POLICY_NO = :WS-AUD-POLICY-NO
                     AND CLAIM_ID  = :WS-AUD-CLAIM-ID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE LOOKUP FAILED SQLCODE=' SQLCODE
                   ' POLICY=' WS-AUD-POLICY-NO
                   ' CLAIM=' WS-AUD-CLAIM-ID
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXCESS-AMOUNT = WS-CLAIM-PAID + WS-CLAIM-OFFSET
               - WS-AUD-APPROVED - WS-ON-RECEIVABLE.
           IF WS-EXCESS-AMOUNT NOT > ZEROS
               MOVE 'RECEIVABLE ALREADY ON FILE' TO WS-RL-TEXT
               WRITE RPT-LINE FROM WS-RCVB-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUD-POLICY-NO   TO DCL-RCB-POLICY-NO.
           MOVE WS-AUD-CLAIM-ID    TO DCL-RCB-CLAIM-ID.
           MOVE WS-NEXT-RCVB-SEQ   TO DCL-RCB-RCVB-SEQ.
           MOVE WS-AUD-MEMBER-ID   TO DCL-RCB-MEMBER-ID.
           MOVE WS-AUD-PAYMENT-NO  TO DCL-RCB-PAYMENT-NO.
           MOVE 'PA'               TO DCL-RCB-SOURCE.
           MOVE WS-TODAY-NUMERIC   TO DCL-RCB-OPEN-DATE.
           MOVE WS-EXCESS-AMOUNT   TO DCL-RCB-ORIGINAL-AMT.
           MOVE WS-EXCESS-AMOUNT   TO DCL-RCB-BALANCE-AMT.
           MOVE 'O'                TO DCL-RCB-RCVB-STATUS.
           MOVE WS-TODAY-NUMERIC   TO DCL-RCB-LAST-ACTIVITY.
           MOVE 'PAID OVER APPROVED' TO DCL-RCB-REASON.
           EXEC SQL
               SET :DCL-RCB-INSERT-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_RECEIVABLE
               (POLICY_NO,       CLAIM_ID,        RCVB_SEQ,
                MEMBER_ID,       PAYMENT_NO,      SOURCE,
                OPEN_DATE,       ORIGINAL_AMT,    BALANCE_AMT,
                RCVB_STATUS,     LAST_ACTIVITY_DATE,
                REASON,          INSERT_TS)
               VALUES
               (:DCL-RCB-POLICY-NO,    :DCL-RCB-CLAIM-ID,
                :DCL-RCB-RCVB-SEQ,     :DCL-RCB-MEMBER-ID,
                :DCL-RCB-PAYMENT-NO,   :DCL-RCB-SOURCE,
                :DCL-RCB-OPEN-DATE,    :DCL-RCB-ORIGINAL-AMT,
                :DCL-RCB-BALANCE-AMT,  :DCL-RCB-RCVB-STATUS,
                :DCL-RCB-LAST-ACTIVITY, :DCL-RCB-REASON,
                :DCL-RCB-INSERT-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE INSERT FAILED SQLCODE=' SQLCODE
                   ' POLICY=' WS-AUD-POLICY-NO
                   ' CLAIM=' WS-AUD-CLAIM-ID
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RCVB-OPENED.
           ADD WS-EXCESS-AMOUNT TO WS-RCVB-AMOUNT.
           MOVE WS-NEXT-RCVB-SEQ TO WS-SEQ-DISP.
           MOVE WS-EXCESS-AMOUNT TO WS-AMOUNT-DISP-1.
           MOVE SPACES TO WS-RL-TEXT.
           STRING 'RECEIVABLE OPENED SEQ ' WS-SEQ-DISP
                  ' AMOUNT=' WS-AMOUNT-DISP-1
               DELIMITED BY SIZE INTO WS-RL-TEXT.
           WRITE RPT-LINE FROM WS-RCVB-LINE.
      *---------------------------------------------------------------
       4000-CHECK-MULTI-PAYMENTS.
           MOVE 'SECTION 3 - MULTIPLE LIVE PAYMENTS AGAINST ONE CLAIM'
                   WS-SAME-PAY-GROUPS
                   ' OVER APPROVED=' WS-OVER-APPROVED
                   ' MULTI PAYMENTS=' WS-MULTI-PAYMENTS.
           DISPLAY WS-PROGRAM-ID ': RECEIVABLES OPENED='
                   WS-RCVB-OPENED ' AMOUNT=' WS-RCVB-AMOUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
