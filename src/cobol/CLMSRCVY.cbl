      * the net-incurred report - gross claim amount, recoveries to
      * date, and net - by claim type and coverage code, replacing
      * the spreadsheet finance restated every quarter close.
      * An overpayment refund ('OP') is also applied to the claim's
      * open CLAIMS_RECEIVABLE rows, oldest first - each drawn down
      * by an 'RF' activity and closed when paid off. Refund money
      * with no open receivable left to take it is warned. Each
      * refund posts in a unit of work of its own: a receivable
      * that cannot be given its activity row rolls the whole refund
      * back, and it is counted an error for reposting.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLRCVY.
           COPY DCLRCVB.
           COPY DCLRCBA.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSRCVY'.

       01  WS-RECOVERED-TO-DATE    PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-NEXT-SEQ             PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Overpayment refund application.
      *---------------------------------------------------------------
       01  WS-REFUND-LEFT          PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-APPLY-AMOUNT         PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-NEXT-ACTIVITY-SEQ    PIC S9(04) COMP VALUE +0.
       01  WS-REFUND-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REFUND-APPLIED       PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-RCVB-FETCH-FLAG      PIC X(01) VALUE 'N'.
           88  RCVB-FETCH-COMPLETE VALUE 'Y'.
       01  WS-REFUND-FAIL-FLAG     PIC X(01) VALUE 'N'.
           88  REFUND-FAILED       VALUE 'Y'.
       01  WS-RCVY-RF-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-RCVY-RF-APPLIED      PIC S9(09)V99 COMP-3 VALUE +0.

           EXEC SQL DECLARE CLMSRCVY_RCVB_CURSOR CURSOR FOR
               SELECT RCVB_SEQ, BALANCE_AMT
               FROM CLAIMS_RECEIVABLE
               WHERE POLICY_NO   = :DCL-RCV-POLICY-NO
                 AND CLAIM_ID    = :DCL-RCV-CLAIM-ID
                 AND RCVB_STATUS = 'O'
                 AND BALANCE_AMT > 0
               ORDER BY RCVB_SEQ
           END-EXEC.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           MOVE RCV-RECOVERY-DATE   TO DCL-RCV-RECOVERY-DATE.
           MOVE RCV-RECOVERY-TYPE   TO DCL-RCV-RECOVERY-TYPE.
           MOVE RCV-RECOVERY-AMOUNT TO DCL-RCV-RECOVERY-AMT.
           IF RCV-TYPE-OVERPAYMENT AND WS-COMMIT-COUNT > 0
               PERFORM 2500-INTERIM-COMMIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(RECOVERY_SEQ), 0) + 1,
               EXIT PARAGRAPH
           END-IF.

           IF RCV-TYPE-OVERPAYMENT
               PERFORM 2600-APPLY-REFUND
               IF REFUND-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
           ELSE
               MOVE ZEROS TO WS-COMMIT-COUNT
           END-IF.
      *---------------------------------------------------------------
      * Refund received against an overpayment - applied to the
      * claim's open receivables in the order they were opened. The
      * run's refund totals take this refund only once it has gone
      * on whole.
      *---------------------------------------------------------------
       2600-APPLY-REFUND.
           MOVE RCV-RECOVERY-AMOUNT TO WS-REFUND-LEFT.
           MOVE 'N' TO WS-RCVB-FETCH-FLAG WS-REFUND-FAIL-FLAG.
           MOVE ZEROS TO WS-RCVY-RF-COUNT WS-RCVY-RF-APPLIED.
           EXEC SQL OPEN CLMSRCVY_RCVB_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE CURSOR OPEN FAILED=' SQLCODE
                   ' POLICY=' RCV-POLICY-NUMBER
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2650-APPLY-TO-RECEIVABLE
               UNTIL RCVB-FETCH-COMPLETE.
           IF REFUND-FAILED
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL CLOSE CLMSRCVY_RCVB_CURSOR END-EXEC.
           ADD WS-RCVY-RF-COUNT   TO WS-REFUND-COUNT.
           ADD WS-RCVY-RF-APPLIED TO WS-REFUND-APPLIED.
           IF WS-REFUND-LEFT > ZEROS
               DISPLAY WS-PROGRAM-ID
                   ': REFUND NOT FULLY APPLIED - NO OPEN RECEIVABLE '
                   'POLICY=' RCV-POLICY-NUMBER
                   ' CLAIM=' RCV-CLAIM-ID
                   ' UNAPPLIED=' WS-REFUND-LEFT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2650-APPLY-TO-RECEIVABLE.
           EXEC SQL
               FETCH CLMSRCVY_RCVB_CURSOR
               INTO :DCL-RCB-RCVB-SEQ, :DCL-RCB-BALANCE-AMT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET RCVB-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': RECEIVABLE FETCH FAILED=' SQLCODE
                       ' POLICY=' RCV-POLICY-NUMBER
                   MOVE +8 TO WS-RETURN-CODE
                   SET RCVB-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF DCL-RCB-BALANCE-AMT > WS-REFUND-LEFT
               MOVE WS-REFUND-LEFT      TO WS-APPLY-AMOUNT
           ELSE
               MOVE DCL-RCB-BALANCE-AMT TO WS-APPLY-AMOUNT
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT FROM DCL-RCB-BALANCE-AMT.
           IF DCL-RCB-BALANCE-AMT = ZEROS
               MOVE 'C' TO DCL-RCB-RCVB-STATUS
           ELSE
               MOVE 'O' TO DCL-RCB-RCVB-STATUS
           END-IF.
           MOVE RCV-RECOVERY-DATE TO DCL-RCB-LAST-ACTIVITY.
           EXEC SQL
               UPDATE CLAIMS_RECEIVABLE
               SET BALANCE_AMT        = :DCL-RCB-BALANCE-AMT,
                   RCVB_STATUS        = :DCL-RCB-RCVB-STATUS,
                   LAST_ACTIVITY_DATE = :DCL-RCB-LAST-ACTIVITY
               WHERE POLICY_NO = :DCL-RCV-POLICY-NO
                 AND CLAIM_ID  = :DCL-RCV-CLAIM-ID
                 AND RCVB_SEQ  = :DCL-RCB-RCVB-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE UPDATE FAILED=' SQLCODE
                   ' POLICY=' RCV-POLICY-NUMBER
               PERFORM 2690-REFUND-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-RCV-POLICY-NO TO DCL-RBA-POLICY-NO.
           MOVE DCL-RCV-CLAIM-ID  TO DCL-RBA-CLAIM-ID.
           MOVE DCL-RCB-RCVB-SEQ  TO DCL-RBA-RCVB-SEQ.
           EXEC SQL
               SELECT COALESCE(MAX(ACTIVITY_SEQ), 0) + 1
               INTO :WS-NEXT-ACTIVITY-SEQ
               FROM CLAIMS_RCVB_ACTIVITY
               WHERE POLICY_NO = :DCL-RBA-POLICY-NO
                 AND CLAIM_ID  = :DCL-RBA-CLAIM-ID
                 AND RCVB_SEQ  = :DCL-RBA-RCVB-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': ACTIVITY SEQ LOOKUP FAILED=' SQLCODE
                   ' POLICY=' RCV-POLICY-NUMBER
               PERFORM 2690-REFUND-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-ACTIVITY-SEQ TO DCL-RBA-ACTIVITY-SEQ.
           MOVE 'RF'                 TO DCL-RBA-ACTIVITY-TYPE.
           MOVE RCV-RECOVERY-DATE    TO DCL-RBA-ACTIVITY-DATE.
           MOVE WS-APPLY-AMOUNT      TO DCL-RBA-ACTIVITY-AMT.
           MOVE SPACES               TO DCL-RBA-PAYMENT-NO
                                        DCL-RBA-APPLIED-POLICY-NO
                                        DCL-RBA-APPLIED-CLAIM-ID.
           MOVE DCL-RCV-INSERT-TS    TO DCL-RBA-INSERT-TS.
           EXEC SQL
               INSERT INTO CLAIMS_RCVB_ACTIVITY
               (POLICY_NO,         CLAIM_ID,          RCVB_SEQ,
                ACTIVITY_SEQ,      ACTIVITY_TYPE,     ACTIVITY_DATE,
                ACTIVITY_AMT,      PAYMENT_NO,        APPLIED_POLICY_NO,
                APPLIED_CLAIM_ID,  INSERT_TS)
               VALUES
               (:DCL-RBA-POLICY-NO,     :DCL-RBA-CLAIM-ID,
                :DCL-RBA-RCVB-SEQ,      :DCL-RBA-ACTIVITY-SEQ,
                :DCL-RBA-ACTIVITY-TYPE, :DCL-RBA-ACTIVITY-DATE,
                :DCL-RBA-ACTIVITY-AMT,  :DCL-RBA-PAYMENT-NO,
                :DCL-RBA-APPLIED-POLICY-NO,
                :DCL-RBA-APPLIED-CLAIM-ID,
                :DCL-RBA-INSERT-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': REFUND ACTIVITY INSERT FAILED=' SQLCODE
                   ' POLICY=' RCV-POLICY-NUMBER
               PERFORM 2690-REFUND-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RCVY-RF-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-RCVY-RF-APPLIED.
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REFUND-LEFT.
           IF WS-REFUND-LEFT = ZEROS
               SET RCVB-FETCH-COMPLETE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * A receivable whose balance was drawn down but cannot be
      * given its RF activity row - or cannot be updated at all -
      * must not leave the refund half applied. The refund went on
      * in a unit of work of its own, so ROLLBACK takes back the
      * recovery row and every receivable it touched, and the
      * recovery is counted an error to be reposted.
      *---------------------------------------------------------------
       2690-REFUND-FAILED.
           DISPLAY WS-PROGRAM-ID ': REFUND NOT APPLIED - POLICY='
               RCV-POLICY-NUMBER ' CLAIM=' RCV-CLAIM-ID
               ' - ROLLING BACK'.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           SET REFUND-FAILED       TO TRUE.
           SET RCVB-FETCH-COMPLETE TO TRUE.
           EXEC SQL ROLLBACK END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': ROLLBACK FAILED=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
           MOVE ZEROS TO WS-COMMIT-COUNT.
      *---------------------------------------------------------------
       3000-FINAL-COMMIT.
           IF WS-COMMIT-COUNT > 0
                   ' POSTED='    WS-POSTED-COUNT
                   ' NOT FOUND=' WS-NOTFOUND-COUNT
                   ' ERRORS='    WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': REFUNDS APPLIED TO RECEIVABLES='
                   WS-REFUND-COUNT ' AMOUNT=' WS-REFUND-APPLIED.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
