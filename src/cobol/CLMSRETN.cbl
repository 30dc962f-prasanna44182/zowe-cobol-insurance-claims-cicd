      * REJHARCH) before it is deleted, and audit or payment rows
      * whose claim is still on CLAIMS_MASTER are never purged no
      * matter how old - the live claim keeps its full trail.
      * PAYARCH (LRECL=160) carries PAY_METHOD, so a retired payment
      * still shows whether it went out by check or EFT.
      * REJHIST is QSAM: kept rows are rewritten to REJHNEW and the
      * JCL swaps it in for the old generation. A summary report of
      * rows archived, purged, and held per table goes to RPTFILE
      * for the retention file we show examiners.
      * Audit and payment rows under an active hold on LEGAL_HOLD
      * (CLMSLGHM) are never purged either: a hold on the claim or
      * its policy reaches the rows by their own keys, a hold on the
      * member or billing provider through the claim on
      * CLAIMS_MASTER_HIST, and a provider hold also covers every
      * payment made out to the provider. The report counts the rows
      * each table kept for a hold and lists them by hold and claim.
      * RUN_REGISTRY and REJHIST hold no claim or party data and
      * are not subject to holds.
      * Commits every WS-COMMIT-INTERVAL rows.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
           05  RTA-NEW-STATUS      PIC X(01).
           05  RTA-CHANGED-BY      PIC X(08).
           05  RTA-CHANGE-TS       PIC X(26).
           05  RTA-COSIGNED-BY     PIC X(08).
           05  FILLER              PIC X(18).

       FD  PAY-ARCH-OUT
           RECORDING MODE F
           05  RTP-CLEARED-DATE    PIC 9(08).
           05  RTP-PAY-TYPE        PIC X(01).
           05  RTP-ORIG-PAYMENT-NO PIC X(10).
           05  RTP-BENEFIT-PERIOD  PIC 9(08).
           05  RTP-BENE-SEQ        PIC 9(02).
           05  RTP-PROVIDER-ID     PIC X(08).
           05  RTP-REMIT-NO        PIC X(10).
           05  RTP-PAY-METHOD      PIC X(01).

       FD  RUN-ARCH-OUT
           RECORDING MODE F
           COPY DCLAUDIT.
           COPY DCLPAYM.
           COPY DCLRUNR.
           COPY DCLLGHD.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSRETN'.

           05  WS-AUD-HELD         PIC S9(09) COMP VALUE +0.
           05  WS-PAY-PURGED       PIC 9(07) VALUE ZEROS.
           05  WS-PAY-HELD         PIC S9(09) COMP VALUE +0.
           05  WS-AUD-LEGAL-HELD   PIC S9(09) COMP VALUE +0.
           05  WS-PAY-LEGAL-HELD   PIC S9(09) COMP VALUE +0.
           05  WS-RUN-PURGED       PIC 9(07) VALUE ZEROS.
           05  WS-REJH-PURGED      PIC 9(07) VALUE ZEROS.
           05  WS-REJH-KEPT        PIC 9(07) VALUE ZEROS.
           88  END-OF-CURSOR       VALUE 'Y'.
       01  WS-REJH-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-REJHIST      VALUE 'Y'.
       01  WS-HOLD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-HOLD-LIST    VALUE 'Y'.
       01  WS-HOLD-ROWS            PIC S9(09) COMP VALUE +0.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
           05  WS-CN-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

       01  WS-HOLD-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'HOLD '.
           05  WS-HD-HOLD-ID       PIC X(08).
           05  FILLER              PIC X(09) VALUE '  POLICY '.
           05  WS-HD-POLICY-NO     PIC X(10).
           05  FILLER              PIC X(08) VALUE '  CLAIM '.
           05  WS-HD-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(07) VALUE '  ROWS '.
           05  WS-HD-ROWS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(58) VALUE SPACES.

      *---------------------------------------------------------------
      * Rows past audit retention whose claim has left CLAIMS_MASTER.
      * CHANGE_TS is a character timestamp, so the cutoff compares
      *---------------------------------------------------------------
           EXEC SQL DECLARE RETN_AUD_CURSOR CURSOR WITH HOLD FOR
               SELECT POLICY_NO, CLAIM_ID, OLD_STATUS, NEW_STATUS,
                      CHANGED_BY, CHANGE_TS, COSIGNED_BY
               FROM CLAIMS_AUDIT
               WHERE SUBSTR(CHANGE_TS, 1, 10) < :WS-AUD-CUTOFF-ISO
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = CLAIMS_AUDIT.POLICY_NO
                        AND M.CLAIM_ID  = CLAIMS_AUDIT.CLAIM_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM LEGAL_HOLD H
                      WHERE H.RELEASED_DATE = 0
                        AND ((H.POLICY_NO = CLAIMS_AUDIT.POLICY_NO
                          AND (H.SCOPE_TYPE = 'P'
                           OR (H.SCOPE_TYPE = 'C'
                           AND H.CLAIM_ID = CLAIMS_AUDIT.CLAIM_ID)))
                         OR EXISTS
                          (SELECT 1 FROM CLAIMS_MASTER_HIST X
                           WHERE X.POLICY_NO = CLAIMS_AUDIT.POLICY_NO
                             AND X.CLAIM_ID  = CLAIMS_AUDIT.CLAIM_ID
                             AND ((H.SCOPE_TYPE = 'M'
                               AND H.MEMBER_ID = X.MEMBER_ID)
                              OR (H.SCOPE_TYPE = 'R'
                               AND H.PROVIDER_ID = X.PROVIDER_ID)))))
               FOR UPDATE OF NEW_STATUS
           END-EXEC.

               SELECT PAYMENT_NO, POLICY_NO, CLAIM_ID, PAYEE_NAME,
                      PAYMENT_AMOUNT, PAYMENT_DATE, PAYMENT_TS,
                      STATUS, VOID_REASON, VOID_DATE, CLEARED_DATE,
                      PAY_TYPE, ORIG_PAYMENT_NO, BENEFIT_PERIOD_DATE,
                      BENEFICIARY_SEQ, PAYEE_PROVIDER_ID, REMIT_NO,
                      PAY_METHOD
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_DATE < :WS-PAY-CUTOFF-DB2
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = CLAIMS_PAYMENT.POLICY_NO
                        AND M.CLAIM_ID  = CLAIMS_PAYMENT.CLAIM_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM LEGAL_HOLD H
                      WHERE H.RELEASED_DATE = 0
                        AND ((H.POLICY_NO = CLAIMS_PAYMENT.POLICY_NO
                          AND (H.SCOPE_TYPE = 'P'
                           OR (H.SCOPE_TYPE = 'C'
                           AND H.CLAIM_ID = CLAIMS_PAYMENT.CLAIM_ID)))
                         OR (H.SCOPE_TYPE = 'R'
                         AND H.PROVIDER_ID
                           = CLAIMS_PAYMENT.PAYEE_PROVIDER_ID)
                         OR EXISTS
                          (SELECT 1 FROM CLAIMS_MASTER_HIST X
                           WHERE X.POLICY_NO = CLAIMS_PAYMENT.POLICY_NO
                             AND X.CLAIM_ID  = CLAIMS_PAYMENT.CLAIM_ID
                             AND ((H.SCOPE_TYPE = 'M'
                               AND H.MEMBER_ID = X.MEMBER_ID)
                              OR (H.SCOPE_TYPE = 'R'
                               AND H.PROVIDER_ID = X.PROVIDER_ID)))))
               FOR UPDATE OF STATUS
           END-EXEC.

      *---------------------------------------------------------------
      * Rows past retention, off CLAIMS_MASTER, that an active hold
      * kept back - per hold and claim for the report. A row under
      * two holds is listed under each.
      *---------------------------------------------------------------
           EXEC SQL DECLARE RETN_AUD_HOLD_CURSOR CURSOR FOR
               SELECT H.HOLD_ID, A.POLICY_NO, A.CLAIM_ID, COUNT(*)
               FROM CLAIMS_AUDIT A, LEGAL_HOLD H
               WHERE SUBSTR(A.CHANGE_TS, 1, 10) < :WS-AUD-CUTOFF-ISO
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = A.POLICY_NO
                        AND M.CLAIM_ID  = A.CLAIM_ID)
                 AND H.RELEASED_DATE = 0
                 AND ((H.POLICY_NO = A.POLICY_NO
                       AND (H.SCOPE_TYPE = 'P'
                            OR (H.SCOPE_TYPE = 'C'
                                AND H.CLAIM_ID = A.CLAIM_ID)))
                   OR EXISTS
                      (SELECT 1 FROM CLAIMS_MASTER_HIST X
                       WHERE X.POLICY_NO = A.POLICY_NO
                         AND X.CLAIM_ID  = A.CLAIM_ID
                         AND ((H.SCOPE_TYPE = 'M'
                               AND H.MEMBER_ID = X.MEMBER_ID)
                           OR (H.SCOPE_TYPE = 'R'
                               AND H.PROVIDER_ID = X.PROVIDER_ID))))
               GROUP BY H.HOLD_ID, A.POLICY_NO, A.CLAIM_ID
               ORDER BY H.HOLD_ID, A.POLICY_NO, A.CLAIM_ID
           END-EXEC.

           EXEC SQL DECLARE RETN_PAY_HOLD_CURSOR CURSOR FOR
               SELECT H.HOLD_ID, P.POLICY_NO, P.CLAIM_ID, COUNT(*)
               FROM CLAIMS_PAYMENT P, LEGAL_HOLD H
               WHERE P.PAYMENT_DATE < :WS-PAY-CUTOFF-DB2
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = P.POLICY_NO
                        AND M.CLAIM_ID  = P.CLAIM_ID)
                 AND H.RELEASED_DATE = 0
                 AND ((H.POLICY_NO = P.POLICY_NO
                       AND (H.SCOPE_TYPE = 'P'
                            OR (H.SCOPE_TYPE = 'C'
                                AND H.CLAIM_ID = P.CLAIM_ID)))
                   OR (H.SCOPE_TYPE = 'R'
                       AND H.PROVIDER_ID = P.PAYEE_PROVIDER_ID)
                   OR EXISTS
                      (SELECT 1 FROM CLAIMS_MASTER_HIST X
                       WHERE X.POLICY_NO = P.POLICY_NO
                         AND X.CLAIM_ID  = P.CLAIM_ID
                         AND ((H.SCOPE_TYPE = 'M'
                               AND H.MEMBER_ID = X.MEMBER_ID)
                           OR (H.SCOPE_TYPE = 'R'
                               AND H.PROVIDER_ID = X.PROVIDER_ID))))
               GROUP BY H.HOLD_ID, P.POLICY_NO, P.CLAIM_ID
               ORDER BY H.HOLD_ID, P.POLICY_NO, P.CLAIM_ID
           END-EXEC.

           EXEC SQL DECLARE RETN_RUN_CURSOR CURSOR WITH HOLD FOR
               SELECT RUN_DATE, STEP_NAME, START_TS, END_TS,
                      INPUT_COUNT, OUTPUT_COUNT, RETURN_CODE
               MOVE +8 TO WS-RETURN-CODE
               MOVE ZEROS TO WS-AUD-HELD
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-AUD-LEGAL-HELD
               FROM CLAIMS_AUDIT A
               WHERE SUBSTR(A.CHANGE_TS, 1, 10) < :WS-AUD-CUTOFF-ISO
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = A.POLICY_NO
                        AND M.CLAIM_ID  = A.CLAIM_ID)
                 AND EXISTS
                     (SELECT 1 FROM LEGAL_HOLD H
                      WHERE H.RELEASED_DATE = 0
                        AND ((H.POLICY_NO = A.POLICY_NO
                          AND (H.SCOPE_TYPE = 'P'
                           OR (H.SCOPE_TYPE = 'C'
                           AND H.CLAIM_ID = A.CLAIM_ID)))
                         OR EXISTS
                          (SELECT 1 FROM CLAIMS_MASTER_HIST X
                           WHERE X.POLICY_NO = A.POLICY_NO
                             AND X.CLAIM_ID  = A.CLAIM_ID
                             AND ((H.SCOPE_TYPE = 'M'
                               AND H.MEMBER_ID = X.MEMBER_ID)
                              OR (H.SCOPE_TYPE = 'R'
                               AND H.PROVIDER_ID = X.PROVIDER_ID)))))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': AUDIT LEGAL HOLD COUNT FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               MOVE ZEROS TO WS-AUD-LEGAL-HELD
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           EXEC SQL OPEN RETN_AUD_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
           MOVE 'HELD - CLAIM STILL LIVE:  ' TO WS-CN-LABEL.
           MOVE WS-AUD-HELD                 TO WS-CN-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'HELD - LEGAL HOLD:        ' TO WS-CN-LABEL.
           MOVE WS-AUD-LEGAL-HELD           TO WS-CN-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           PERFORM 2200-LIST-AUDIT-HOLDS.
      *---------------------------------------------------------------
       2100-RETIRE-ONE-AUDIT.
           EXEC SQL
               FETCH RETN_AUD_CURSOR
               INTO :DCL-AUD-POLICY-NO, :DCL-AUD-CLAIM-ID,
                    :DCL-AUD-OLD-STATUS, :DCL-AUD-NEW-STATUS,
                    :DCL-AUD-CHANGED-BY, :DCL-AUD-CHANGE-TS,
                    :DCL-AUD-COSIGNED-BY
           END-EXEC.
           PERFORM 7200-CHECK-FETCH-CODE.
           IF END-OF-CURSOR
           MOVE DCL-AUD-NEW-STATUS  TO RTA-NEW-STATUS.
           MOVE DCL-AUD-CHANGED-BY  TO RTA-CHANGED-BY.
           MOVE DCL-AUD-CHANGE-TS   TO RTA-CHANGE-TS.
           MOVE DCL-AUD-COSIGNED-BY TO RTA-COSIGNED-BY.
           WRITE AUDIT-ARCHIVE-RECORD.
           IF WS-AUDARCH-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE AUDARCH FAILED FS='
               PERFORM 7100-COUNT-TOWARD-COMMIT
           END-IF.
      *---------------------------------------------------------------
      * Audit rows the pass kept back for a hold, by hold and claim.
      *---------------------------------------------------------------
       2200-LIST-AUDIT-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           EXEC SQL OPEN RETN_AUD_HOLD_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': AUDIT HOLD CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2210-LIST-ONE-AUDIT-HOLD UNTIL END-OF-HOLD-LIST.
           EXEC SQL CLOSE RETN_AUD_HOLD_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2210-LIST-ONE-AUDIT-HOLD.
           EXEC SQL
               FETCH RETN_AUD_HOLD_CURSOR
               INTO :DCL-LGH-HOLD-ID, :DCL-LGH-POLICY-NO,
                    :DCL-LGH-CLAIM-ID, :WS-HOLD-ROWS
           END-EXEC.
           PERFORM 7500-WRITE-HOLD-LINE.
      *---------------------------------------------------------------
      * CLAIMS_PAYMENT, same shape as the audit pass.
      *---------------------------------------------------------------
       3000-RETIRE-PAYMENT-ROWS.
               MOVE +8 TO WS-RETURN-CODE
               MOVE ZEROS TO WS-PAY-HELD
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PAY-LEGAL-HELD
               FROM CLAIMS_PAYMENT P
               WHERE P.PAYMENT_DATE < :WS-PAY-CUTOFF-DB2
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = P.POLICY_NO
                        AND M.CLAIM_ID  = P.CLAIM_ID)
                 AND EXISTS
                     (SELECT 1 FROM LEGAL_HOLD H
                      WHERE H.RELEASED_DATE = 0
                        AND ((H.POLICY_NO = P.POLICY_NO
                          AND (H.SCOPE_TYPE = 'P'
                           OR (H.SCOPE_TYPE = 'C'
                           AND H.CLAIM_ID = P.CLAIM_ID)))
                         OR (H.SCOPE_TYPE = 'R'
                         AND H.PROVIDER_ID
                           = P.PAYEE_PROVIDER_ID)
                         OR EXISTS
                          (SELECT 1 FROM CLAIMS_MASTER_HIST X
                           WHERE X.POLICY_NO = P.POLICY_NO
                             AND X.CLAIM_ID  = P.CLAIM_ID
                             AND ((H.SCOPE_TYPE = 'M'
                               AND H.MEMBER_ID = X.MEMBER_ID)
                              OR (H.SCOPE_TYPE = 'R'
                               AND H.PROVIDER_ID = X.PROVIDER_ID)))))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': PAYMENT LEGAL HOLD COUNT FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               MOVE ZEROS TO WS-PAY-LEGAL-HELD
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           EXEC SQL OPEN RETN_PAY_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
           MOVE 'HELD - CLAIM STILL LIVE:  ' TO WS-CN-LABEL.
           MOVE WS-PAY-HELD                 TO WS-CN-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'HELD - LEGAL HOLD:        ' TO WS-CN-LABEL.
           MOVE WS-PAY-LEGAL-HELD           TO WS-CN-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           PERFORM 3200-LIST-PAYMENT-HOLDS.
      *---------------------------------------------------------------
       3100-RETIRE-ONE-PAYMENT.
           EXEC SQL
                    :DCL-PAY-PAYMENT-TS, :DCL-PAY-STATUS,
                    :DCL-PAY-VOID-REASON, :DCL-PAY-VOID-DATE,
                    :DCL-PAY-CLEARED-DATE, :DCL-PAY-PAY-TYPE,
                    :DCL-PAY-ORIG-PAYMENT-NO,
                    :DCL-PAY-BENEFIT-PERIOD, :DCL-PAY-BENE-SEQ,
                    :DCL-PAY-PROVIDER-ID, :DCL-PAY-REMIT-NO,
                    :DCL-PAY-PAY-METHOD
           END-EXEC.
           PERFORM 7200-CHECK-FETCH-CODE.
           IF END-OF-CURSOR
           MOVE DCL-PAY-CLEARED-DATE    TO RTP-CLEARED-DATE.
           MOVE DCL-PAY-PAY-TYPE        TO RTP-PAY-TYPE.
           MOVE DCL-PAY-ORIG-PAYMENT-NO TO RTP-ORIG-PAYMENT-NO.
           MOVE DCL-PAY-BENEFIT-PERIOD  TO RTP-BENEFIT-PERIOD.
           MOVE DCL-PAY-BENE-SEQ        TO RTP-BENE-SEQ.
           MOVE DCL-PAY-PROVIDER-ID     TO RTP-PROVIDER-ID.
           MOVE DCL-PAY-REMIT-NO        TO RTP-REMIT-NO.
           MOVE DCL-PAY-PAY-METHOD      TO RTP-PAY-METHOD.
           WRITE PAYMENT-ARCHIVE-RECORD.
           IF WS-PAYARCH-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE PAYARCH FAILED FS='
               ADD 1 TO WS-PAY-PURGED
               PERFORM 7100-COUNT-TOWARD-COMMIT
           END-IF.
      *---------------------------------------------------------------
       3200-LIST-PAYMENT-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           EXEC SQL OPEN RETN_PAY_HOLD_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': PAYMENT HOLD CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3210-LIST-ONE-PAYMENT-HOLD UNTIL END-OF-HOLD-LIST.
           EXEC SQL CLOSE RETN_PAY_HOLD_CURSOR END-EXEC.
      *---------------------------------------------------------------
       3210-LIST-ONE-PAYMENT-HOLD.
           EXEC SQL
               FETCH RETN_PAY_HOLD_CURSOR
               INTO :DCL-LGH-HOLD-ID, :DCL-LGH-POLICY-NO,
                    :DCL-LGH-CLAIM-ID, :WS-HOLD-ROWS
           END-EXEC.
           PERFORM 7500-WRITE-HOLD-LINE.
      *---------------------------------------------------------------
      * RUN_REGISTRY - operational rows only, no live-claim hold.
      *---------------------------------------------------------------
                  WS-CUTOFF-WORK-DISP(5:2) '-'
                  WS-CUTOFF-WORK-DISP(7:2)
               DELIMITED BY SIZE INTO WS-TB-CUTOFF.
      *---------------------------------------------------------------
      * One held-back line from whichever hold list is being read.
      *---------------------------------------------------------------
       7500-WRITE-HOLD-LINE.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DCL-LGH-HOLD-ID   TO WS-HD-HOLD-ID
                   MOVE DCL-LGH-POLICY-NO TO WS-HD-POLICY-NO
                   MOVE DCL-LGH-CLAIM-ID  TO WS-HD-CLAIM-ID
                   MOVE WS-HOLD-ROWS      TO WS-HD-ROWS
                   WRITE RPT-LINE FROM WS-HOLD-LINE
               WHEN +100
                   SET END-OF-HOLD-LIST TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': HOLD LIST FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-HOLD-LIST TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
                 REJH-ARCH-OUT REJH-NEW-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': AUDIT PURGED=' WS-AUD-PURGED
                   ' HELD=' WS-AUD-HELD
                   ' LEGAL HOLD=' WS-AUD-LEGAL-HELD.
           DISPLAY WS-PROGRAM-ID ': PAYMENT PURGED=' WS-PAY-PURGED
                   ' HELD=' WS-PAY-HELD
                   ' LEGAL HOLD=' WS-PAY-LEGAL-HELD.
           DISPLAY WS-PROGRAM-ID ': RUNREG PURGED=' WS-RUN-PURGED.
           DISPLAY WS-PROGRAM-ID ': REJHIST PURGED=' WS-REJH-PURGED
                   ' KEPT=' WS-REJH-KEPT.
