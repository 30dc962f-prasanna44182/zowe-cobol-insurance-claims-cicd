      * totals to check before the nightly validate runs. Gives the
      * provider ids arriving on the intake feeds a master that
      * CLMSVALD can screen against.
      * Each provider also carries the payment method, bank details
      * and remit address CLMSPAY pays claims assigned to the
      * provider by. An EFT method must carry a routing number and
      * account; the payment details print on the change report
      * under the provider's status line. The provider's taxpayer
      * id for the year-end 1099 rides on the same cards and prints
      * masked to the last four digits.
      * The field edits and the rules for applying a card live in
      * the CLMSPRVE subprogram, shared with the CPVM online provider
      * maintenance screen (CLMSPVMC). Changes made on CPVM since
      * the last run are logged in MASTER_CHANGE_LOG; they print
      * first on the change report, with the user id and time of
      * the change and the same before/after images as a card, and
      * are stamped reported (DB2 precompile required).
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLMCHG.
           COPY PRVEPARM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPRVM'.

       01  WS-FILE-STATUSES.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-TERM-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ONLINE-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-ONLINE-EOF-FLAG      PIC X(01) VALUE 'N'.
           88  END-OF-ONLINE-LOG   VALUE 'Y'.

      *---------------------------------------------------------------
      * Before-image held for the change report while the master
      * record is updated in place.
           05  WS-BF-STATUS        PIC X(01).
           05  WS-BF-ADDED-DATE    PIC 9(08).
           05  WS-BF-TERMED-DATE   PIC 9(08).
           05  WS-BF-PAY-METHOD    PIC X(01).
           05  WS-BF-ROUTING-NO    PIC 9(09).
           05  WS-BF-ACCOUNT-NO    PIC X(17).
           05  WS-BF-REMIT-ADDR-1  PIC X(30).
           05  WS-BF-TIN           PIC X(09).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'TERMED='.
           05  WS-IL-TERMED-DATE   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'TIN='.
           05  WS-IL-TIN           PIC X(09).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-PAY-IMAGE-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'METHOD='.
           05  WS-PL-PAY-METHOD    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ROUTING='.
           05  WS-PL-ROUTING-NO    PIC 9(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'ACCT='.
           05  WS-PL-ACCOUNT-NO    PIC X(17).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'REMIT='.
           05  WS-PL-REMIT-ADDR-1  PIC X(30).
           05  FILLER              PIC X(35) VALUE SPACES.

      *---------------------------------------------------------------
      * Heading line for a change made on the CPVM screen, in place
      * of the card's action line.
      *---------------------------------------------------------------
       01  WS-ONLINE-LINE.
           05  FILLER              PIC X(08) VALUE 'ONLINE: '.
           05  WS-OL-ACTION        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'PROVIDER: '.
           05  WS-OL-PROVIDER      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'BY '.
           05  WS-OL-USER          PIC X(08).
           05  FILLER              PIC X(04) VALUE ' AT '.
           05  WS-OL-TIMESTAMP     PIC X(19).
           05  FILLER              PIC X(56) VALUE SPACES.

      *---------------------------------------------------------------
      * Changes made on CPVM not yet on a change report, oldest
      * first.
      *---------------------------------------------------------------
           EXEC SQL DECLARE PRVM_ONLINE_CURSOR CURSOR FOR
               SELECT MASTER_KEY, ACTION, CHANGED_BY, CHANGE_TS,
                      BEFORE_IMAGE, AFTER_IMAGE
               FROM MASTER_CHANGE_LOG
               WHERE MASTER_TYPE   = 'R'
                 AND REPORTED_DATE = 0
               ORDER BY CHANGE_TS
               FOR UPDATE OF REPORTED_DATE
           END-EXEC.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 6000-REPORT-ONLINE-CHANGES.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common edits (CLMSPRVE 'K'). Per-action edits (required
      * fields on an add, EFT bank details) are made when the card
      * is applied, where the before-image is also at hand.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           SET PRVE-FUNC-KEY-EDIT TO TRUE.
           PERFORM 2300-CALL-PROVIDER-EDIT.
           IF PRVE-RETURN-CODE = 0
               SET TXN-OK TO TRUE
           END-IF.
      *---------------------------------------------------------------
       2300-CALL-PROVIDER-EDIT.
           CALL 'CLMSPRVE' USING PRVE-PARMS
                                 PROVIDER-MAINT-TRANSACTION
                                 PROVIDER-RECORD.
           MOVE PRVE-ERROR-TEXT TO WS-ERROR-TEXT.
      *---------------------------------------------------------------
      * Add - CLMSPRVE edits the card and builds the new record.
      *---------------------------------------------------------------
       3000-APPLY-ADD.
           SET TXN-FAILED TO TRUE.
           SET PRVE-FUNC-APPLY TO TRUE.
           PERFORM 2300-CALL-PROVIDER-EDIT.
           IF PRVE-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           WRITE PROVIDER-RECORD
               INVALID KEY
                   MOVE 'PROVIDER ALREADY ON FILE' TO WS-ERROR-TEXT
           END-WRITE.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed
      * (applied to the record read by CLMSPRVE).
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           SET PRVE-FUNC-APPLY TO TRUE.
           PERFORM 2300-CALL-PROVIDER-EDIT.
           IF PRVE-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           REWRITE PROVIDER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           SET PRVE-FUNC-APPLY TO TRUE.
           PERFORM 2300-CALL-PROVIDER-EDIT.
           IF PRVE-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           REWRITE PROVIDER-RECORD
               INVALID KEY
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
      * Online changes from CPVM. Each logged image is laid back into
      * the master record area (no master I/O is pending here) so
      * the card paragraphs print it, TIN masked as on a card; the
      * row is then stamped with today's date so it reports once. A
      * DB2 failure leaves the rest unstamped for the next run.
      *---------------------------------------------------------------
       6000-REPORT-ONLINE-CHANGES.
           EXEC SQL OPEN PRVM_ONLINE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN ONLINE LOG FAILED='
                   SQLCODE
               IF WS-RETURN-CODE < +8
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6100-FETCH-ONLINE-CHANGE.
           PERFORM UNTIL END-OF-ONLINE-LOG
               PERFORM 6200-PRINT-ONLINE-CHANGE
               EXEC SQL
                   UPDATE MASTER_CHANGE_LOG
                   SET REPORTED_DATE = :WS-TODAY-NUMERIC
                   WHERE CURRENT OF PRVM_ONLINE_CURSOR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID ': STAMP ONLINE LOG FAILED='
                       SQLCODE ' PROVIDER=' DCL-MCL-MASTER-KEY
                   IF WS-RETURN-CODE < +8
                       MOVE +8 TO WS-RETURN-CODE
                   END-IF
                   SET END-OF-ONLINE-LOG TO TRUE
               ELSE
                   PERFORM 6100-FETCH-ONLINE-CHANGE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE PRVM_ONLINE_CURSOR END-EXEC.
           EXEC SQL COMMIT END-EXEC.
      *---------------------------------------------------------------
       6100-FETCH-ONLINE-CHANGE.
           EXEC SQL
               FETCH PRVM_ONLINE_CURSOR
               INTO :DCL-MCL-MASTER-KEY,   :DCL-MCL-ACTION,
                    :DCL-MCL-CHANGED-BY,   :DCL-MCL-CHANGE-TS,
                    :DCL-MCL-BEFORE-IMAGE, :DCL-MCL-AFTER-IMAGE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-ONLINE-LOG TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': FETCH ONLINE LOG FAILED='
                       SQLCODE
                   IF WS-RETURN-CODE < +8
                       MOVE +8 TO WS-RETURN-CODE
                   END-IF
                   SET END-OF-ONLINE-LOG TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
       6200-PRINT-ONLINE-CHANGE.
           ADD 1 TO WS-ONLINE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           IF DCL-MCL-ACTION = 'A'
               MOVE 'ADD       ' TO WS-OL-ACTION
           ELSE
               MOVE 'CHANGE    ' TO WS-OL-ACTION
           END-IF.
           MOVE DCL-MCL-MASTER-KEY       TO WS-OL-PROVIDER.
           MOVE DCL-MCL-CHANGED-BY       TO WS-OL-USER.
           MOVE DCL-MCL-CHANGE-TS(1:19)  TO WS-OL-TIMESTAMP.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-ONLINE-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF DCL-MCL-ACTION NOT = 'A'
               MOVE DCL-MCL-BEFORE-IMAGE(1:LENGTH OF PROVIDER-RECORD)
                   TO PROVIDER-RECORD
               PERFORM 7200-SAVE-BEFORE-IMAGE
               PERFORM 7400-PRINT-BEFORE-IMAGE
           END-IF.
           MOVE DCL-MCL-AFTER-IMAGE(1:LENGTH OF PROVIDER-RECORD)
               TO PROVIDER-RECORD.
           PERFORM 7300-PRINT-AFTER-IMAGE.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE PRV-STATUS        TO WS-BF-STATUS.
           MOVE PRV-ADDED-DATE    TO WS-BF-ADDED-DATE.
           MOVE PRV-TERMED-DATE   TO WS-BF-TERMED-DATE.
           MOVE PRV-PAY-METHOD    TO WS-BF-PAY-METHOD.
           IF PRV-ROUTING-NO NUMERIC
               MOVE PRV-ROUTING-NO TO WS-BF-ROUTING-NO
           ELSE
               MOVE ZEROS          TO WS-BF-ROUTING-NO
           END-IF.
           MOVE PRV-ACCOUNT-NO    TO WS-BF-ACCOUNT-NO.
           MOVE PRV-REMIT-ADDR-1  TO WS-BF-REMIT-ADDR-1.
           MOVE PRV-TIN           TO WS-BF-TIN.
      *---------------------------------------------------------------
      * Only the last four TIN digits print - a sole practitioner's
      * TIN is a social security number.
      *---------------------------------------------------------------
       7250-MASK-TIN.
           IF WS-IL-TIN NOT = SPACES
               MOVE '*****' TO WS-IL-TIN(1:5)
           END-IF.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '        TO WS-IL-TAG.
           MOVE PRV-STATUS        TO WS-IL-STATUS.
           MOVE PRV-ADDED-DATE    TO WS-IL-ADDED-DATE.
           MOVE PRV-TERMED-DATE   TO WS-IL-TERMED-DATE.
           MOVE PRV-TIN           TO WS-IL-TIN.
           PERFORM 7250-MASK-TIN.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           MOVE PRV-PAY-METHOD    TO WS-PL-PAY-METHOD.
           IF PRV-ROUTING-NO NUMERIC
               MOVE PRV-ROUTING-NO TO WS-PL-ROUTING-NO
           ELSE
               MOVE ZEROS          TO WS-PL-ROUTING-NO
           END-IF.
           MOVE PRV-ACCOUNT-NO    TO WS-PL-ACCOUNT-NO.
           MOVE PRV-REMIT-ADDR-1  TO WS-PL-REMIT-ADDR-1.
           WRITE RPT-LINE FROM WS-PAY-IMAGE-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7400-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: '          TO WS-IL-TAG.
           MOVE WS-BF-STATUS        TO WS-IL-STATUS.
           MOVE WS-BF-ADDED-DATE    TO WS-IL-ADDED-DATE.
           MOVE WS-BF-TERMED-DATE   TO WS-IL-TERMED-DATE.
           MOVE WS-BF-TIN           TO WS-IL-TIN.
           PERFORM 7250-MASK-TIN.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           MOVE WS-BF-PAY-METHOD    TO WS-PL-PAY-METHOD.
           MOVE WS-BF-ROUTING-NO    TO WS-PL-ROUTING-NO.
           MOVE WS-BF-ACCOUNT-NO    TO WS-PL-ACCOUNT-NO.
           MOVE WS-BF-REMIT-ADDR-1  TO WS-PL-REMIT-ADDR-1.
           WRITE RPT-LINE FROM WS-PAY-IMAGE-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ONLINE CHANGES REPORTED:' TO WS-TL-LABEL.
           MOVE WS-ONLINE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE PROVIDER-TXN-IN PROVIDER-MASTER RPT-OUT.
                   ' ADDS='    WS-ADD-COUNT
                   ' CHANGES=' WS-CHANGE-COUNT
                   ' TERMS='   WS-TERM-COUNT
                   ' ERRORS='  WS-ERROR-COUNT
                   ' ONLINE='  WS-ONLINE-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
