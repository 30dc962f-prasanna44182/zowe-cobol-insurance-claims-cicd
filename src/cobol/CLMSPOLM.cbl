      * totals to check before the nightly validate runs. Replaces
      * the ad-hoc IDCAMS REPRO maintenance that had no edit and no
      * trail.
      * The field edits and the rules for applying a card live in
      * the CLMSPOLE subprogram, shared with the CPLM online policy
      * maintenance screen (CLMSPLMC). Changes made on CPLM since
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
           COPY POLEPARM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPOLM'.

       01  WS-FILE-STATUSES.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-TERM-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ONLINE-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-ONLINE-EOF-FLAG      PIC X(01) VALUE 'N'.
           88  END-OF-ONLINE-LOG   VALUE 'Y'.

      *---------------------------------------------------------------
      * Before-image held for the change report while the master
           05  WS-IL-OOP-MAX       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

      *---------------------------------------------------------------
      * Heading line for a change made on the CPLM screen, in place
      * of the card's action line.
      *---------------------------------------------------------------
       01  WS-ONLINE-LINE.
           05  FILLER              PIC X(08) VALUE 'ONLINE: '.
           05  WS-OL-ACTION        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'POLICY: '.
           05  WS-OL-POLICY        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'BY '.
           05  WS-OL-USER          PIC X(08).
           05  FILLER              PIC X(04) VALUE ' AT '.
           05  WS-OL-TIMESTAMP     PIC X(19).
           05  FILLER              PIC X(56) VALUE SPACES.

      *---------------------------------------------------------------
      * Changes made on CPLM not yet on a change report, oldest
      * first.
      *---------------------------------------------------------------
           EXEC SQL DECLARE POLM_ONLINE_CURSOR CURSOR FOR
               SELECT MASTER_KEY, ACTION, CHANGED_BY, CHANGE_TS,
                      BEFORE_IMAGE, AFTER_IMAGE
               FROM MASTER_CHANGE_LOG
               WHERE MASTER_TYPE   = 'P'
                 AND REPORTED_DATE = 0
               ORDER BY CHANGE_TS
               FOR UPDATE OF REPORTED_DATE
           END-EXEC.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 6000-REPORT-ONLINE-CHANGES.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': POLICY MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT POLICY-TXN-IN.
           IF WS-POLTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN POLTIN FAILED FS='
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common edits (CLMSPOLE 'K'). Per-action edits (required
      * fields on an add) are made when the card is applied, where
      * the before-image is also at hand.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           SET POLE-FUNC-KEY-EDIT TO TRUE.
           PERFORM 2300-CALL-POLICY-EDIT.
           IF POLE-RETURN-CODE = 0
               SET TXN-OK TO TRUE
           END-IF.
      *---------------------------------------------------------------
       2300-CALL-POLICY-EDIT.
           CALL 'CLMSPOLE' USING POLE-PARMS
                                 POLICY-MAINT-TRANSACTION
                                 POLICY-RECORD.
           MOVE POLE-ERROR-TEXT TO WS-ERROR-TEXT.
      *---------------------------------------------------------------
      * Add - CLMSPOLE edits the card and builds the new record.
      *---------------------------------------------------------------
       3000-APPLY-ADD.
           SET TXN-FAILED TO TRUE.
           SET POLE-FUNC-APPLY TO TRUE.
           PERFORM 2300-CALL-POLICY-EDIT.
           IF POLE-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           WRITE POLICY-RECORD
               INVALID KEY
                   MOVE 'POLICY ALREADY ON FILE' TO WS-ERROR-TEXT
           END-WRITE.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed
      * (applied to the record read by CLMSPOLE).
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           SET POLE-FUNC-APPLY TO TRUE.
           PERFORM 2300-CALL-POLICY-EDIT.
           IF POLE-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           REWRITE POLICY-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           SET POLE-FUNC-APPLY TO TRUE.
           PERFORM 2300-CALL-POLICY-EDIT.
           IF POLE-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           REWRITE POLICY-RECORD
               INVALID KEY
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
      * Online changes from CPLM. Each logged image is laid back into
      * the master record area (no master I/O is pending here) so
      * the card paragraphs print it; the row is then stamped with
      * today's date so it reports once. A DB2 failure leaves the
      * rest unstamped for the next run.
      *---------------------------------------------------------------
       6000-REPORT-ONLINE-CHANGES.
           EXEC SQL OPEN POLM_ONLINE_CURSOR END-EXEC.
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
                   WHERE CURRENT OF POLM_ONLINE_CURSOR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID ': STAMP ONLINE LOG FAILED='
                       SQLCODE ' POLICY=' DCL-MCL-MASTER-KEY
                   IF WS-RETURN-CODE < +8
                       MOVE +8 TO WS-RETURN-CODE
                   END-IF
                   SET END-OF-ONLINE-LOG TO TRUE
               ELSE
                   PERFORM 6100-FETCH-ONLINE-CHANGE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE POLM_ONLINE_CURSOR END-EXEC.
           EXEC SQL COMMIT END-EXEC.
      *---------------------------------------------------------------
       6100-FETCH-ONLINE-CHANGE.
           EXEC SQL
               FETCH POLM_ONLINE_CURSOR
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
           MOVE DCL-MCL-MASTER-KEY       TO WS-OL-POLICY.
           MOVE DCL-MCL-CHANGED-BY       TO WS-OL-USER.
           MOVE DCL-MCL-CHANGE-TS(1:19)  TO WS-OL-TIMESTAMP.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-ONLINE-LINE.
           ADD 2 TO WS-LINE-COUNT.
           IF DCL-MCL-ACTION NOT = 'A'
               MOVE DCL-MCL-BEFORE-IMAGE(1:LENGTH OF POLICY-RECORD)
                   TO POLICY-RECORD
               PERFORM 7200-SAVE-BEFORE-IMAGE
               PERFORM 7400-PRINT-BEFORE-IMAGE
           END-IF.
           MOVE DCL-MCL-AFTER-IMAGE(1:LENGTH OF POLICY-RECORD)
               TO POLICY-RECORD.
           PERFORM 7300-PRINT-AFTER-IMAGE.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ONLINE CHANGES REPORTED:' TO WS-TL-LABEL.
           MOVE WS-ONLINE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE POLICY-TXN-IN POLICY-MASTER RPT-OUT.
                   ' ADDS='    WS-ADD-COUNT
                   ' CHANGES=' WS-CHANGE-COUNT
                   ' TERMS='   WS-TERM-COUNT
                   ' ERRORS='  WS-ERROR-COUNT
                   ' ONLINE='  WS-ONLINE-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
