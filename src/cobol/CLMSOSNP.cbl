      *===============================================================
      * CLMSOSNP - Nightly Open-Claim Snapshot
      * Step 047 in CLMSJOB pipeline, run after CLMSBAL and ahead of
      * CLMSPEND (DB2 precompile required).
      * Reads the open claims on CLAIMS_MASTER (STATUS N, V, P, O)
      * once, in a single cursor, and writes them to the open-claim
      * snapshot (DD OPENSNAP, layout OSNPREC) oldest claim date
      * first, each with its calendar-day and business-day age
      * (CLMSBDAY), adjuster, pend reason and newest claim note.
      * CLMSPEND, CLMSAGE, CLMSDIRY and the month-end CLMSRSRV read
      * the snapshot instead of running their own scans, so the
      * night's workqueue, aging and reserve figures all describe
      * the same population even when adjudication runs between
      * them. The header carries the snapshot point in time; the
      * trailer the record count and amount total the readers
      * check. A run that fails part way writes no trailer, so the
      * readers refuse the short file rather than report from it.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSOSNP.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-SNAPSHOT ASSIGN TO OPENSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENSNAP-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-SNAPSHOT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY OSNPREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLNOTE.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSOSNP'.

           COPY RREGPARM.

       01  WS-FILE-STATUSES.
           05  WS-OPENSNAP-STATUS  PIC X(02) VALUE SPACES.

           COPY BDAYPARM.

       01  WS-COUNTERS.
           05  WS-SNAPSHOT-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-PENDED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-AGE-FAIL-COUNT   PIC 9(07) VALUE ZEROS.

       01  WS-AMOUNT-TOTAL         PIC 9(13)V99 VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-FETCH-FAILED         PIC X(01) VALUE 'N'.
           88  FETCH-FAILED        VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-SNAPSHOT-TS          PIC X(26) VALUE SPACES.
       01  WS-CLAIM-DATE-DISP      PIC 9(08).

      *---------------------------------------------------------------
      * The open population with each claim's newest note joined on
      * - one read of CLAIMS_MASTER, so the snapshot is a single
      * point in time. Oldest claim date first, the order the
      * workqueue and aging reports print in.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSOSNP_CURSOR CURSOR FOR
               SELECT M.POLICY_NO,     M.CLAIM_ID,
                      M.CLAIMANT_NAME, M.CLAIM_DATE,
                      M.CLAIM_TYPE,    M.CLAIM_AMOUNT,
                      M.COVERAGE_CODE, M.STATUS,
                      M.ADJUSTER_ID,   M.PEND_REASON,
                      M.CAT_EVENT_CODE,
                      COALESCE(N.NOTE_SEQ, 0),
                      COALESCE(N.NOTE_TS, ' '),
                      COALESCE(N.AUTHOR_ID, ' '),
                      COALESCE(N.NOTE_TEXT, ' ')
               FROM CLAIMS_MASTER M
                    LEFT OUTER JOIN CLAIMS_NOTES N
                      ON  N.POLICY_NO = M.POLICY_NO
                      AND N.CLAIM_ID  = M.CLAIM_ID
                      AND N.NOTE_SEQ =
                          (SELECT MAX(X.NOTE_SEQ)
                           FROM CLAIMS_NOTES X
                           WHERE X.POLICY_NO = M.POLICY_NO
                             AND X.CLAIM_ID  = M.CLAIM_ID)
               WHERE M.STATUS IN ('N', 'V', 'P', 'O')
               ORDER BY M.CLAIM_DATE, M.POLICY_NO, M.CLAIM_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CURSOR UNTIL FETCH-COMPLETE.
           PERFORM 5000-WRITE-TRAILER.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 8800-REGISTER-START.
           DISPLAY WS-PROGRAM-ID ': OPEN-CLAIM SNAPSHOT STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           EXEC SQL
               SET :WS-SNAPSHOT-TS = CURRENT TIMESTAMP
           END-EXEC.
           OPEN OUTPUT OPEN-SNAPSHOT.
           IF WS-OPENSNAP-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN OPENSNAP FAILED FS='
                   WS-OPENSNAP-STATUS
               MOVE +16 TO WS-RETURN-CODE
               PERFORM 8900-REGISTER-END
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           EXEC SQL OPEN CLMSOSNP_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               CLOSE OPEN-SNAPSHOT
               PERFORM 8900-REGISTER-END
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES             TO OPEN-SNAPSHOT-HEADER.
           SET OSN-TYPE-HEADER     TO TRUE.
           MOVE WS-TODAY-NUMERIC   TO OSN-H-SNAPSHOT-DATE.
           MOVE WS-SNAPSHOT-TS     TO OSN-H-SNAPSHOT-TS.
           WRITE OPEN-SNAPSHOT-HEADER.
           PERFORM 4000-CHECK-WRITE.
           DISPLAY WS-PROGRAM-ID ': SNAPSHOT AS OF ' WS-SNAPSHOT-TS.
      *---------------------------------------------------------------
       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH CLMSOSNP_CURSOR
               INTO :DCL-POLICY-NO,      :DCL-CLAIM-ID,
                    :DCL-CLAIMANT-NAME,  :DCL-CLAIM-DATE,
                    :DCL-CLAIM-TYPE,     :DCL-CLAIM-AMOUNT,
                    :DCL-COVERAGE-CODE,  :DCL-STATUS,
                    :DCL-ADJUSTER-ID,    :DCL-PEND-REASON,
                    :DCL-CAT-EVENT-CODE,
                    :DCL-NT-NOTE-SEQ,    :DCL-NT-NOTE-TS,
                    :DCL-NT-AUTHOR-ID,   :DCL-NT-NOTE-TEXT
           END-EXEC.

           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH FAILED SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               SET FETCH-FAILED   TO TRUE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES              TO OPEN-SNAPSHOT-RECORD.
           SET OSN-TYPE-DETAIL      TO TRUE.
           MOVE DCL-POLICY-NO       TO OSN-POLICY-NO.
           MOVE DCL-CLAIM-ID        TO OSN-CLAIM-ID.
           MOVE DCL-CLAIMANT-NAME   TO OSN-CLAIMANT-NAME.
           MOVE DCL-CLAIM-DATE      TO WS-CLAIM-DATE-DISP.
           MOVE WS-CLAIM-DATE-DISP  TO OSN-CLAIM-DATE.
           MOVE DCL-CLAIM-TYPE      TO OSN-CLAIM-TYPE.
           MOVE DCL-CLAIM-AMOUNT    TO OSN-CLAIM-AMOUNT.
           MOVE DCL-COVERAGE-CODE   TO OSN-COVERAGE-CODE.
           MOVE DCL-STATUS          TO OSN-STATUS.
           MOVE DCL-ADJUSTER-ID     TO OSN-ADJUSTER-ID.
           MOVE DCL-PEND-REASON     TO OSN-PEND-REASON.
           MOVE DCL-CAT-EVENT-CODE  TO OSN-CAT-EVENT-CODE.
           MOVE DCL-NT-NOTE-SEQ     TO OSN-NOTE-SEQ.
           MOVE DCL-NT-NOTE-TS      TO OSN-NOTE-TS.
           MOVE DCL-NT-AUTHOR-ID    TO OSN-NOTE-AUTHOR.
           MOVE DCL-NT-NOTE-TEXT    TO OSN-NOTE-TEXT.
           PERFORM 3000-COMPUTE-AGES.

           WRITE OPEN-SNAPSHOT-RECORD.
           PERFORM 4000-CHECK-WRITE.
           ADD 1 TO WS-SNAPSHOT-COUNT.
           ADD DCL-CLAIM-AMOUNT TO WS-AMOUNT-TOTAL.
           IF OSN-STATUS-PENDED
               ADD 1 TO WS-PENDED-COUNT
           END-IF.
      *---------------------------------------------------------------
      * Both ages through CLMSBDAY - calendar days for the reserve
      * and workqueue, business days for the readers whose PARMCARD
      * asks for them. A date the service cannot use ages zero with
      * a warning, as the readers handled it before.
      *---------------------------------------------------------------
       3000-COMPUTE-AGES.
           MOVE ZEROS TO OSN-CALENDAR-DAYS OSN-BUSINESS-DAYS.
           SET BDAY-FUNC-DIFF TO TRUE.
           SET BDAY-MODE-CALENDAR  TO TRUE.
           MOVE WS-CLAIM-DATE-DISP TO BDAY-DATE-1.
           MOVE WS-TODAY-NUMERIC   TO BDAY-DATE-2.
           CALL 'CLMSBDAY' USING BDAY-PARMS.
           IF BDAY-RETURN-CODE NOT = 0
               PERFORM 3900-AGE-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF BDAY-DAYS > 0
               MOVE BDAY-DAYS TO OSN-CALENDAR-DAYS
           END-IF.
           SET BDAY-FUNC-DIFF TO TRUE.
           SET BDAY-MODE-BUSINESS  TO TRUE.
           MOVE WS-CLAIM-DATE-DISP TO BDAY-DATE-1.
           MOVE WS-TODAY-NUMERIC   TO BDAY-DATE-2.
           CALL 'CLMSBDAY' USING BDAY-PARMS.
           IF BDAY-RETURN-CODE NOT = 0
               PERFORM 3900-AGE-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF BDAY-DAYS > 0
               MOVE BDAY-DAYS TO OSN-BUSINESS-DAYS
           END-IF.
      *---------------------------------------------------------------
       3900-AGE-FAILED.
           DISPLAY WS-PROGRAM-ID ': CLAIM DATE NOT AGEABLE POLICY='
               DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID.
           MOVE ZEROS TO OSN-CALENDAR-DAYS OSN-BUSINESS-DAYS.
           ADD 1 TO WS-AGE-FAIL-COUNT.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       4000-CHECK-WRITE.
           IF WS-OPENSNAP-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE OPENSNAP FAILED FS='
                   WS-OPENSNAP-STATUS
               MOVE +16 TO WS-RETURN-CODE
               SET FETCH-FAILED   TO TRUE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * The trailer is the readers' proof the snapshot is whole -
      * never written after a failed fetch or write.
      *---------------------------------------------------------------
       5000-WRITE-TRAILER.
           EXEC SQL CLOSE CLMSOSNP_CURSOR END-EXEC.
           IF FETCH-FAILED
               DISPLAY WS-PROGRAM-ID
                   ': SNAPSHOT INCOMPLETE - NO TRAILER WRITTEN'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES             TO OPEN-SNAPSHOT-TRAILER.
           SET OSN-TYPE-TRAILER    TO TRUE.
           MOVE WS-SNAPSHOT-COUNT  TO OSN-T-RECORD-COUNT.
           MOVE WS-AMOUNT-TOTAL    TO OSN-T-AMOUNT-TOTAL.
           WRITE OPEN-SNAPSHOT-TRAILER.
           IF WS-OPENSNAP-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE OPENSNAP FAILED FS='
                   WS-OPENSNAP-STATUS
               MOVE +16 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
      * Run-registry bookkeeping (CLMSRREG) - a start row when the
      * step begins, end timestamp/counts/return code when it
      * finishes.
      *---------------------------------------------------------------
       8800-REGISTER-START.
           SET RREG-ACTION-START TO TRUE.
           MOVE 'CLMSOSNP' TO RREG-STEP-NAME.
           MOVE ZEROS TO RREG-INPUT-COUNT RREG-OUTPUT-COUNT
                         RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       8900-REGISTER-END.
           SET RREG-ACTION-END TO TRUE.
           MOVE 'CLMSOSNP' TO RREG-STEP-NAME.
           MOVE WS-SNAPSHOT-COUNT TO RREG-INPUT-COUNT.
           MOVE WS-SNAPSHOT-COUNT TO RREG-OUTPUT-COUNT.
           MOVE WS-RETURN-CODE TO RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
      *---------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 8900-REGISTER-END.
           CLOSE OPEN-SNAPSHOT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': OPEN CLAIMS=' WS-SNAPSHOT-COUNT
                   ' PENDED='      WS-PENDED-COUNT
                   ' AGE FAILURES=' WS-AGE-FAIL-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
