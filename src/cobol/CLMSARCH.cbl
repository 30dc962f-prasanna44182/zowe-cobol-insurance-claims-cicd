      * denied) and older than a configurable retention period out of
      * CLAIMS_MASTER into CLAIMS_MASTER_HIST, then deletes them from
      * CLAIMS_MASTER. Commits every WS-COMMIT-INTERVAL rows.
      * An approved disability claim still drawing installments off
      * CLAIMS_BENEFIT_SCHED stays on the master however old it is,
      * until its schedule has nothing further due.
      * A claim under an active hold on LEGAL_HOLD (CLMSLGHM) - on
      * the claim itself, its policy, its member or its billing
      * provider - is never archived, however old. The report lists
      * each claim otherwise due that a hold kept back, with the
      * hold that kept it, after the claims archived.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLHIST.
           COPY DCLLGHD.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSARCH'.


       01  WS-COUNTERS.
           05  WS-ARCHIVE-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-HELD-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.
       01  WS-HELD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-HELD         VALUE 'Y'.
       01  WS-PREV-HELD-KEY        PIC X(18) VALUE SPACES.
       01  WS-HELD-KEY.
           05  WS-HK-POLICY-NO     PIC X(10).
           05  WS-HK-CLAIM-ID      PIC X(08).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
           05  WS-SL-ARCHIVED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  WS-HELD-TITLE-LINE.
           05  FILLER              PIC X(50)
               VALUE 'CLAIMS HELD BACK UNDER LEGAL HOLD'.
           05  FILLER              PIC X(82) VALUE SPACES.

       01  WS-HELD-HEADER.
           05  FILLER              PIC X(12) VALUE 'POLICY NO'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CLAIM DATE'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'STATUS'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'CLAIM AMOUNT'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'HOLD ID'.
           05  FILLER              PIC X(46) VALUE 'SCOPE'.

       01  WS-HELD-DETAIL-LINE.
           05  WS-HD-CLAIM         PIC X(72).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-HD-HOLD-ID       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-SCOPE         PIC X(01).
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-HELD-SUMMARY-LINE.
           05  FILLER              PIC X(20) VALUE 'CLAIMS HELD BACK: '.
           05  WS-SL-HELD          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(105) VALUE SPACES.

      *---------------------------------------------------------------
      * Cursor scans closed claims older than the cutoff date.
      * FOR UPDATE OF STATUS lets DELETE WHERE CURRENT OF remove the
                      CLAIM_DATE,    CLAIM_TYPE,      CLAIM_AMOUNT,
                      COVERAGE_CODE, STATUS,          ADJUSTER_ID,
                      SUBMIT_CHANNEL, INSERT_TS,      ADJUDICATED_DATE,
                      ADJUDICATOR_ID, MEMBER_ID,      PROVIDER_ID,
                      LOSS_STATE,     APPROVED_AMOUNT, PAID_DATE
               FROM CLAIMS_MASTER
               WHERE STATUS IN ('A', 'D')
                 AND CLAIM_DATE < :WS-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_BENEFIT_SCHED S
                      WHERE S.POLICY_NO = CLAIMS_MASTER.POLICY_NO
                        AND S.CLAIM_ID  = CLAIMS_MASTER.CLAIM_ID
                        AND S.NEXT_DUE_DATE > 0)
                 AND NOT EXISTS
                     (SELECT 1 FROM LEGAL_HOLD H
                      WHERE H.RELEASED_DATE = 0
                        AND ((H.SCOPE_TYPE = 'C'
                              AND H.POLICY_NO = CLAIMS_MASTER.POLICY_NO
                              AND H.CLAIM_ID  = CLAIMS_MASTER.CLAIM_ID)
                          OR (H.SCOPE_TYPE = 'P'
                              AND H.POLICY_NO = CLAIMS_MASTER.POLICY_NO)
                          OR (H.SCOPE_TYPE = 'M'
                              AND H.MEMBER_ID = CLAIMS_MASTER.MEMBER_ID)
                          OR (H.SCOPE_TYPE = 'R'
                              AND H.PROVIDER_ID
                                  = CLAIMS_MASTER.PROVIDER_ID)))
               FOR UPDATE OF STATUS
           END-EXEC.

      *---------------------------------------------------------------
      * The claims the hold test above kept back - due on every other
      * count - with each active hold covering them. A claim under
      * two holds comes back once per hold.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSARCH_HELD_CURSOR CURSOR FOR
               SELECT M.POLICY_NO,  M.CLAIM_ID,    M.CLAIM_DATE,
                      M.STATUS,     M.CLAIM_AMOUNT,
                      H.HOLD_ID,    H.SCOPE_TYPE
               FROM CLAIMS_MASTER M, LEGAL_HOLD H
               WHERE M.STATUS IN ('A', 'D')
                 AND M.CLAIM_DATE < :WS-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_BENEFIT_SCHED S
                      WHERE S.POLICY_NO = M.POLICY_NO
                        AND S.CLAIM_ID  = M.CLAIM_ID
                        AND S.NEXT_DUE_DATE > 0)
                 AND H.RELEASED_DATE = 0
                 AND ((H.SCOPE_TYPE = 'C'
                       AND H.POLICY_NO = M.POLICY_NO
                       AND H.CLAIM_ID  = M.CLAIM_ID)
                   OR (H.SCOPE_TYPE = 'P'
                       AND H.POLICY_NO = M.POLICY_NO)
                   OR (H.SCOPE_TYPE = 'M'
                       AND H.MEMBER_ID = M.MEMBER_ID)
                   OR (H.SCOPE_TYPE = 'R'
                       AND H.PROVIDER_ID = M.PROVIDER_ID))
               ORDER BY M.POLICY_NO, M.CLAIM_ID, H.HOLD_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ARCHIVE-CLAIMS UNTIL END-OF-CURSOR.
           PERFORM 4000-LIST-HELD-CLAIMS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                    :DCL-COVERAGE-CODE,  :DCL-STATUS,
                    :DCL-ADJUSTER-ID,    :DCL-SUBMIT-CHANNEL,
                    :DCL-INSERT-TS,      :DCL-ADJUDICATED-DATE,
                    :DCL-ADJUDICATOR-ID, :DCL-MEMBER-ID,
                    :DCL-PROVIDER-ID,    :DCL-LOSS-STATE,
                    :DCL-APPROVED-AMOUNT, :DCL-PAID-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           MOVE DCL-ADJUDICATED-DATE  TO DCL-HST-ADJUDICATED-DATE.
           MOVE DCL-ADJUDICATOR-ID    TO DCL-HST-ADJUDICATOR-ID.
           MOVE DCL-MEMBER-ID         TO DCL-HST-MEMBER-ID.
           MOVE DCL-PROVIDER-ID       TO DCL-HST-PROVIDER-ID.
           MOVE DCL-LOSS-STATE        TO DCL-HST-LOSS-STATE.
           MOVE DCL-APPROVED-AMOUNT   TO DCL-HST-APPROVED-AMOUNT.
           MOVE DCL-PAID-DATE         TO DCL-HST-PAID-DATE.

           EXEC SQL
               SET :DCL-HST-ARCHIVED-TS = CURRENT TIMESTAMP
                CLAIM_DATE,        CLAIM_TYPE,        CLAIM_AMOUNT,
                COVERAGE_CODE,     STATUS,            ADJUSTER_ID,
                SUBMIT_CHANNEL,    INSERT_TS,         ADJUDICATED_DATE,
                ADJUDICATOR_ID,    MEMBER_ID,         ARCHIVED_TS,
                PROVIDER_ID,       LOSS_STATE,        APPROVED_AMOUNT,
                PAID_DATE)
               VALUES
               (:DCL-HST-POLICY-NO,     :DCL-HST-CLAIM-ID,
                :DCL-HST-CLAIMANT-NAME, :DCL-HST-CLAIM-DATE,
                :DCL-HST-ADJUSTER-ID,   :DCL-HST-SUBMIT-CHANNEL,
                :DCL-HST-INSERT-TS,     :DCL-HST-ADJUDICATED-DATE,
                :DCL-HST-ADJUDICATOR-ID, :DCL-HST-MEMBER-ID,
                :DCL-HST-ARCHIVED-TS,    :DCL-HST-PROVIDER-ID,
                :DCL-HST-LOSS-STATE,     :DCL-HST-APPROVED-AMOUNT,
                :DCL-HST-PAID-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Held-back listing, after the claims archived. Legal reads
      * this list against its orders, so a claim counts once however
      * many holds cover it.
      *---------------------------------------------------------------
       4000-LIST-HELD-CLAIMS.
           PERFORM 4200-WRITE-HELD-HEADER.
           EXEC SQL OPEN CLMSARCH_HELD_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': HELD CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4100-LIST-ONE-HELD UNTIL END-OF-HELD.
           EXEC SQL CLOSE CLMSARCH_HELD_CURSOR END-EXEC.
      *---------------------------------------------------------------
       4100-LIST-ONE-HELD.
           EXEC SQL
               FETCH CLMSARCH_HELD_CURSOR
               INTO :DCL-POLICY-NO,     :DCL-CLAIM-ID,
                    :DCL-CLAIM-DATE,    :DCL-STATUS,
                    :DCL-CLAIM-AMOUNT,
                    :DCL-LGH-HOLD-ID,   :DCL-LGH-SCOPE-TYPE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-HELD TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': HELD FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-HELD TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
               PERFORM 4200-WRITE-HELD-HEADER
           END-IF.
           MOVE DCL-POLICY-NO TO WS-HK-POLICY-NO.
           MOVE DCL-CLAIM-ID  TO WS-HK-CLAIM-ID.
           IF WS-HELD-KEY NOT = WS-PREV-HELD-KEY
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-KEY TO WS-PREV-HELD-KEY
           END-IF.
           PERFORM 2400-FORMAT-DETAIL-LINE.
           MOVE WS-DETAIL-LINE     TO WS-HD-CLAIM.
           MOVE DCL-LGH-HOLD-ID    TO WS-HD-HOLD-ID.
           MOVE DCL-LGH-SCOPE-TYPE TO WS-HD-SCOPE.
           WRITE RPT-LINE FROM WS-HELD-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       4200-WRITE-HELD-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-HELD-TITLE-LINE.
           WRITE RPT-LINE FROM WS-HELD-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           ADD 4 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           EXEC SQL CLOSE CLMSARCH_CURSOR END-EXEC.
           PERFORM 3000-FINAL-COMMIT.
           MOVE WS-ARCHIVE-COUNT TO WS-SL-ARCHIVED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-HELD-COUNT    TO WS-SL-HELD.
           WRITE RPT-LINE FROM WS-HELD-SUMMARY-LINE.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': ARCHIVED=' WS-ARCHIVE-COUNT
                   ' HELD=' WS-HELD-COUNT
                   ' ERRORS=' WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
