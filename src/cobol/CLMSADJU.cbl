      * APPROVED_AMOUNT/PATIENT_RESP are stored alongside the billed
      * CLAIM_AMOUNT so partial approvals no longer force a deny-and-
      * resubmit.
      * A claim repriced by CLMSPRCE carries the fee-schedule allowed
      * total on CLAIMS_MASTER.ALLOWED_AMOUNT; a zero transaction
      * amount then allows the schedule total rather than the billed
      * amount, and a keyed amount is capped at it.
      * Every transaction's adjudicator must be an active adjuster on
      * the adjuster master (DD ADJMSTR). An approval whose allowed
      * amount is over that adjuster's authority limit is parked on
      * CLAIMS_COSIGN instead of posting; a supervisor co-sign
      * transaction ('S') with enough authority releases it, and the
      * CLAIMS_AUDIT row carries both ids. Approvals still waiting
      * for co-sign after the run are listed on DD COSGNRPT.
      * Rerun-safe: a transaction whose decision is already on
      * CLAIMS_MASTER (same status, adjudicator, date and keyed
      * amounts) is skipped. Each claim's contribution to
      * MEMBER_ACCUM is kept on ACCUM_CONTRIB; when a claim's
      * decision changes the old contribution is backed out before
      * the new one is taken.
      * A claim already paid may only be re-decided downward - a
      * denial, or an approval allowing less than was paid (a
      * correction, or an appeal decided against the payee). The
      * difference between what was paid and the new payable amount
      * opens a CLAIMS_RECEIVABLE row (source AJ) against the
      * claim's member; anything that would raise a paid claim is
      * still refused.
      * An approval (or the co-sign posting one) is refused while a
      * document on the claim's CLAIMS_DOCUMENT checklist is still
      * outstanding - it must be received or waived through
      * CLMSDOCM first. Denials are not held.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           SELECT COB-RPT-OUT ASSIGN TO COBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COBRPT-STATUS.
           SELECT ADJUSTER-MASTER ASSIGN TO ADJMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADM-ADJUSTER-ID
               FILE STATUS IS WS-ADJMSTR-STATUS.
           SELECT COSIGN-RPT-OUT ASSIGN TO COSGNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COSGNRPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  COB-RPT-LINE            PIC X(132).

       FD  ADJUSTER-MASTER.
           COPY ADJMREC.

       FD  COSIGN-RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  COSIGN-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLAUDIT.
           COPY DCLACCM.
           COPY DCLCOSG.
           COPY DCLACCX.
           COPY DCLRCVB.

       01  WS-PROGRAM-ID          PIC X(08) VALUE 'CLMSADJU'.

           05  WS-POLICY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-COBRPT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-ADJMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-COSGNRPT-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-NOTFOUND-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-COMMIT-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-UNAUTH-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-PARKED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-COSIGNED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-DUPLICATE-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-PAID-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-REVERSED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-RCVB-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-DOCS-OUT-COUNT   PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.

       01  WS-OLD-STATUS           PIC X(01) VALUE SPACES.

      *---------------------------------------------------------------
      * Prior decision on file, for rerun protection. A transaction
      * repeating the decision already posted (an ADJIN deck rerun
      * after an abend past an interim commit) is skipped so the
      * member's accumulators are not charged twice. The claim's
      * ACCUM_CONTRIB row says what its current decision put into
      * MEMBER_ACCUM, to be backed out if the decision changes.
      *---------------------------------------------------------------
       01  WS-OLD-ADJUDICATED-DATE PIC S9(08) COMP-3 VALUE +0.
       01  WS-OLD-ADJUDICATOR-ID   PIC X(08) VALUE SPACES.
       01  WS-OLD-PAID-DATE        PIC S9(08) COMP-3 VALUE +0.
       01  WS-PRIOR-FLAG           PIC X(01) VALUE 'N'.
           88  PRIOR-DECISION-STANDS VALUE 'Y'.
       01  WS-CONTRIB-FLAG         PIC X(01) VALUE 'N'.
           88  CONTRIB-ON-FILE     VALUE 'Y'.
       01  WS-TRAN-ADJ-AMOUNT      PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-TRAN-PRIMARY-PAID    PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-REVERSED-DED         PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-REVERSED-OOP         PIC S9(07)V99 COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * Downward re-decision of a paid claim. WS-AMOUNT-PAID is the
      * claim's live disbursements plus any overpayment offsets
      * withheld from them; WS-ON-RECEIVABLE what earlier findings
      * (CLMSPAUD, an earlier re-decision) already booked.
      *---------------------------------------------------------------
       01  WS-REDECIDE-FLAG        PIC X(01) VALUE 'N'.
           88  PAID-CLAIM-REDECIDED VALUE 'Y'.
       01  WS-AMOUNT-PAID          PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-CLAIM-OFFSET         PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-ON-RECEIVABLE        PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-RCVB-AMOUNT          PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-RCVB-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-NEXT-RCVB-SEQ        PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Benefit calculation work fields. The allowed amount starts
      * from ADJ-APPROVED-AMOUNT (zero = the fee-schedule allowed
      * total, or the full billed amount if never priced), the
      * deductible comes off first, then the patient's coinsurance
      * percentage; whatever is left is payable and the difference
      * from the billed amount is the patient responsibility.
      *---------------------------------------------------------------
       01  WS-ALLOWED-AMOUNT       PIC 9(07)V99 VALUE ZEROS.
       01  WS-CLAIM-CEILING        PIC 9(07)V99 VALUE ZEROS.
       01  WS-PAYABLE-AMOUNT       PIC S9(07)V99 VALUE ZEROS.
       01  WS-POL-DEDUCTIBLE       PIC 9(05)V99 VALUE ZEROS.
       01  WS-POL-COINS-PCT        PIC 9(03) VALUE ZEROS.
       01  WS-COB-TOTAL-SAVINGS    PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-COB-COUNT            PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------
      * Adjudicator authority. The transaction's adjudicator is read
      * from ADJMSTR (ids are six bytes; anything in bytes 7-8 cannot
      * be on the master) and must be active. An approval whose
      * allowed amount - the keyed amount capped at the claim's
      * ceiling, before deductible/coinsurance/COB - is over the
      * adjuster's authority limit parks on CLAIMS_COSIGN. A co-sign
      * ('S') transaction loads the parked decision back into the
      * transaction area and posts it, the supervisor's id going to
      * CLAIMS_AUDIT.COSIGNED_BY. The co-signer must hold enough
      * authority for the amount and may not co-sign their own
      * approval.
      *---------------------------------------------------------------
       01  WS-AUTH-FLAG            PIC X(01) VALUE 'N'.
           88  ADJUDICATOR-VALID   VALUE 'Y'.
       01  WS-COSIGN-FLAG          PIC X(01) VALUE 'N'.
           88  COSIGN-LOADED       VALUE 'Y'.
       01  WS-ADJ-AUTHORITY        PIC 9(07)V99 VALUE ZEROS.
       01  WS-COSIGNER-ID          PIC X(08) VALUE SPACES.
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-INTEGER        PIC S9(09) COMP VALUE +0.
       01  WS-CSG-DATE-DISP        PIC 9(08) VALUE ZEROS.
       01  WS-CSG-DAYS             PIC S9(05) COMP VALUE +0.
       01  WS-CSG-WAITING          PIC S9(09) COMP VALUE +0.
       01  WS-OPEN-DOCUMENTS       PIC S9(09) COMP VALUE +0.
       01  WS-CSG-WAIT-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CSG-WAIT-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-CSG-FETCH-FLAG       PIC X(01) VALUE 'N'.
           88  CSG-FETCH-COMPLETE  VALUE 'Y'.

           EXEC SQL DECLARE COSIGN_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, PARK_DATE, ADJUDICATOR_ID,
                      ALLOWED_AMOUNT, AUTHORITY_LIMIT
               FROM CLAIMS_COSIGN
               WHERE COSIGN_STATUS = 'W'
               ORDER BY PARK_DATE, POLICY_NO, CLAIM_ID
           END-EXEC.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-CL-SAVINGS       PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(65) VALUE SPACES.

       01  WS-CSG-TITLE-LINE.
           05  FILLER              PIC X(44)
               VALUE 'APPROVALS AWAITING CO-SIGN - RUN DATE '.
           05  WS-GT-DATE          PIC X(10).
           05  FILLER              PIC X(78) VALUE SPACES.

       01  WS-CSG-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ADJUDCTR'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'PARKED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE ' DAYS'.
           05  FILLER              PIC X(16) VALUE '  ALLOWED AMOUNT'.
           05  FILLER              PIC X(16) VALUE '       AUTHORITY'.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-CSG-DETAIL-LINE.
           05  WS-GD-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-ADJUDICATOR   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-PARK-DATE     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-ALLOWED       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GD-AUTHORITY     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-CSG-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE 'AWAITING CO-SIGN: '.
           05  WS-GL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(20)
               VALUE 'TOTAL ALLOWED: '.
           05  WS-GL-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(65) VALUE SPACES.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ADJ UNTIL END-OF-FILE.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 8000-WRITE-COSIGN-REPORT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': ADJUDICATION POSTING STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC).
           OPEN INPUT ADJ-IN.
           IF WS-ADJIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN ADJIN FAILED FS='
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADJUSTER-MASTER.
           IF WS-ADJMSTR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN ADJMSTR FAILED FS='
                   WS-ADJMSTR-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-OPEN-MEMBER-MASTER.
           PERFORM 1200-OPEN-COB-REPORT.
           PERFORM 1300-OPEN-COSIGN-REPORT.
           PERFORM 2100-READ-ADJ.
      *---------------------------------------------------------------
       1100-OPEN-MEMBER-MASTER.
               DELIMITED BY SIZE INTO WS-CT-DATE.
           WRITE COB-RPT-LINE FROM WS-COB-TITLE-LINE.
           WRITE COB-RPT-LINE FROM WS-COB-COLUMN-HEADER.
      *---------------------------------------------------------------
       1300-OPEN-COSIGN-REPORT.
           OPEN OUTPUT COSIGN-RPT-OUT.
           IF WS-COSGNRPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN COSGNRPT FAILED FS='
                   WS-COSGNRPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CT-DATE TO WS-GT-DATE.
           WRITE COSIGN-RPT-LINE FROM WS-CSG-TITLE-LINE.
           WRITE COSIGN-RPT-LINE FROM WS-CSG-COLUMN-HEADER.
      *---------------------------------------------------------------
       2000-PROCESS-ADJ.
           ADD 1 TO WS-INPUT-COUNT.
           END-IF.
      *---------------------------------------------------------------
       2200-ADJUDICATE-CLAIM.
           MOVE 'N'    TO WS-COSIGN-FLAG.
           MOVE SPACES TO WS-COSIGNER-ID.
           PERFORM 2210-CHECK-ADJUDICATOR.
           IF NOT ADJUDICATOR-VALID
               EXIT PARAGRAPH
           END-IF.
           IF ADJ-STATUS-COSIGN
               PERFORM 2220-LOAD-COSIGN
               IF NOT COSIGN-LOADED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ADJ-POLICY-NUMBER TO DCL-POLICY-NO.
           MOVE ADJ-CLAIM-ID      TO DCL-CLAIM-ID.

           EXEC SQL
               SELECT STATUS, CLAIM_AMOUNT, CLAIM_DATE, MEMBER_ID,
                      ALLOWED_AMOUNT, ADJUDICATED_DATE,
                      ADJUDICATOR_ID, PAID_DATE, PAYMENT_NO
               INTO :WS-OLD-STATUS, :DCL-CLAIM-AMOUNT,
                    :DCL-CLAIM-DATE, :DCL-MEMBER-ID,
                    :DCL-ALLOWED-AMOUNT, :WS-OLD-ADJUDICATED-DATE,
                    :WS-OLD-ADJUDICATOR-ID, :WS-OLD-PAID-DATE,
                    :DCL-PAYMENT-NO
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
               EXIT PARAGRAPH
           END-IF.

      *---------------------------------------------------------------
      * No approval while the claim's required documents are still
      * outstanding.
      *---------------------------------------------------------------
           IF ADJ-STATUS-APPROVED OR ADJ-STATUS-COSIGN
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-OPEN-DOCUMENTS
                   FROM CLAIMS_DOCUMENT
                   WHERE POLICY_NO  = :DCL-POLICY-NO
                     AND CLAIM_ID   = :DCL-CLAIM-ID
                     AND DOC_STATUS = 'O'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': DOCUMENT CHECK FAILED SQLCODE=' SQLCODE
                       ' POLICY=' ADJ-POLICY-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-OPEN-DOCUMENTS > 0
                   DISPLAY WS-PROGRAM-ID
                       ': DOCUMENTS OUTSTANDING - APPROVAL REFUSED '
                       'POLICY=' ADJ-POLICY-NUMBER
                       ' CLAIM=' ADJ-CLAIM-ID
                   ADD 1 TO WS-DOCS-OUT-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 2205-CHECK-PRIOR-DECISION.
           IF PRIOR-DECISION-STANDS
               EXIT PARAGRAPH
           END-IF.

           MOVE ADJ-NEW-STATUS       TO DCL-STATUS.
           MOVE ADJ-ADJUDICATED-DATE TO DCL-ADJUDICATED-DATE.
           MOVE ADJ-ADJUDICATOR-ID   TO DCL-ADJUDICATOR-ID.
           MOVE SPACES               TO DCL-PEND-REASON.

      *---------------------------------------------------------------
      * Over-authority approvals park for a second sign-off and leave
      * CLAIMS_MASTER untouched. A co-sign re-checks the amount as it
      * stands now - a claim repriced upward since it parked may have
      * outgrown even the supervisor's authority.
      *---------------------------------------------------------------
           IF ADJ-STATUS-APPROVED
               PERFORM 2240-DETERMINE-ALLOWED
               IF WS-ALLOWED-AMOUNT > WS-ADJ-AUTHORITY
                   IF COSIGN-LOADED
                       DISPLAY WS-PROGRAM-ID
                           ': ALLOWED AMOUNT OVER CO-SIGNER AUTHORITY '
                           'POLICY=' ADJ-POLICY-NUMBER
                           ' CLAIM=' ADJ-CLAIM-ID
                           ' COSIGNER=' WS-COSIGNER-ID
                       ADD 1 TO WS-UNAUTH-COUNT
                       IF WS-RETURN-CODE < +4
                           MOVE +4 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM 2230-PARK-FOR-COSIGN
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * From here the decision changes MEMBER_ACCUM ahead of the
      * claim row, so the work in hand is committed first - a failed
      * claim update then rolls back this claim's accumulator
      * changes and nothing else.
      *---------------------------------------------------------------
           IF WS-COMMIT-COUNT > 0
               PERFORM 2400-INTERIM-COMMIT
           END-IF.
           IF NOT ADJ-STATUS-RELEASED
               PERFORM 2292-REVERSE-CONTRIBUTION
           END-IF.
           PERFORM 2250-COMPUTE-BENEFIT.

      *---------------------------------------------------------------
      * A paid claim must come out payable for less than was paid -
      * the payable after deductible and coinsurance, which is what
      * the receivable is figured from. A refusal puts the claim's
      * old contribution back before anything reaches the
      * accumulators.
      *---------------------------------------------------------------
           IF ADJ-STATUS-APPROVED AND PAID-CLAIM-REDECIDED
               AND DCL-APPROVED-AMOUNT NOT < WS-AMOUNT-PAID
               DISPLAY WS-PROGRAM-ID
                   ': PAID CLAIM NOT LOWERED - DECISION REFUSED '
                   'POLICY=' ADJ-POLICY-NUMBER
                   ' CLAIM=' ADJ-CLAIM-ID
               PERFORM 2293-RESTORE-CONTRIBUTION
               ADD 1 TO WS-PAID-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ADJ-STATUS-APPROVED AND ACCUM-AVAILABLE
               PERFORM 2280-UPDATE-ACCUMULATOR
           END-IF.

           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET STATUS            = :DCL-STATUS,
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': UPDATE FAILED SQLCODE='
                   SQLCODE ' POLICY=' ADJ-POLICY-NUMBER
                   ' CLAIM=' ADJ-CLAIM-ID ' - ROLLING BACK'
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZEROS TO WS-COMMIT-COUNT
               IF WS-REVERSED-DED NOT = ZEROS
                   OR WS-REVERSED-OOP NOT = ZEROS
                   SUBTRACT 1 FROM WS-REVERSED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ADJUDICATE-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           IF COSIGN-LOADED
               ADD 1 TO WS-COSIGNED-COUNT
           END-IF.
           PERFORM 2350-LOG-AUDIT-ADJUDICATION.
           PERFORM 2360-CLOSE-COSIGN.
           IF PAID-CLAIM-REDECIDED
               PERFORM 2370-OPEN-RECEIVABLE
           END-IF.
           IF ADJ-STATUS-APPROVED
               OR (ADJ-STATUS-DENIED AND CONTRIB-ON-FILE)
               PERFORM 2295-RECORD-CONTRIBUTION
           END-IF.
      *---------------------------------------------------------------
      * Rerun protection. A transaction is a repeat when the claim
      * already carries the same status from the same adjudicator on
      * the same date - and, for an approval, the same keyed approved
      * and primary-paid amounts as its ACCUM_CONTRIB row recorded.
      * A repeat is skipped. Anything else is a changed decision and
      * posts. Against a claim CLMSPAY has already paid that money is
      * out the door: only a denial or a lower approval may post, and
      * the difference is booked as a receivable, never a silent
      * overwrite. A pend of a paid claim is refused.
      *---------------------------------------------------------------
       2205-CHECK-PRIOR-DECISION.
           MOVE 'N' TO WS-PRIOR-FLAG.
           MOVE 'N' TO WS-REDECIDE-FLAG.
           PERFORM 2290-GET-CONTRIBUTION.
           IF ADJ-STATUS-RELEASED
               EXIT PARAGRAPH
           END-IF.
           IF ADJ-APPROVED-AMOUNT NUMERIC
               MOVE ADJ-APPROVED-AMOUNT TO WS-TRAN-ADJ-AMOUNT
           ELSE
               MOVE ZEROS TO WS-TRAN-ADJ-AMOUNT
           END-IF.
           IF ADJ-PRIMARY-PAID NUMERIC
               MOVE ADJ-PRIMARY-PAID TO WS-TRAN-PRIMARY-PAID
           ELSE
               MOVE ZEROS TO WS-TRAN-PRIMARY-PAID
           END-IF.

           IF WS-OLD-STATUS = ADJ-NEW-STATUS
               AND WS-OLD-ADJUDICATOR-ID = ADJ-ADJUDICATOR-ID
               AND WS-OLD-ADJUDICATED-DATE = ADJ-ADJUDICATED-DATE
               SET PRIOR-DECISION-STANDS TO TRUE
               IF ADJ-STATUS-APPROVED AND CONTRIB-ON-FILE
                   IF DCL-ACX-ADJ-AMOUNT NOT = WS-TRAN-ADJ-AMOUNT
                       OR DCL-ACX-PRIMARY-PAID
                          NOT = WS-TRAN-PRIMARY-PAID
                       MOVE 'N' TO WS-PRIOR-FLAG
                   END-IF
               END-IF
           END-IF.
           IF PRIOR-DECISION-STANDS
               DISPLAY WS-PROGRAM-ID
                   ': DECISION ALREADY ON FILE - SKIPPED POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
                   ' STATUS=' WS-OLD-STATUS
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-OLD-STATUS = 'A' AND WS-OLD-PAID-DATE > ZEROS
               AND (ADJ-STATUS-APPROVED OR ADJ-STATUS-DENIED)
               PERFORM 2207-GET-AMOUNT-PAID
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-STATUS = 'A' AND WS-OLD-PAID-DATE > ZEROS
               DISPLAY WS-PROGRAM-ID
                   ': CLAIM ALREADY PAID - DECISION REFUSED POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
               ADD 1 TO WS-PAID-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET PRIOR-DECISION-STANDS TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * What the paid claim has actually had out of us, and what is
      * already booked back. Disability installments are paid off
      * the benefit schedule, not the approved amount, and are not
      * counted. A lookup failure refuses the decision -
      * it cannot be posted without knowing what to recover.
      *---------------------------------------------------------------
       2207-GET-AMOUNT-PAID.
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :WS-AMOUNT-PAID
               FROM CLAIMS_PAYMENT
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND STATUS   <> 'V'
                 AND PAY_TYPE NOT IN ('I', 'B')
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(ACTIVITY_AMT), 0)
                   INTO :WS-CLAIM-OFFSET
                   FROM CLAIMS_RCVB_ACTIVITY
                   WHERE APPLIED_POLICY_NO = :DCL-POLICY-NO
                     AND APPLIED_CLAIM_ID  = :DCL-CLAIM-ID
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
                   WHERE POLICY_NO = :DCL-POLICY-NO
                     AND CLAIM_ID  = :DCL-CLAIM-ID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': AMOUNT PAID LOOKUP FAILED SQLCODE=' SQLCODE
                   ' POLICY=' ADJ-POLICY-NUMBER
                   ' CLAIM=' ADJ-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               SET PRIOR-DECISION-STANDS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD WS-CLAIM-OFFSET TO WS-AMOUNT-PAID.
           SET PAID-CLAIM-REDECIDED TO TRUE.
      *---------------------------------------------------------------
      * The adjudicator must be an active adjuster on ADJMSTR. On a
      * co-sign this is the supervisor. Denials and releases need no
      * particular authority, only a valid id.
      *---------------------------------------------------------------
       2210-CHECK-ADJUDICATOR.
           MOVE 'N'   TO WS-AUTH-FLAG.
           MOVE ZEROS TO WS-ADJ-AUTHORITY.
           IF ADJ-ADJUDICATOR-ID(1:6) = SPACES
               OR ADJ-ADJUDICATOR-ID(7:2) NOT = SPACES
               DISPLAY WS-PROGRAM-ID
                   ': ADJUDICATOR NOT ON ADJUSTER MASTER POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
                   ' ADJUDICATOR=' ADJ-ADJUDICATOR-ID
               ADD 1 TO WS-UNAUTH-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ADJ-ADJUDICATOR-ID TO ADM-ADJUSTER-ID.
           READ ADJUSTER-MASTER
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': ADJUDICATOR NOT ON ADJUSTER MASTER POLICY='
                       ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
                       ' ADJUDICATOR=' ADJ-ADJUDICATOR-ID
                   ADD 1 TO WS-UNAUTH-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ADM-ACTIVE
               DISPLAY WS-PROGRAM-ID
                   ': ADJUDICATOR NOT ACTIVE POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
                   ' ADJUDICATOR=' ADJ-ADJUDICATOR-ID
               ADD 1 TO WS-UNAUTH-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ADM-AUTHORITY-LIMIT NUMERIC
               MOVE ADM-AUTHORITY-LIMIT TO WS-ADJ-AUTHORITY
           END-IF.
           SET ADJUDICATOR-VALID TO TRUE.
      *---------------------------------------------------------------
      * Co-sign: find the claim's waiting approval, check the
      * supervisor may release it, then rebuild the transaction as
      * the original adjudicator keyed it so the normal posting path
      * handles it. The supervisor's id is kept for the audit row.
      *---------------------------------------------------------------
       2220-LOAD-COSIGN.
           MOVE ADJ-POLICY-NUMBER TO DCL-CSG-POLICY-NO.
           MOVE ADJ-CLAIM-ID      TO DCL-CSG-CLAIM-ID.
           EXEC SQL
               SELECT PARK_TS, ADJUDICATOR_ID, ADJUDICATED_DATE,
                      APPROVED_AMOUNT, PRIMARY_PAID, ALLOWED_AMOUNT
               INTO :DCL-CSG-PARK-TS, :DCL-CSG-ADJUDICATOR-ID,
                    :DCL-CSG-ADJUDICATED-DATE,
                    :DCL-CSG-APPROVED-AMOUNT, :DCL-CSG-PRIMARY-PAID,
                    :DCL-CSG-ALLOWED-AMOUNT
               FROM CLAIMS_COSIGN
               WHERE POLICY_NO     = :DCL-CSG-POLICY-NO
                 AND CLAIM_ID      = :DCL-CSG-CLAIM-ID
                 AND COSIGN_STATUS = 'W'
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY WS-PROGRAM-ID
                   ': NO APPROVAL AWAITING CO-SIGN POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
               ADD 1 TO WS-NOTFOUND-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CO-SIGN LOOKUP FAILED SQLCODE='
                   SQLCODE ' POLICY=' ADJ-POLICY-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF DCL-CSG-ADJUDICATOR-ID = ADJ-ADJUDICATOR-ID
               DISPLAY WS-PROGRAM-ID
                   ': CO-SIGN OF OWN APPROVAL REFUSED POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
                   ' ADJUDICATOR=' ADJ-ADJUDICATOR-ID
               ADD 1 TO WS-UNAUTH-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF DCL-CSG-ALLOWED-AMOUNT > WS-ADJ-AUTHORITY
               DISPLAY WS-PROGRAM-ID
                   ': CO-SIGNER AUTHORITY BELOW AMOUNT POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
                   ' COSIGNER=' ADJ-ADJUDICATOR-ID
               ADD 1 TO WS-UNAUTH-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE ADJ-ADJUDICATOR-ID       TO WS-COSIGNER-ID.
           MOVE 'A'                      TO ADJ-NEW-STATUS.
           MOVE DCL-CSG-ADJUDICATOR-ID   TO ADJ-ADJUDICATOR-ID.
           MOVE DCL-CSG-ADJUDICATED-DATE TO ADJ-ADJUDICATED-DATE.
           MOVE DCL-CSG-APPROVED-AMOUNT  TO ADJ-APPROVED-AMOUNT.
           MOVE DCL-CSG-PRIMARY-PAID     TO ADJ-PRIMARY-PAID.
           SET COSIGN-LOADED TO TRUE.
      *---------------------------------------------------------------
      * Park an over-authority approval. One waiting approval per
      * claim - a second one keyed before the first is co-signed is
      * reported and dropped; the supervisor works from the first.
      *---------------------------------------------------------------
       2230-PARK-FOR-COSIGN.
           MOVE ADJ-POLICY-NUMBER TO DCL-CSG-POLICY-NO.
           MOVE ADJ-CLAIM-ID      TO DCL-CSG-CLAIM-ID.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CSG-WAITING
               FROM CLAIMS_COSIGN
               WHERE POLICY_NO     = :DCL-CSG-POLICY-NO
                 AND CLAIM_ID      = :DCL-CSG-CLAIM-ID
                 AND COSIGN_STATUS = 'W'
           END-EXEC.
           IF SQLCODE = 0 AND WS-CSG-WAITING > 0
               DISPLAY WS-PROGRAM-ID
                   ': APPROVAL ALREADY AWAITING CO-SIGN POLICY='
                   ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TODAY-NUMERIC     TO DCL-CSG-PARK-DATE.
           MOVE ADJ-ADJUDICATOR-ID   TO DCL-CSG-ADJUDICATOR-ID.
           MOVE ADJ-ADJUDICATED-DATE TO DCL-CSG-ADJUDICATED-DATE.
           IF ADJ-APPROVED-AMOUNT NUMERIC
               MOVE ADJ-APPROVED-AMOUNT TO DCL-CSG-APPROVED-AMOUNT
           ELSE
               MOVE ZEROS TO DCL-CSG-APPROVED-AMOUNT
           END-IF.
           IF ADJ-PRIMARY-PAID NUMERIC
               MOVE ADJ-PRIMARY-PAID TO DCL-CSG-PRIMARY-PAID
           ELSE
               MOVE ZEROS TO DCL-CSG-PRIMARY-PAID
           END-IF.
           MOVE WS-ALLOWED-AMOUNT    TO DCL-CSG-ALLOWED-AMOUNT.
           MOVE WS-ADJ-AUTHORITY     TO DCL-CSG-AUTHORITY-LIMIT.
           MOVE 'W'                  TO DCL-CSG-COSIGN-STATUS.
           MOVE SPACES               TO DCL-CSG-COSIGNED-BY
                                        DCL-CSG-RELEASE-TS.
           EXEC SQL
               SET :DCL-CSG-PARK-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_COSIGN
               (POLICY_NO,        CLAIM_ID,          PARK_TS,
                PARK_DATE,        ADJUDICATOR_ID,    ADJUDICATED_DATE,
                APPROVED_AMOUNT,  PRIMARY_PAID,      ALLOWED_AMOUNT,
                AUTHORITY_LIMIT,  COSIGN_STATUS,     COSIGNED_BY,
                RELEASE_TS)
               VALUES
               (:DCL-CSG-POLICY-NO, :DCL-CSG-CLAIM-ID,
                :DCL-CSG-PARK-TS, :DCL-CSG-PARK-DATE,
                :DCL-CSG-ADJUDICATOR-ID, :DCL-CSG-ADJUDICATED-DATE,
                :DCL-CSG-APPROVED-AMOUNT, :DCL-CSG-PRIMARY-PAID,
                :DCL-CSG-ALLOWED-AMOUNT, :DCL-CSG-AUTHORITY-LIMIT,
                :DCL-CSG-COSIGN-STATUS, :DCL-CSG-COSIGNED-BY,
                :DCL-CSG-RELEASE-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CO-SIGN INSERT FAILED SQLCODE='
                   SQLCODE ' POLICY=' ADJ-POLICY-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-PROGRAM-ID
               ': OVER AUTHORITY - PARKED FOR CO-SIGN POLICY='
               ADJ-POLICY-NUMBER ' CLAIM=' ADJ-CLAIM-ID
               ' ADJUDICATOR=' ADJ-ADJUDICATOR-ID.
           ADD 1 TO WS-PARKED-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
      *---------------------------------------------------------------
      * Allowed amount for an approval: the keyed amount, capped at
      * the claim's ceiling, or the ceiling itself when none is keyed.
      * ADJ-APPROVED-AMOUNT lives in what was trailing FILLER -
      * pre-change decks and blank columns carry spaces there, so
      * the NUMERIC test must come first. Non-numeric falls through
      * to the claim's allowed amount, as a zero does.
      * The ceiling is the fee-schedule allowed total once CLMSPRCE
      * has priced the lines (non-zero), else the billed amount - an
      * examiner may allow less than the schedule, never more.
      *---------------------------------------------------------------
       2240-DETERMINE-ALLOWED.
           IF DCL-ALLOWED-AMOUNT > ZEROS
               AND DCL-ALLOWED-AMOUNT < DCL-CLAIM-AMOUNT
               MOVE DCL-ALLOWED-AMOUNT TO WS-CLAIM-CEILING
           ELSE
               MOVE DCL-CLAIM-AMOUNT   TO WS-CLAIM-CEILING
           END-IF.
           IF ADJ-APPROVED-AMOUNT NUMERIC
               AND ADJ-APPROVED-AMOUNT > ZEROS
               MOVE ADJ-APPROVED-AMOUNT TO WS-ALLOWED-AMOUNT
               IF ADJ-APPROVED-AMOUNT > WS-CLAIM-CEILING
                   DISPLAY WS-PROGRAM-ID
                       ': APPROVED AMOUNT EXCEEDS ALLOWED - CAPPED '
                       'POLICY=' ADJ-POLICY-NUMBER
                       ' CLAIM=' ADJ-CLAIM-ID
                   MOVE WS-CLAIM-CEILING TO WS-ALLOWED-AMOUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE WS-CLAIM-CEILING    TO WS-ALLOWED-AMOUNT
           END-IF.
      *---------------------------------------------------------------
      * Benefit calculation. A denial owes nothing: approved amount
      * zero, the whole billed amount is the patient's. On an
      * approval the allowed amount (transaction approved amount, or
      * the claim's fee-schedule allowed total when the transaction
      * carries zero - the full billed amount if never priced) is
      * reduced by the policy deductible, then by the patient's
      * coinsurance percentage; what remains is payable. A policy
      * with no benefit terms on file pays the allowed amount in
      * full, as before this calculation existed.
      *---------------------------------------------------------------
       2250-COMPUTE-BENEFIT.
           IF ADJ-STATUS-RELEASED
               MOVE ZEROS TO DCL-APPROVED-AMOUNT DCL-PATIENT-RESP
               EXIT PARAGRAPH
           END-IF.
           IF ADJ-STATUS-DENIED
               MOVE ZEROS            TO DCL-APPROVED-AMOUNT
               MOVE DCL-CLAIM-AMOUNT TO DCL-PATIENT-RESP
               EXIT PARAGRAPH
           END-IF.

      *    WS-ALLOWED-AMOUNT was set by 2240-DETERMINE-ALLOWED.
           PERFORM 2255-APPLY-COB.
           PERFORM 2260-READ-POLICY-TERMS.
           PERFORM 2270-GET-ACCUMULATOR.
               END-IF
           END-IF.

           IF WS-PAYABLE-AMOUNT = ZEROS
               DISPLAY WS-PROGRAM-ID
                   ': APPROVED BUT NOTHING PAYABLE POLICY='
      *---------------------------------------------------------------
      * The deductible taken and the patient responsibility landed on
      * this approval roll into the member's year-to-date figures in
      * the same unit of work as the claim update - once 2200 has
      * accepted the payable 2250 worked out.
      *---------------------------------------------------------------
       2280-UPDATE-ACCUMULATOR.
           EXEC SQL
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * The claim's contribution row, if it has one.
      *---------------------------------------------------------------
       2290-GET-CONTRIBUTION.
           MOVE 'N' TO WS-CONTRIB-FLAG.
           MOVE DCL-POLICY-NO TO DCL-ACX-POLICY-NO.
           MOVE DCL-CLAIM-ID  TO DCL-ACX-CLAIM-ID.
           EXEC SQL
               SELECT MEMBER_ID, BENEFIT_YEAR, DED_APPLIED,
                      OOP_APPLIED, ADJ_AMOUNT, PRIMARY_PAID
               INTO :DCL-ACX-MEMBER-ID, :DCL-ACX-BENEFIT-YEAR,
                    :DCL-ACX-DED-APPLIED, :DCL-ACX-OOP-APPLIED,
                    :DCL-ACX-ADJ-AMOUNT, :DCL-ACX-PRIMARY-PAID
               FROM ACCUM_CONTRIB
               WHERE POLICY_NO = :DCL-ACX-POLICY-NO
                 AND CLAIM_ID  = :DCL-ACX-CLAIM-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CONTRIB-ON-FILE TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': CONTRIB LOOKUP FAILED SQLCODE=' SQLCODE
                       ' POLICY=' DCL-ACX-POLICY-NO
                       ' CLAIM=' DCL-ACX-CLAIM-ID
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * A changed decision first takes the claim's earlier
      * contribution back out of the member-year it went into, so the
      * benefit calculation sees the accumulators as they would be
      * without this claim. The row is left at zeros until the new
      * decision records its own figures.
      *---------------------------------------------------------------
       2292-REVERSE-CONTRIBUTION.
           MOVE ZEROS TO WS-REVERSED-DED WS-REVERSED-OOP.
           IF NOT CONTRIB-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           IF DCL-ACX-DED-APPLIED = ZEROS
               AND DCL-ACX-OOP-APPLIED = ZEROS
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SET :DCL-ACM-UPDATE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               UPDATE MEMBER_ACCUM
               SET DED_APPLIED = DED_APPLIED - :DCL-ACX-DED-APPLIED,
                   OOP_APPLIED = OOP_APPLIED - :DCL-ACX-OOP-APPLIED,
                   UPDATE_TS   = :DCL-ACM-UPDATE-TS
               WHERE MEMBER_ID    = :DCL-ACX-MEMBER-ID
                 AND BENEFIT_YEAR = :DCL-ACX-BENEFIT-YEAR
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY WS-PROGRAM-ID
                       ': PRIOR CONTRIBUTION REVERSED POLICY='
                       DCL-ACX-POLICY-NO ' CLAIM=' DCL-ACX-CLAIM-ID
                       ' MEMBER=' DCL-ACX-MEMBER-ID
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE DCL-ACX-DED-APPLIED TO WS-REVERSED-DED
                   MOVE DCL-ACX-OOP-APPLIED TO WS-REVERSED-OOP
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': ACCUM REVERSAL FAILED SQLCODE=' SQLCODE
                       ' MEMBER=' DCL-ACX-MEMBER-ID
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE ZEROS TO DCL-ACX-DED-APPLIED DCL-ACX-OOP-APPLIED.
      *---------------------------------------------------------------
      * A decision refused after 2292 backed the claim's contribution
      * out puts it back, so the member's year and the claim's
      * ACCUM_CONTRIB row (never touched) agree again.
      *---------------------------------------------------------------
       2293-RESTORE-CONTRIBUTION.
           IF WS-REVERSED-DED = ZEROS AND WS-REVERSED-OOP = ZEROS
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SET :DCL-ACM-UPDATE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               UPDATE MEMBER_ACCUM
               SET DED_APPLIED = DED_APPLIED + :WS-REVERSED-DED,
                   OOP_APPLIED = OOP_APPLIED + :WS-REVERSED-OOP,
                   UPDATE_TS   = :DCL-ACM-UPDATE-TS
               WHERE MEMBER_ID    = :DCL-ACX-MEMBER-ID
                 AND BENEFIT_YEAR = :DCL-ACX-BENEFIT-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': ACCUM RESTORE FAILED SQLCODE=' SQLCODE
                   ' MEMBER=' DCL-ACX-MEMBER-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-REVERSED-COUNT.
           MOVE ZEROS TO WS-REVERSED-DED WS-REVERSED-OOP.
      *---------------------------------------------------------------
      * Record what the decision just posted contributed: the
      * deductible taken and patient responsibility landed on an
      * approval that reached the accumulators, zeros on a denial or
      * a claim with no member-year row.
      *---------------------------------------------------------------
       2295-RECORD-CONTRIBUTION.
           IF ADJ-STATUS-APPROVED AND ACCUM-AVAILABLE
               MOVE DCL-ACM-MEMBER-ID    TO DCL-ACX-MEMBER-ID
               MOVE DCL-ACM-BENEFIT-YEAR TO DCL-ACX-BENEFIT-YEAR
               MOVE WS-DED-TO-APPLY      TO DCL-ACX-DED-APPLIED
               MOVE DCL-PATIENT-RESP     TO DCL-ACX-OOP-APPLIED
           ELSE
               IF NOT CONTRIB-ON-FILE
                   MOVE DCL-MEMBER-ID TO DCL-ACX-MEMBER-ID
                   MOVE ZEROS         TO DCL-ACX-BENEFIT-YEAR
               END-IF
               MOVE ZEROS TO DCL-ACX-DED-APPLIED DCL-ACX-OOP-APPLIED
           END-IF.
           IF ADJ-STATUS-APPROVED
               MOVE WS-TRAN-ADJ-AMOUNT   TO DCL-ACX-ADJ-AMOUNT
               MOVE WS-TRAN-PRIMARY-PAID TO DCL-ACX-PRIMARY-PAID
           ELSE
               MOVE ZEROS TO DCL-ACX-ADJ-AMOUNT DCL-ACX-PRIMARY-PAID
           END-IF.
           EXEC SQL
               SET :DCL-ACX-UPDATE-TS = CURRENT TIMESTAMP
           END-EXEC.
           IF CONTRIB-ON-FILE
               EXEC SQL
                   UPDATE ACCUM_CONTRIB
                   SET MEMBER_ID    = :DCL-ACX-MEMBER-ID,
                       BENEFIT_YEAR = :DCL-ACX-BENEFIT-YEAR,
                       DED_APPLIED  = :DCL-ACX-DED-APPLIED,
                       OOP_APPLIED  = :DCL-ACX-OOP-APPLIED,
                       ADJ_AMOUNT   = :DCL-ACX-ADJ-AMOUNT,
                       PRIMARY_PAID = :DCL-ACX-PRIMARY-PAID,
                       UPDATE_TS    = :DCL-ACX-UPDATE-TS
                   WHERE POLICY_NO = :DCL-ACX-POLICY-NO
                     AND CLAIM_ID  = :DCL-ACX-CLAIM-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO ACCUM_CONTRIB
                   (POLICY_NO,     CLAIM_ID,      MEMBER_ID,
                    BENEFIT_YEAR,  DED_APPLIED,   OOP_APPLIED,
                    ADJ_AMOUNT,    PRIMARY_PAID,  UPDATE_TS)
                   VALUES
                   (:DCL-ACX-POLICY-NO, :DCL-ACX-CLAIM-ID,
                    :DCL-ACX-MEMBER-ID, :DCL-ACX-BENEFIT-YEAR,
                    :DCL-ACX-DED-APPLIED, :DCL-ACX-OOP-APPLIED,
                    :DCL-ACX-ADJ-AMOUNT, :DCL-ACX-PRIMARY-PAID,
                    :DCL-ACX-UPDATE-TS)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CONTRIB WRITE FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-ACX-POLICY-NO
                   ' CLAIM=' DCL-ACX-CLAIM-ID
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2350-LOG-AUDIT-ADJUDICATION.
           MOVE DCL-POLICY-NO        TO DCL-AUD-POLICY-NO.
           MOVE WS-OLD-STATUS        TO DCL-AUD-OLD-STATUS.
           MOVE ADJ-NEW-STATUS       TO DCL-AUD-NEW-STATUS.
           MOVE ADJ-ADJUDICATOR-ID   TO DCL-AUD-CHANGED-BY.
           MOVE WS-COSIGNER-ID       TO DCL-AUD-COSIGNED-BY.
           EXEC SQL
               SET :DCL-AUD-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_AUDIT
               (POLICY_NO,          CLAIM_ID,           OLD_STATUS,
                NEW_STATUS,         CHANGED_BY,         CHANGE_TS,
                COSIGNED_BY)
               VALUES
               (:DCL-AUD-POLICY-NO, :DCL-AUD-CLAIM-ID,
                :DCL-AUD-OLD-STATUS, :DCL-AUD-NEW-STATUS,
                :DCL-AUD-CHANGED-BY, :DCL-AUD-CHANGE-TS,
                :DCL-AUD-COSIGNED-BY)
           END-EXEC.

           IF SQLCODE NOT = 0
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Close the claim's waiting approval, if it has one: released
      * by the co-signer, or withdrawn because a later decision on
      * the claim posted on its own authority. A release ('V') does
      * not decide the claim and leaves the queue alone.
      *---------------------------------------------------------------
       2360-CLOSE-COSIGN.
           IF ADJ-STATUS-RELEASED
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-POLICY-NO TO DCL-CSG-POLICY-NO.
           MOVE DCL-CLAIM-ID  TO DCL-CSG-CLAIM-ID.
           IF COSIGN-LOADED
               MOVE 'R'            TO DCL-CSG-COSIGN-STATUS
               MOVE WS-COSIGNER-ID TO DCL-CSG-COSIGNED-BY
           ELSE
               MOVE 'X'            TO DCL-CSG-COSIGN-STATUS
               MOVE SPACES         TO DCL-CSG-COSIGNED-BY
           END-IF.
           EXEC SQL
               SET :DCL-CSG-RELEASE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               UPDATE CLAIMS_COSIGN
               SET COSIGN_STATUS = :DCL-CSG-COSIGN-STATUS,
                   COSIGNED_BY   = :DCL-CSG-COSIGNED-BY,
                   RELEASE_TS    = :DCL-CSG-RELEASE-TS
               WHERE POLICY_NO     = :DCL-CSG-POLICY-NO
                 AND CLAIM_ID      = :DCL-CSG-CLAIM-ID
                 AND COSIGN_STATUS = 'W'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF NOT COSIGN-LOADED
                       DISPLAY WS-PROGRAM-ID
                           ': PARKED APPROVAL WITHDRAWN POLICY='
                           DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
                   END-IF
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': CO-SIGN UPDATE FAILED SQLCODE=' SQLCODE
                       ' POLICY=' DCL-POLICY-NO
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * Paid claim re-decided downward: what was paid over the new
      * payable amount, less anything already booked, is owed back
      * by the claim's member.
      *---------------------------------------------------------------
       2370-OPEN-RECEIVABLE.
           COMPUTE WS-RCVB-AMOUNT = WS-AMOUNT-PAID
               - DCL-APPROVED-AMOUNT - WS-ON-RECEIVABLE.
           IF WS-RCVB-AMOUNT NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-POLICY-NO        TO DCL-RCB-POLICY-NO.
           MOVE DCL-CLAIM-ID         TO DCL-RCB-CLAIM-ID.
           MOVE WS-NEXT-RCVB-SEQ     TO DCL-RCB-RCVB-SEQ.
           MOVE DCL-MEMBER-ID        TO DCL-RCB-MEMBER-ID.
           MOVE DCL-PAYMENT-NO       TO DCL-RCB-PAYMENT-NO.
           MOVE 'AJ'                 TO DCL-RCB-SOURCE.
           MOVE WS-TODAY-NUMERIC     TO DCL-RCB-OPEN-DATE.
           MOVE WS-RCVB-AMOUNT       TO DCL-RCB-ORIGINAL-AMT.
           MOVE WS-RCVB-AMOUNT       TO DCL-RCB-BALANCE-AMT.
           MOVE 'O'                  TO DCL-RCB-RCVB-STATUS.
           MOVE WS-TODAY-NUMERIC     TO DCL-RCB-LAST-ACTIVITY.
           IF ADJ-STATUS-DENIED
               MOVE 'PAID CLAIM DENIED'    TO DCL-RCB-REASON
           ELSE
               MOVE 'PAID CLAIM REDUCED'   TO DCL-RCB-REASON
           END-IF.
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
                   ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-PROGRAM-ID ': OVERPAYMENT RECEIVABLE OPENED '
               'POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               ' AMOUNT=' WS-RCVB-AMOUNT.
           ADD 1 TO WS-RCVB-COUNT.
           ADD WS-RCVB-AMOUNT TO WS-RCVB-TOTAL.
      *---------------------------------------------------------------
       2400-INTERIM-COMMIT.
           EXEC SQL COMMIT END-EXEC.
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Daily list of approvals still waiting for co-sign after this
      * run's postings, oldest first, with days waiting.
      *---------------------------------------------------------------
       8000-WRITE-COSIGN-REPORT.
           EXEC SQL OPEN COSIGN_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CO-SIGN CURSOR OPEN FAILED SQLCODE=' SQLCODE
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET CSG-FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 8100-FETCH-COSIGN
               UNTIL CSG-FETCH-COMPLETE.
           EXEC SQL CLOSE COSIGN_CURSOR END-EXEC.
           MOVE WS-CSG-WAIT-COUNT TO WS-GL-COUNT.
           MOVE WS-CSG-WAIT-TOTAL TO WS-GL-AMOUNT.
           WRITE COSIGN-RPT-LINE FROM WS-CSG-TOTAL-LINE.
      *---------------------------------------------------------------
       8100-FETCH-COSIGN.
           EXEC SQL
               FETCH COSIGN_CURSOR
               INTO :DCL-CSG-POLICY-NO, :DCL-CSG-CLAIM-ID,
                    :DCL-CSG-PARK-DATE, :DCL-CSG-ADJUDICATOR-ID,
                    :DCL-CSG-ALLOWED-AMOUNT, :DCL-CSG-AUTHORITY-LIMIT
           END-EXEC.
           IF SQLCODE = +100
               SET CSG-FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CO-SIGN FETCH FAILED SQLCODE=' SQLCODE
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               SET CSG-FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-CSG-PARK-DATE TO WS-CSG-DATE-DISP.
           COMPUTE WS-CSG-DAYS = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-CSG-DATE-DISP).
           MOVE DCL-CSG-POLICY-NO      TO WS-GD-POLICY.
           MOVE DCL-CSG-CLAIM-ID       TO WS-GD-CLAIM-ID.
           MOVE DCL-CSG-ADJUDICATOR-ID TO WS-GD-ADJUDICATOR.
           STRING WS-CSG-DATE-DISP(1:4) '-' WS-CSG-DATE-DISP(5:2)
                  '-' WS-CSG-DATE-DISP(7:2)
               DELIMITED BY SIZE INTO WS-GD-PARK-DATE.
           MOVE WS-CSG-DAYS             TO WS-GD-DAYS.
           MOVE DCL-CSG-ALLOWED-AMOUNT  TO WS-GD-ALLOWED.
           MOVE DCL-CSG-AUTHORITY-LIMIT TO WS-GD-AUTHORITY.
           WRITE COSIGN-RPT-LINE FROM WS-CSG-DETAIL-LINE.
           ADD 1 TO WS-CSG-WAIT-COUNT.
           ADD DCL-CSG-ALLOWED-AMOUNT TO WS-CSG-WAIT-TOTAL.
      *---------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-COB-COUNT         TO WS-CL-COUNT.
           MOVE WS-COB-TOTAL-SAVINGS TO WS-CL-SAVINGS.
           WRITE COB-RPT-LINE FROM WS-COB-TOTAL-LINE.
           CLOSE ADJ-IN POLICY-MASTER MEMBER-MASTER COB-RPT-OUT
                 ADJUSTER-MASTER COSIGN-RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='       WS-INPUT-COUNT
                   ' ADJUDICATED=' WS-ADJUDICATE-COUNT
                   ' NOTFOUND='    WS-NOTFOUND-COUNT
                   ' ERRORS='      WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': UNAUTHORIZED=' WS-UNAUTH-COUNT
                   ' PARKED='      WS-PARKED-COUNT
                   ' COSIGNED='    WS-COSIGNED-COUNT
                   ' AWAITING='    WS-CSG-WAIT-COUNT.
           DISPLAY WS-PROGRAM-ID ': ALREADY POSTED=' WS-DUPLICATE-COUNT
                   ' PAID REFUSED=' WS-PAID-COUNT
                   ' CONTRIB REVERSED=' WS-REVERSED-COUNT
                   ' DOCS OUTSTANDING=' WS-DOCS-OUT-COUNT.
           DISPLAY WS-PROGRAM-ID ': RECEIVABLES OPENED=' WS-RCVB-COUNT
                   ' AMOUNT=' WS-RCVB-TOTAL.
           DISPLAY WS-PROGRAM-ID ': COB CLAIMS=' WS-COB-COUNT
                   ' SAVINGS=' WS-COB-TOTAL-SAVINGS.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE='
