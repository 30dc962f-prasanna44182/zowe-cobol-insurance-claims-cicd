      * (DD ACHOUT); everyone else stays on the fixed-format check
      * file (DD BANKOUT). The payment register (DD RPTFILE)
      * carries a per-method total block so treasury can balance
      * each file to the penny. Each row is stamped with the method
      * it went out by (PAY_METHOD 'K' check, 'E' EFT) so CLMSPPAY
      * can send the bank's positive-pay service the checks.
      * The business date defaults to today and is overridable via
      * the control card (DD PARMCARD cols 1-8, CCYYMMDD), so a
      * rerun that slips past midnight still regenerates the right
      * date's bank file instead of stranding the prior attempt's
      * committed payments.
      * Overpayment offset: before a claim payment is cut, any open
      * CLAIMS_RECEIVABLE balance owed by the same payee (the
      * claim's member) is withheld from it, oldest receivable
      * first, and posted as an 'OF' activity naming the payment.
      * The payment row carries the net amount; one absorbed in full
      * is written at zero, marked cleared, and never reaches the
      * bank or ACH file. The register shows each payment's offset
      * and totals the amount withheld. A claim reissued after a
      * void is paid net of the offsets its earlier payment already
      * took.
      * Disability benefits: a DS claim is not paid as a lump sum.
      * Its periodic benefit is cut from CLAIMS_BENEFIT_SCHED
      * (maintained by CLMSBENM) - every installment that has
      * fallen due goes on CLAIMS_PAYMENT as its own PAY_TYPE 'B'
      * row for the period it pays through, offsets applied as for
      * any other payment, and the schedule moves on to the next
      * period in the same unit of work. A last period cut short by
      * a return to work, a termination or the maximum end date is
      * paid pro rata. The first installment stamps PAID_DATE and
      * PAYMENT_NO on the claim. An installment voided by CLMSPRTN
      * is reissued for the same period at the amount voided.
      * Life claims: an LF claim on a policy with a beneficiary
      * designation on BENEMSTR (maintained by CLMSBNFM) is split
      * across the beneficiaries who survived the insured (died
      * after the claim date, or not at all) - the primaries, or
      * the contingents when no primary survived - pro rata to
      * their shares, one CLAIMS_PAYMENT row per beneficiary
      * carrying BENEFICIARY_SEQ, the last share taking the rounding
      * so the shares add to the claim. The insured's receivables
      * are not the beneficiaries' debts and are not offset. Shares
      * always go by check, the claim is stamped with the first
      * share's payment number, and a voided share is reissued on
      * its own to the name then on file. A policy with no
      * designation pays the claimant as before; one with no
      * surviving beneficiary, or any life claim while BENEMSTR is
      * unavailable, is held unpaid for review (RC 4).
      * Provider direct payment: a medical or dental claim whose
      * benefits are assigned to its billing provider
      * (PAY_TO_PROVIDER = 'Y') is left out of phase 1 and paid in a
      * provider phase instead. The run's assigned claims are
      * consolidated per provider under one remittance number
      * (REMIT_NO, drawn from the payment-number sequence): each
      * claim still gets its own CLAIMS_PAYMENT row, payable to the
      * provider, and its own paid stamp, but the bank sees one item
      * per remittance - by ACH when PROVMSTR (maintained by
      * CLMSPRVM) carries the provider's EFT details, by check
      * otherwise. Member receivables are not offset against a
      * provider payment. Each provider's claims are one unit of
      * work, committed at the provider break. Claims for a
      * provider not on PROVMSTR or suspended there, or every
      * assigned claim while PROVMSTR is unavailable, are held
      * unpaid (RC 4). CLMSRMIT (step 044) prints the remittance
      * advice and the electronic remittance file from the rows.
      * Returned mail: a claimant whose address on the claimant
      * master (CLMTMSTR) is flagged returned is not sent a check -
      * the claim payment, benefit installment or prompt-pay
      * interest check is held unpaid (RC 4) until CLMSMADR records
      * a new or verified address, and is picked up by the first
      * run after that - held interest because CLMSCOMP cuts a new
      * INTPREC record for it on every run until an interest
      * payment is on CLAIMS_PAYMENT. A member
      * enrolled for EFT with bank details is paid as usual, since
      * nothing is mailed. Every check record carries the address
      * it is mailed to - the member's, a beneficiary's from
      * BENEMSTR, or a provider's remit-to address from PROVMSTR.
      * A missing CLMTMSTR DD holds nothing and leaves member check
      * addresses blank.
      * Commits every WS-COMMIT-INTERVAL payments.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
           SELECT OPTIONAL INTEREST-IN ASSIGN TO INTPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTPIN-STATUS.
           SELECT OPTIONAL BENE-MASTER ASSIGN TO BENEMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-BENE-KEY
               FILE STATUS IS WS-BENE-STATUS.
           SELECT OPTIONAL PROVIDER-MASTER ASSIGN TO PROVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT OPTIONAL MEMBER-MASTER ASSIGN TO CLMTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
           COPY INTPREC.

       FD  BENE-MASTER.
           COPY BNFYREC.

       FD  PROVIDER-MASTER.
           COPY PRVDREC.

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLPAYM.
           COPY DCLRCVB.
           COPY DCLRCBA.
           COPY DCLBSCH.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPAY '.

           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-INTPIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-BENE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PROVIDER-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-PAYMENT-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-REG-INT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REG-INT-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-INT-EXISTS-COUNT     PIC S9(09) COMP VALUE +0.
       01  WS-INT-HELD-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-INT-HELD-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-INT-PAYEE-NAME       PIC X(30) VALUE SPACES.
       01  WS-PAY-TYPE             PIC X(01) VALUE SPACES.
       01  WS-PAYEE-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  PAYEE-MASTER-OPEN   VALUE 'Y'.

      *---------------------------------------------------------------
      * Overpayment offset (phase 1). WS-GROSS-PAY is what the claim
      * is owed; WS-NET-PAY what is left to disburse after offsets
      * already taken on the claim and those taken now.
      *---------------------------------------------------------------
       01  WS-GROSS-PAY            PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-NET-PAY              PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-PRIOR-OFFSET         PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-OFFSET-AMOUNT        PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-APPLY-AMOUNT         PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-NEXT-ACTIVITY-SEQ    PIC S9(04) COMP VALUE +0.
       01  WS-OFFSET-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-OFFSET-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-RCVB-FETCH-FLAG      PIC X(01) VALUE 'N'.
           88  RCVB-FETCH-COMPLETE VALUE 'Y'.
       01  WS-OFFSET-FAIL-FLAG     PIC X(01) VALUE 'N'.
           88  OFFSET-FAILED       VALUE 'Y'.
       01  WS-PAY-OFFSET           PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-REG-OFS-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REG-OFS-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REG-FULL-COUNT       PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------
      * Disability benefit installments. WS-BEN-PERIOD-DATE is the
      * date the installment pays through; WS-BEN-REGULAR-DATE the
      * full period end it would have had, for the pro-rata share of
      * a period cut short.
      *---------------------------------------------------------------
       01  WS-BEN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-BENEFITS     VALUE 'Y'.
       01  WS-RISS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-REISSUES     VALUE 'Y'.
       01  WS-SCHED-DONE-FLAG      PIC X(01) VALUE 'N'.
           88  SCHEDULE-DONE       VALUE 'Y'.
       01  WS-BEN-PERIOD-DATE      PIC S9(08) COMP-3 VALUE +0.
       01  WS-BEN-REGULAR-DATE     PIC 9(08) VALUE ZEROS.
       01  WS-BEN-END-DATE         PIC S9(08) COMP-3 VALUE +0.
       01  WS-BEN-FROM-INTEGER     PIC 9(09) COMP.
       01  WS-BEN-THRU-INTEGER     PIC 9(09) COMP.
       01  WS-BEN-FULL-INTEGER     PIC 9(09) COMP.
       01  WS-BEN-EXISTS-COUNT     PIC S9(09) COMP VALUE +0.
       01  WS-BEN-WORK-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-INSTALLMENT-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-INSTALLMENT-TOTAL    PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-BEN-REISSUE-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-BEN-ENDED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REG-BEN-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REG-BEN-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * Benefit period arithmetic - WS-PERIOD-DATE is WS-BASE-DATE
      * moved forward WS-PERIOD-COUNT periods of WS-PERIOD-FREQ.
      * Weekly and bi-weekly count days; monthly keeps the base
      * day of month, pulled back to month end in a shorter month.
      *---------------------------------------------------------------
       01  WS-PERIOD-FIELDS.
           05  WS-BASE-DATE        PIC 9(08) VALUE ZEROS.
           05  WS-BASE-DATE-R REDEFINES WS-BASE-DATE.
               10  WS-BASE-YYYY    PIC 9(04).
               10  WS-BASE-MM      PIC 9(02).
               10  WS-BASE-DD      PIC 9(02).
           05  WS-PERIOD-COUNT     PIC S9(04) COMP VALUE +0.
           05  WS-PERIOD-FREQ      PIC X(01) VALUE SPACES.
           05  WS-PERIOD-DATE      PIC 9(08) VALUE ZEROS.
           05  WS-PERIOD-DATE-R REDEFINES WS-PERIOD-DATE.
               10  WS-PERIOD-YYYY  PIC 9(04).
               10  WS-PERIOD-MM    PIC 9(02).
               10  WS-PERIOD-DD    PIC 9(02).
           05  WS-MONTH-INDEX      PIC S9(07) COMP VALUE +0.
           05  WS-MONTH-END        PIC 9(08) VALUE ZEROS.
           05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
               10  FILLER          PIC 9(06).
               10  WS-MONTH-END-DD PIC 9(02).
           05  WS-DATE-INTEGER     PIC 9(09) COMP.

      *---------------------------------------------------------------
      * Life claim split. The policy's designation is loaded into
      * WS-LIFE-TABLE (revoked beneficiaries left out); a survivor
      * of the insured is flagged eligible, and the class paid is
      * the primaries when any primary is eligible, otherwise the
      * contingents.
      *---------------------------------------------------------------
       01  WS-BENE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  BENE-MASTER-OPEN    VALUE 'Y'.
       01  WS-BENE-SCAN-FLAG       PIC X(01) VALUE 'N'.
           88  BENE-SCAN-DONE      VALUE 'Y'.
       01  WS-LIFE-PATH-FLAG       PIC X(01) VALUE 'N'.
           88  LIFE-PAY-CLAIMANT   VALUE 'N'.
           88  LIFE-PAY-SHARES     VALUE 'S'.
           88  LIFE-CLAIM-HELD     VALUE 'H'.
       01  WS-LIFE-TABLE.
           05  WS-LT-ENTRY OCCURS 20 TIMES.
               10  WS-LT-SEQ       PIC 9(02).
               10  WS-LT-CLASS     PIC X(01).
               10  WS-LT-NAME      PIC X(30).
               10  WS-LT-PCT       PIC 9(03)V99.
               10  WS-LT-ELIGIBLE  PIC X(01).
       01  WS-LT-MAX               PIC S9(04) COMP VALUE +20.
       01  WS-LT-COUNT             PIC S9(04) COMP VALUE +0.
       01  WS-LT-IDX               PIC S9(04) COMP VALUE +0.
       01  WS-PAY-CLASS            PIC X(01) VALUE SPACES.
       01  WS-PRIMARY-PCT          PIC 9(05)V99 VALUE ZEROS.
       01  WS-CONTINGENT-PCT       PIC 9(05)V99 VALUE ZEROS.
       01  WS-CLASS-PCT            PIC 9(05)V99 VALUE ZEROS.
       01  WS-SHARES-LEFT          PIC S9(04) COMP VALUE +0.
       01  WS-SHARES-ON-CLAIM      PIC S9(04) COMP VALUE +0.
       01  WS-SHARES-PAID          PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-SHARE-FAIL-FLAG      PIC X(01) VALUE 'N'.
           88  SHARE-FAILED        VALUE 'Y'.
       01  WS-FIRST-PAYMENT-NO     PIC X(10) VALUE SPACES.
       01  WS-LIFE-SPLIT-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-LIFE-SHARE-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-LIFE-HELD-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-SHARE-REISSUE-COUNT  PIC 9(07) VALUE ZEROS.
       01  WS-SHR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-SHARES       VALUE 'Y'.
       01  WS-PAY-BENE-SEQ         PIC S9(04) COMP VALUE +0.
       01  WS-REG-LIFE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REG-LIFE-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * Provider direct payment. WS-RMT- fields carry the remittance
      * being built for the provider at the current control break;
      * WS-PROVIDER-HELD-FLAG holds every claim for the provider
      * when PROVMSTR cannot say who or how to pay.
      *---------------------------------------------------------------
       01  WS-PROVIDER-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  PROVIDER-MASTER-OPEN VALUE 'Y'.
       01  WS-PRV-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-PROVIDER-CLAIMS VALUE 'Y'.
       01  WS-PROVIDER-HELD-FLAG   PIC X(01) VALUE 'N'.
           88  PROVIDER-HELD       VALUE 'Y'.
       01  WS-REMIT-FAIL-FLAG      PIC X(01) VALUE 'N'.
           88  REMIT-FAILED        VALUE 'Y'.
       01  WS-RMT-PROVIDER-ID      PIC X(08) VALUE SPACES.
       01  WS-RMT-PROVIDER-NAME    PIC X(30) VALUE SPACES.
       01  WS-RMT-REMIT-NO         PIC X(10) VALUE SPACES.
       01  WS-RMT-CLAIM-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-RMT-AMOUNT           PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-REMIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-PROV-CLAIM-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-PROV-HELD-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-PROV-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-RMT-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-REMIT-CURSOR VALUE 'Y'.
       01  WS-PAY-PROVIDER-ID      PIC X(08) VALUE SPACES.
       01  WS-REMIT-CLAIMS         PIC S9(09) COMP VALUE +0.
       01  WS-REMIT-AMOUNT         PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-REG-PROV-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REG-PROV-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * Returned-mail hold. MEMBER-ADDRESS-HELD is set for a claimant
      * whose address is flagged returned and who would be paid by
      * check.
      *---------------------------------------------------------------
       01  WS-MEMBER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MEMBER-MASTER-OPEN  VALUE 'Y'.
       01  WS-ADDR-HOLD-FLAG       PIC X(01) VALUE 'N'.
           88  MEMBER-ADDRESS-HELD VALUE 'Y'.
       01  WS-ADDR-HELD-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-PAYMENT-TOTAL        PIC 9(11)V99 VALUE ZEROS.
       01  WS-PAYMENT-TOTAL-DISP   PIC $$,$$$,$$$,$$9.99.

      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_CURSOR CURSOR WITH HOLD FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIMANT_NAME,
                      CLAIM_AMOUNT, APPROVED_AMOUNT, MEMBER_ID,
                      CLAIM_TYPE, CLAIM_DATE
               FROM CLAIMS_MASTER
               WHERE STATUS = 'A'
                 AND PAID_DATE = 0
                 AND CLAIM_TYPE <> 'DS'
                 AND NOT (PAY_TO_PROVIDER = 'Y'
                          AND PROVIDER_ID <> ' '
                          AND CLAIM_TYPE IN ('MD', 'DN'))
               FOR UPDATE OF PAID_DATE, PAYMENT_NO
           END-EXEC.

      *---------------------------------------------------------------
      * Approved, unpaid claims assigned to their billing provider,
      * grouped by provider for the consolidated remittance. Each
      * claim is stamped by key (an ordered cursor cannot be
      * updatable); WITH HOLD keeps it open across the commit at
      * each provider break.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_PROV_CURSOR CURSOR WITH HOLD FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIMANT_NAME,
                      CLAIM_AMOUNT, APPROVED_AMOUNT, PROVIDER_ID,
                      CLAIM_TYPE
               FROM CLAIMS_MASTER
               WHERE STATUS = 'A'
                 AND PAID_DATE = 0
                 AND PAY_TO_PROVIDER = 'Y'
                 AND PROVIDER_ID <> ' '
                 AND CLAIM_TYPE IN ('MD', 'DN')
               ORDER BY PROVIDER_ID, POLICY_NO, CLAIM_ID
           END-EXEC.

      *---------------------------------------------------------------
      * Disability benefit schedules with an installment due by the
      * business date, on claims still approved. Each schedule is
      * updated by key as its installments are cut; WITH HOLD keeps
      * the cursor across the interim COMMITs.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_BENEFIT_CURSOR CURSOR WITH HOLD FOR
               SELECT S.POLICY_NO, S.CLAIM_ID, S.MEMBER_ID,
                      S.BENEFIT_AMT, S.FREQUENCY,
                      S.BENEFIT_START_DATE, S.MAX_END_DATE,
                      S.PAID_THRU_DATE, S.NEXT_DUE_DATE,
                      S.INSTALLMENTS_PAID, S.TOTAL_PAID,
                      S.SCHED_STATUS, S.STOP_DATE,
                      M.CLAIMANT_NAME, M.PAID_DATE
               FROM CLAIMS_BENEFIT_SCHED S, CLAIMS_MASTER M
               WHERE M.POLICY_NO     = S.POLICY_NO
                 AND M.CLAIM_ID      = S.CLAIM_ID
                 AND M.STATUS        = 'A'
                 AND S.NEXT_DUE_DATE > 0
                 AND S.NEXT_DUE_DATE <= :WS-TODAY-DB2
               ORDER BY S.POLICY_NO, S.CLAIM_ID
           END-EXEC.

      *---------------------------------------------------------------
      * Voided benefit installments with no live installment for
      * the same period - one row per claim and period however
      * many times the period has been voided.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_REISSUE_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICY_NO, P.CLAIM_ID, P.BENEFIT_PERIOD_DATE,
                      MAX(P.PAYMENT_AMOUNT), M.CLAIMANT_NAME,
                      M.PAID_DATE, M.MEMBER_ID
               FROM CLAIMS_PAYMENT P, CLAIMS_MASTER M
               WHERE P.PAY_TYPE  = 'B'
                 AND P.STATUS    = 'V'
                 AND M.POLICY_NO = P.POLICY_NO
                 AND M.CLAIM_ID  = P.CLAIM_ID
                 AND M.STATUS    = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_PAYMENT R
                      WHERE R.POLICY_NO = P.POLICY_NO
                        AND R.CLAIM_ID  = P.CLAIM_ID
                        AND R.PAY_TYPE  = 'B'
                        AND R.BENEFIT_PERIOD_DATE =
                            P.BENEFIT_PERIOD_DATE
                        AND R.STATUS   <> 'V')
               GROUP BY P.POLICY_NO, P.CLAIM_ID, P.BENEFIT_PERIOD_DATE,
                        M.CLAIMANT_NAME, M.PAID_DATE, M.MEMBER_ID
               ORDER BY P.POLICY_NO, P.CLAIM_ID, P.BENEFIT_PERIOD_DATE
           END-EXEC.

      *---------------------------------------------------------------
      * Voided life-claim shares with no live share to the same
      * beneficiary - one row per claim and beneficiary.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_SHARE_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICY_NO, P.CLAIM_ID, P.BENEFICIARY_SEQ,
                      MAX(P.PAYMENT_AMOUNT), MAX(P.PAYEE_NAME)
               FROM CLAIMS_PAYMENT P, CLAIMS_MASTER M
               WHERE P.PAY_TYPE        = 'C'
                 AND P.STATUS          = 'V'
                 AND P.BENEFICIARY_SEQ > 0
                 AND M.POLICY_NO = P.POLICY_NO
                 AND M.CLAIM_ID  = P.CLAIM_ID
                 AND M.STATUS    = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_PAYMENT R
                      WHERE R.POLICY_NO       = P.POLICY_NO
                        AND R.CLAIM_ID        = P.CLAIM_ID
                        AND R.PAY_TYPE        = 'C'
                        AND R.BENEFICIARY_SEQ = P.BENEFICIARY_SEQ
                        AND R.STATUS         <> 'V')
               GROUP BY P.POLICY_NO, P.CLAIM_ID, P.BENEFICIARY_SEQ
               ORDER BY P.POLICY_NO, P.CLAIM_ID, P.BENEFICIARY_SEQ
           END-EXEC.

      *---------------------------------------------------------------
      * The payee's open overpayment receivables, oldest first.
      * Opened and drained for one claim at a time inside the
      * payment's unit of work.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_RCVB_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, RCVB_SEQ, BALANCE_AMT
               FROM CLAIMS_RECEIVABLE
               WHERE MEMBER_ID   = :DCL-MEMBER-ID
                 AND RCVB_STATUS = 'O'
                 AND BALANCE_AMT > 0
               ORDER BY OPEN_DATE, POLICY_NO, CLAIM_ID, RCVB_SEQ
           END-EXEC.

      *---------------------------------------------------------------
      * Phase-2 cursor reads back the committed payments for the run
      * date to build the bank file. The phase-1 payment sequence
           EXEC SQL DECLARE CLMSPAY_BANK_CURSOR CURSOR FOR
               SELECT P.PAYMENT_NO, P.POLICY_NO, P.CLAIM_ID,
                      P.PAYEE_NAME, P.PAYMENT_AMOUNT, P.PAYMENT_DATE,
                      M.MEMBER_ID, P.PAY_TYPE, P.BENEFICIARY_SEQ,
                      COALESCE(
                          (SELECT SUM(A.ACTIVITY_AMT)
                           FROM CLAIMS_RCVB_ACTIVITY A
                           WHERE A.PAYMENT_NO    = P.PAYMENT_NO
                             AND A.ACTIVITY_TYPE = 'OF'), 0)
               FROM CLAIMS_PAYMENT P, CLAIMS_MASTER M
               WHERE P.PAYMENT_DATE = :WS-TODAY-DB2
                 AND P.STATUS <> 'V'
                 AND P.REMIT_NO = ' '
                 AND M.POLICY_NO = P.POLICY_NO
                 AND M.CLAIM_ID  = P.CLAIM_ID
               ORDER BY P.PAYMENT_NO
           END-EXEC.

      *---------------------------------------------------------------
      * The run date's provider remittances - one bank item each,
      * for the sum of the claim payments consolidated under it.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSPAY_REMIT_CURSOR CURSOR FOR
               SELECT REMIT_NO, PAYEE_PROVIDER_ID, MAX(PAYEE_NAME),
                      SUM(PAYMENT_AMOUNT), COUNT(*)
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_DATE = :WS-TODAY-DB2
                 AND STATUS <> 'V'
                 AND REMIT_NO <> ' '
               GROUP BY REMIT_NO, PAYEE_PROVIDER_ID
               ORDER BY REMIT_NO
           END-EXEC.

       01  WS-PAY-MEMBER-ID        PIC X(09) VALUE SPACES.

       01  WS-REG-TITLE-LINE.
           05  FILLER              PIC X(16) VALUE '        AMOUNT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'METHOD'.
           05  FILLER              PIC X(15) VALUE '         OFFSET'.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-REG-SEPARATOR.
           05  FILLER              PIC X(90)  VALUE ALL '-'.
           05  WS-RD-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RD-METHOD        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-OFFSET        PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-REG-METHOD-LINE.
           05  WS-RM-LABEL         PIC X(16).
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-GENERATE-PAYMENTS UNTIL END-OF-CURSOR.
           PERFORM 2800-OPEN-BENEFIT-CURSOR.
           PERFORM 2810-PAY-BENEFIT-SCHEDULE UNTIL END-OF-BENEFITS.
           EXEC SQL CLOSE CLMSPAY_BENEFIT_CURSOR END-EXEC.
           PERFORM 2900-OPEN-REISSUE-CURSOR.
           PERFORM 2910-REISSUE-INSTALLMENT UNTIL END-OF-REISSUES.
           EXEC SQL CLOSE CLMSPAY_REISSUE_CURSOR END-EXEC.
           PERFORM 2950-OPEN-SHARE-CURSOR.
           PERFORM 2960-REISSUE-SHARE UNTIL END-OF-SHARES.
           EXEC SQL CLOSE CLMSPAY_SHARE_CURSOR END-EXEC.
           PERFORM 2650-OPEN-INTEREST-IN.
           PERFORM 2700-PAY-INTEREST UNTIL END-OF-INTEREST.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 3100-PAY-PROVIDERS.
           PERFORM 4000-WRITE-BANK-FILE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
               FUNCTION DAY-OF-INTEGER(WS-TODAY-INTEGER).
           MOVE WS-TODAY-YYYYDDD(3:5) TO WS-PN-YYDDD.
           PERFORM 1100-RESEED-PAYMENT-SEQ.
           PERFORM 1200-OPEN-BENE-MASTER.
           PERFORM 1250-OPEN-PROVIDER-MASTER.
           PERFORM 1270-OPEN-MEMBER-MASTER.
           PERFORM 4050-OPEN-PAYEE-MASTER.
           EXEC SQL OPEN CLMSPAY_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   ': RESUMING PAYMENT SEQUENCE PAST '
                   WS-MAX-PAYMENT-NO
           END-IF.
      *---------------------------------------------------------------
      * Beneficiary designations. A missing BENEMSTR DD holds every
      * life claim rather than pay the proceeds to the wrong party.
      *---------------------------------------------------------------
       1200-OPEN-BENE-MASTER.
           OPEN INPUT BENE-MASTER.
           IF WS-BENE-STATUS = '00'
               SET BENE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': BENEMSTR NOT AVAILABLE FS=' WS-BENE-STATUS
                   ' - LIFE CLAIMS HELD THIS RUN'
           END-IF.
      *---------------------------------------------------------------
      * Provider master - who an assigned claim is paid to and how.
      * A missing PROVMSTR DD holds every assigned claim rather than
      * pay it to a provider nobody can identify.
      *---------------------------------------------------------------
       1250-OPEN-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER.
           IF WS-PROVIDER-STATUS = '00'
               SET PROVIDER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': PROVMSTR NOT AVAILABLE FS=' WS-PROVIDER-STATUS
                   ' - PROVIDER PAYMENTS HELD THIS RUN'
           END-IF.
      *---------------------------------------------------------------
      * Claimant master - the member's mailing address and whether
      * mail to it has come back. Without it nothing is held for
      * returned mail and member checks go out unaddressed, as they
      * did before the address was kept.
      *---------------------------------------------------------------
       1270-OPEN-MEMBER-MASTER.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS = '00'
               SET MEMBER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': CLMTMSTR NOT AVAILABLE FS=' WS-MEMBER-STATUS
                   ' - NO RETURNED-MAIL HOLDS THIS RUN'
           END-IF.
      *---------------------------------------------------------------
       2000-GENERATE-PAYMENTS.
           SET LIFE-PAY-CLAIMANT TO TRUE.
           MOVE 'N' TO WS-ADDR-HOLD-FLAG.
           IF DCL-CLAIM-TYPE = 'LF'
               PERFORM 2500-LOAD-DESIGNATION
           END-IF.
           IF LIFE-PAY-CLAIMANT
               PERFORM 2150-CHECK-ADDRESS-HOLD
           END-IF.
           EVALUATE TRUE
               WHEN LIFE-CLAIM-HELD
                   CONTINUE
               WHEN LIFE-PAY-SHARES
                   PERFORM 2530-PAY-LIFE-SHARES
               WHEN MEMBER-ADDRESS-HELD
                   CONTINUE
               WHEN OTHER
                   PERFORM 2200-BUILD-PAYMENT-NO
                   PERFORM 2250-APPLY-OFFSETS
                   IF NOT OFFSET-FAILED
                       MOVE DCL-CLAIMANT-NAME TO DCL-PAY-PAYEE-NAME
                       MOVE ZEROS             TO DCL-PAY-BENE-SEQ
                       MOVE SPACES            TO DCL-PAY-PROVIDER-ID
                                                 DCL-PAY-REMIT-NO
                       PERFORM 2300-INSERT-PAYMENT
                       IF SQLCODE = 0
                           PERFORM 2400-STAMP-CLAIM-PAID
                       ELSE
                           IF WS-OFFSET-AMOUNT > ZEROS
                               PERFORM 2290-OFFSET-FAILED
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2600-INTERIM-COMMIT
           END-IF.
               FETCH CLMSPAY_CURSOR
               INTO :DCL-POLICY-NO,      :DCL-CLAIM-ID,
                    :DCL-CLAIMANT-NAME,  :DCL-CLAIM-AMOUNT,
                    :DCL-APPROVED-AMOUNT, :DCL-MEMBER-ID,
                    :DCL-CLAIM-TYPE,     :DCL-CLAIM-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Returned mail. The claimant (DCL-MEMBER-ID) is held when the
      * claimant master flags the address returned, unless the
      * member is enrolled for EFT with bank details on PAYEMSTR -
      * the same test 4200 routes by, so a held payment is exactly
      * one that would have gone out as a check. The claim stays
      * approved and unpaid and is paid by the first run after the
      * address is corrected or verified.
      *---------------------------------------------------------------
       2150-CHECK-ADDRESS-HOLD.
           MOVE 'N' TO WS-ADDR-HOLD-FLAG.
           IF NOT MEMBER-MASTER-OPEN
               OR DCL-MEMBER-ID = SPACES
               OR DCL-MEMBER-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT MBR-ADDRESS-RETURNED
               EXIT PARAGRAPH
           END-IF.
           IF PAYEE-MASTER-OPEN
               MOVE DCL-MEMBER-ID TO PYE-MEMBER-ID
               READ PAYEE-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PAYEE-STATUS = '00'
                   AND PYE-METHOD-EFT
                   AND PYE-ROUTING-NO > ZEROS
                   AND PYE-ACCOUNT-NO NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET MEMBER-ADDRESS-HELD TO TRUE.
           ADD 1 TO WS-ADDR-HELD-COUNT.
           DISPLAY WS-PROGRAM-ID
               ': PAYMENT HELD - MAIL RETURNED MEMBER=' DCL-MEMBER-ID
               ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       2200-BUILD-PAYMENT-NO.
           IF WS-PAYMENT-SEQ = 9999
           ADD 1 TO WS-PAYMENT-SEQ.
           MOVE WS-PAYMENT-SEQ TO WS-PN-SEQ.
      *---------------------------------------------------------------
      * The claim is owed the adjudicated payable amount when one
      * was computed (CLMSADJU benefit calculation); claims approved
      * before APPROVED_AMOUNT existed carry zero there and are owed
      * the full billed amount, as they always were. Offsets already
      * taken against an earlier, since-voided payment on the claim
      * stay taken and come off first. Whatever is left is reduced
      * by the payee's open receivables, oldest first, each one
      * drawn down and an 'OF' activity row written naming this
      * payment and claim.
      *---------------------------------------------------------------
       2250-APPLY-OFFSETS.
           MOVE 'N'   TO WS-OFFSET-FAIL-FLAG.
           MOVE ZEROS TO WS-OFFSET-AMOUNT.
           IF DCL-APPROVED-AMOUNT > ZEROS
               MOVE DCL-APPROVED-AMOUNT TO WS-GROSS-PAY
           ELSE
               MOVE DCL-CLAIM-AMOUNT    TO WS-GROSS-PAY
           END-IF.
           EXEC SQL
               SELECT COALESCE(SUM(ACTIVITY_AMT), 0)
               INTO :WS-PRIOR-OFFSET
               FROM CLAIMS_RCVB_ACTIVITY
               WHERE APPLIED_POLICY_NO = :DCL-POLICY-NO
                 AND APPLIED_CLAIM_ID  = :DCL-CLAIM-ID
                 AND ACTIVITY_TYPE     = 'OF'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': PRIOR OFFSET LOOKUP FAILED SQLCODE=' SQLCODE
               PERFORM 2290-OFFSET-FAILED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-PRIOR-OFFSET.
           IF WS-NET-PAY < ZEROS
               MOVE ZEROS TO WS-NET-PAY
           END-IF.
           PERFORM 2255-TAKE-OFFSETS.
      *---------------------------------------------------------------
      * Draw WS-NET-PAY down against the payee's (DCL-MEMBER-ID)
      * open receivables. Shared by claim payments and benefit
      * installments.
      *---------------------------------------------------------------
       2255-TAKE-OFFSETS.
           IF WS-NET-PAY = ZEROS
               OR DCL-MEMBER-ID = SPACES
               OR DCL-MEMBER-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RCVB-FETCH-FLAG.
           EXEC SQL OPEN CLMSPAY_RCVB_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE CURSOR OPEN FAILED SQLCODE=' SQLCODE
               PERFORM 2290-OFFSET-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2260-OFFSET-ONE-RECEIVABLE
               UNTIL RCVB-FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSPAY_RCVB_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2260-OFFSET-ONE-RECEIVABLE.
           EXEC SQL
               FETCH CLMSPAY_RCVB_CURSOR
               INTO :DCL-RCB-POLICY-NO, :DCL-RCB-CLAIM-ID,
                    :DCL-RCB-RCVB-SEQ,  :DCL-RCB-BALANCE-AMT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET RCVB-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': RECEIVABLE FETCH FAILED SQLCODE=' SQLCODE
                   PERFORM 2290-OFFSET-FAILED
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF DCL-RCB-BALANCE-AMT > WS-NET-PAY
               MOVE WS-NET-PAY          TO WS-APPLY-AMOUNT
           ELSE
               MOVE DCL-RCB-BALANCE-AMT TO WS-APPLY-AMOUNT
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT FROM DCL-RCB-BALANCE-AMT.
           IF DCL-RCB-BALANCE-AMT = ZEROS
               MOVE 'C' TO DCL-RCB-RCVB-STATUS
           ELSE
               MOVE 'O' TO DCL-RCB-RCVB-STATUS
           END-IF.
           MOVE WS-TODAY-NUMERIC TO DCL-RCB-LAST-ACTIVITY.
           EXEC SQL
               UPDATE CLAIMS_RECEIVABLE
               SET BALANCE_AMT        = :DCL-RCB-BALANCE-AMT,
                   RCVB_STATUS        = :DCL-RCB-RCVB-STATUS,
                   LAST_ACTIVITY_DATE = :DCL-RCB-LAST-ACTIVITY
               WHERE POLICY_NO = :DCL-RCB-POLICY-NO
                 AND CLAIM_ID  = :DCL-RCB-CLAIM-ID
                 AND RCVB_SEQ  = :DCL-RCB-RCVB-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE UPDATE FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-RCB-POLICY-NO
                   ' CLAIM=' DCL-RCB-CLAIM-ID
               PERFORM 2290-OFFSET-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2270-INSERT-OFFSET-ACTIVITY.
           IF OFFSET-FAILED
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT FROM WS-NET-PAY.
           ADD WS-APPLY-AMOUNT TO WS-OFFSET-AMOUNT.
           IF WS-NET-PAY = ZEROS
               SET RCVB-FETCH-COMPLETE TO TRUE
           END-IF.
      *---------------------------------------------------------------
       2270-INSERT-OFFSET-ACTIVITY.
           MOVE DCL-RCB-POLICY-NO  TO DCL-RBA-POLICY-NO.
           MOVE DCL-RCB-CLAIM-ID   TO DCL-RBA-CLAIM-ID.
           MOVE DCL-RCB-RCVB-SEQ   TO DCL-RBA-RCVB-SEQ.
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
                   ': ACTIVITY SEQ LOOKUP FAILED SQLCODE=' SQLCODE
               PERFORM 2290-OFFSET-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-ACTIVITY-SEQ TO DCL-RBA-ACTIVITY-SEQ.
           MOVE 'OF'                 TO DCL-RBA-ACTIVITY-TYPE.
           MOVE WS-TODAY-NUMERIC     TO DCL-RBA-ACTIVITY-DATE.
           MOVE WS-APPLY-AMOUNT      TO DCL-RBA-ACTIVITY-AMT.
           MOVE WS-PAYMENT-NO        TO DCL-RBA-PAYMENT-NO.
           MOVE DCL-POLICY-NO        TO DCL-RBA-APPLIED-POLICY-NO.
           MOVE DCL-CLAIM-ID         TO DCL-RBA-APPLIED-CLAIM-ID.
           EXEC SQL
               SET :DCL-RBA-INSERT-TS = CURRENT TIMESTAMP
           END-EXEC.
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
                   ': OFFSET ACTIVITY INSERT FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-RBA-POLICY-NO
                   ' CLAIM=' DCL-RBA-CLAIM-ID
               PERFORM 2290-OFFSET-FAILED
           END-IF.
      *---------------------------------------------------------------
      * A receivable drawn down for a payment that then fails to go
      * on the table would leave the payee's balance reduced with
      * nothing to show for it. As with a failed paid stamp, ROLLBACK
      * and stop rather than continue past half-applied work.
      *---------------------------------------------------------------
       2290-OFFSET-FAILED.
           DISPLAY WS-PROGRAM-ID ': OFFSET NOT APPLIED - POLICY='
               DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               ' - ROLLING BACK'.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           SET OFFSET-FAILED       TO TRUE.
           SET RCVB-FETCH-COMPLETE TO TRUE.
           EXEC SQL ROLLBACK END-EXEC.
           SET END-OF-CURSOR TO TRUE.
           SET END-OF-BENEFITS TO TRUE.
           SET END-OF-PROVIDER-CLAIMS TO TRUE.
      *---------------------------------------------------------------
      * The payment row carries the net amount. A payment absorbed
      * in full by offsets goes on at zero, already cleared - there
      * is no item for the bank to pay or return. The caller sets
      * the payee and, for a life-claim share, the beneficiary, or
      * for a provider payment the provider and remittance.
      *---------------------------------------------------------------
       2300-INSERT-PAYMENT.
           MOVE WS-PAYMENT-NO      TO DCL-PAY-PAYMENT-NO.
           MOVE DCL-POLICY-NO      TO DCL-PAY-POLICY-NO.
           MOVE DCL-CLAIM-ID       TO DCL-PAY-CLAIM-ID.
           MOVE WS-NET-PAY         TO DCL-PAY-PAYMENT-AMOUNT.
           MOVE WS-TODAY-NUMERIC   TO DCL-PAY-PAYMENT-DATE.
           IF WS-NET-PAY = ZEROS
               MOVE 'C'              TO DCL-PAY-STATUS
               MOVE WS-TODAY-NUMERIC TO DCL-PAY-CLEARED-DATE
           ELSE
               MOVE 'I'              TO DCL-PAY-STATUS
               MOVE ZEROS            TO DCL-PAY-CLEARED-DATE
           END-IF.
           MOVE SPACES             TO DCL-PAY-VOID-REASON.
           MOVE ZEROS              TO DCL-PAY-VOID-DATE.
           MOVE 'C'                TO DCL-PAY-PAY-TYPE.
               (PAYMENT_NO,        POLICY_NO,         CLAIM_ID,
                PAYEE_NAME,        PAYMENT_AMOUNT,    PAYMENT_DATE,
                PAYMENT_TS,        STATUS,            VOID_REASON,
                VOID_DATE,         PAY_TYPE,          ORIG_PAYMENT_NO,
                CLEARED_DATE,      BENEFICIARY_SEQ,   PAYEE_PROVIDER_ID,
                REMIT_NO)
               VALUES
               (:DCL-PAY-PAYMENT-NO,     :DCL-PAY-POLICY-NO,
                :DCL-PAY-CLAIM-ID,       :DCL-PAY-PAYEE-NAME,
                :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE,
                :DCL-PAY-PAYMENT-TS,     :DCL-PAY-STATUS,
                :DCL-PAY-VOID-REASON,    :DCL-PAY-VOID-DATE,
                :DCL-PAY-PAY-TYPE,       :DCL-PAY-ORIG-PAYMENT-NO,
                :DCL-PAY-CLEARED-DATE,   :DCL-PAY-BENE-SEQ,
                :DCL-PAY-PROVIDER-ID,    :DCL-PAY-REMIT-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-PAYMENT-COUNT
               ADD 1 TO WS-COMMIT-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL
               IF WS-OFFSET-AMOUNT > ZEROS
                   ADD 1 TO WS-OFFSET-COUNT
                   ADD WS-OFFSET-AMOUNT TO WS-OFFSET-TOTAL
               END-IF
           ELSE
               DISPLAY WS-PROGRAM-ID ': PAID STAMP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Load the policy's designation and decide how the life claim
      * is paid. A beneficiary survived the insured unless recorded
      * deceased on or before the claim date.
      *---------------------------------------------------------------
       2500-LOAD-DESIGNATION.
           IF NOT BENE-MASTER-OPEN
               SET LIFE-CLAIM-HELD TO TRUE
               ADD 1 TO WS-LIFE-HELD-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS  TO WS-LT-COUNT WS-PRIMARY-PCT WS-CONTINGENT-PCT.
           MOVE 'N'    TO WS-BENE-SCAN-FLAG.
           MOVE DCL-POLICY-NO TO BNF-POLICY-NUMBER.
           MOVE ZEROS         TO BNF-BENE-SEQ.
           START BENE-MASTER KEY NOT < BNF-BENE-KEY
               INVALID KEY
                   SET BENE-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL BENE-SCAN-DONE
               READ BENE-MASTER NEXT RECORD
                   AT END
                       SET BENE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF BNF-POLICY-NUMBER NOT = DCL-POLICY-NO
                           SET BENE-SCAN-DONE TO TRUE
                       ELSE
                           IF NOT BNF-REVOKED
                               PERFORM 2510-LOAD-BENEFICIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF LIFE-CLAIM-HELD
               EXIT PARAGRAPH
           END-IF.
           IF WS-LT-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRIMARY-PCT > ZEROS
                   MOVE 'P'               TO WS-PAY-CLASS
                   MOVE WS-PRIMARY-PCT    TO WS-CLASS-PCT
                   SET LIFE-PAY-SHARES    TO TRUE
               WHEN WS-CONTINGENT-PCT > ZEROS
                   MOVE 'C'               TO WS-PAY-CLASS
                   MOVE WS-CONTINGENT-PCT TO WS-CLASS-PCT
                   SET LIFE-PAY-SHARES    TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': NO SURVIVING BENEFICIARY - LIFE CLAIM HELD'
                       ' POLICY=' DCL-POLICY-NO
                       ' CLAIM=' DCL-CLAIM-ID
                   SET LIFE-CLAIM-HELD TO TRUE
                   ADD 1 TO WS-LIFE-HELD-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
       2510-LOAD-BENEFICIARY.
           IF WS-LT-COUNT >= WS-LT-MAX
               DISPLAY WS-PROGRAM-ID
                   ': MORE THAN ' WS-LT-MAX
                   ' BENEFICIARIES - LIFE CLAIM HELD POLICY='
                   DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               SET LIFE-CLAIM-HELD TO TRUE
               SET BENE-SCAN-DONE  TO TRUE
               ADD 1 TO WS-LIFE-HELD-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LT-COUNT.
           MOVE BNF-BENE-SEQ  TO WS-LT-SEQ(WS-LT-COUNT).
           MOVE BNF-CLASS     TO WS-LT-CLASS(WS-LT-COUNT).
           MOVE BNF-NAME      TO WS-LT-NAME(WS-LT-COUNT).
           MOVE BNF-SHARE-PCT TO WS-LT-PCT(WS-LT-COUNT).
           IF BNF-DECEASED
               AND BNF-DEATH-DATE NOT > DCL-CLAIM-DATE
               MOVE 'N' TO WS-LT-ELIGIBLE(WS-LT-COUNT)
           ELSE
               MOVE 'Y' TO WS-LT-ELIGIBLE(WS-LT-COUNT)
               IF BNF-PRIMARY
                   ADD BNF-SHARE-PCT TO WS-PRIMARY-PCT
               ELSE
                   ADD BNF-SHARE-PCT TO WS-CONTINGENT-PCT
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * One share per eligible beneficiary of the class paid, the
      * claim stamped once every share is on. Shares and stamp are
      * one unit of work - a failure part way backs the whole
      * claim out and stops, as a failed paid stamp does.
      *---------------------------------------------------------------
       2530-PAY-LIFE-SHARES.
           IF DCL-APPROVED-AMOUNT > ZEROS
               MOVE DCL-APPROVED-AMOUNT TO WS-GROSS-PAY
           ELSE
               MOVE DCL-CLAIM-AMOUNT    TO WS-GROSS-PAY
           END-IF.
           MOVE ZEROS  TO WS-SHARES-PAID WS-SHARES-LEFT.
           MOVE ZEROS  TO WS-OFFSET-AMOUNT.
           MOVE 'N'    TO WS-SHARE-FAIL-FLAG.
           MOVE SPACES TO WS-FIRST-PAYMENT-NO.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-ELIGIBLE(WS-LT-IDX) = 'Y'
                   AND WS-LT-CLASS(WS-LT-IDX) = WS-PAY-CLASS
                   ADD 1 TO WS-SHARES-LEFT
               END-IF
           END-PERFORM.
           MOVE WS-SHARES-LEFT TO WS-SHARES-ON-CLAIM.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
                  OR SHARE-FAILED
               IF WS-LT-ELIGIBLE(WS-LT-IDX) = 'Y'
                   AND WS-LT-CLASS(WS-LT-IDX) = WS-PAY-CLASS
                   PERFORM 2540-PAY-ONE-SHARE
               END-IF
           END-PERFORM.
           IF SHARE-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-NUMERIC    TO DCL-PAID-DATE.
           MOVE WS-FIRST-PAYMENT-NO TO DCL-PAYMENT-NO.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET PAID_DATE  = :DCL-PAID-DATE,
                   PAYMENT_NO = :DCL-PAYMENT-NO
               WHERE CURRENT OF CLMSPAY_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': PAID STAMP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               PERFORM 2590-SHARES-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1                  TO WS-LIFE-SPLIT-COUNT.
           ADD WS-SHARES-ON-CLAIM TO WS-LIFE-SHARE-COUNT.
           ADD WS-SHARES-ON-CLAIM TO WS-PAYMENT-COUNT.
           ADD WS-SHARES-ON-CLAIM TO WS-COMMIT-COUNT.
           ADD WS-SHARES-PAID     TO WS-PAYMENT-TOTAL.
      *---------------------------------------------------------------
      * The last share takes whatever rounding is left, so the
      * shares add to the amount payable exactly.
      *---------------------------------------------------------------
       2540-PAY-ONE-SHARE.
           SUBTRACT 1 FROM WS-SHARES-LEFT.
           IF WS-SHARES-LEFT = ZEROS
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-SHARES-PAID
           ELSE
               COMPUTE WS-NET-PAY ROUNDED =
                   WS-GROSS-PAY * WS-LT-PCT(WS-LT-IDX) / WS-CLASS-PCT
           END-IF.
           ADD WS-NET-PAY TO WS-SHARES-PAID.
           PERFORM 2200-BUILD-PAYMENT-NO.
           IF WS-FIRST-PAYMENT-NO = SPACES
               MOVE WS-PAYMENT-NO TO WS-FIRST-PAYMENT-NO
           END-IF.
           MOVE WS-LT-NAME(WS-LT-IDX) TO DCL-PAY-PAYEE-NAME.
           MOVE WS-LT-SEQ(WS-LT-IDX)  TO DCL-PAY-BENE-SEQ.
           MOVE SPACES TO DCL-PAY-PROVIDER-ID DCL-PAY-REMIT-NO.
           PERFORM 2300-INSERT-PAYMENT.
           IF SQLCODE NOT = 0
               PERFORM 2590-SHARES-FAILED
           END-IF.
      *---------------------------------------------------------------
       2590-SHARES-FAILED.
           DISPLAY WS-PROGRAM-ID ': LIFE SHARES NOT PAID - POLICY='
               DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               ' - ROLLING BACK'.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           SET SHARE-FAILED TO TRUE.
           EXEC SQL ROLLBACK END-EXEC.
           SET END-OF-CURSOR TO TRUE.
      *---------------------------------------------------------------
      * Phase 1.5 - statutory interest payables from CLMSCOMP. A
      * missing INTPIN DD means the compliance run cut nothing.
      *---------------------------------------------------------------
      * One interest payable. Re-checked against CLAIMS_PAYMENT so a
      * stale or rerun INTPIN can never pay the same interest twice;
      * the payee comes from the claim so a corrected payee applies
      * here too. Interest owed to a member whose mail is coming back
      * is held like the claim payment: no row is written, so the
      * next CLMSCOMP run hands it over again, and the register lists
      * it with the amount held.
      *---------------------------------------------------------------
       2700-PAY-INTEREST.
           EXEC SQL
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT CLAIMANT_NAME, MEMBER_ID
               INTO :WS-INT-PAYEE-NAME, :DCL-MEMBER-ID
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :INT-POLICY-NUMBER
                 AND CLAIM_ID  = :INT-CLAIM-ID
               PERFORM 2750-READ-INTEREST
               EXIT PARAGRAPH
           END-IF.
           MOVE INT-POLICY-NUMBER TO DCL-POLICY-NO.
           MOVE INT-CLAIM-ID      TO DCL-CLAIM-ID.
           PERFORM 2150-CHECK-ADDRESS-HOLD.
           IF MEMBER-ADDRESS-HELD
               DISPLAY WS-PROGRAM-ID ': INTEREST HELD FOR REISSUE'
                   ' POLICY=' INT-POLICY-NUMBER
                   ' CLAIM=' INT-CLAIM-ID
                   ' AMOUNT=' INT-INTEREST-AMOUNT
               ADD 1 TO WS-INT-HELD-COUNT
               ADD INT-INTEREST-AMOUNT TO WS-INT-HELD-TOTAL
               PERFORM 2750-READ-INTEREST
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-BUILD-PAYMENT-NO.
           MOVE WS-PAYMENT-NO        TO DCL-PAY-PAYMENT-NO.
           MOVE INT-POLICY-NUMBER    TO DCL-PAY-POLICY-NO.
               MOVE ZEROS TO WS-COMMIT-COUNT
           END-IF.
      *---------------------------------------------------------------
      * Disability benefit installments - every schedule with an
      * installment due by the business date. A missing schedule
      * table row set simply means nothing is due.
      *---------------------------------------------------------------
       2800-OPEN-BENEFIT-CURSOR.
           MOVE 'N' TO WS-BEN-EOF-FLAG.
           EXEC SQL OPEN CLMSPAY_BENEFIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN BENEFIT CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-BENEFITS TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * One schedule - every installment due on it, oldest period
      * first, so a schedule set up late with a retroactive start
      * catches up in one run.
      *---------------------------------------------------------------
       2810-PAY-BENEFIT-SCHEDULE.
           EXEC SQL
               FETCH CLMSPAY_BENEFIT_CURSOR
               INTO :DCL-BSC-POLICY-NO,      :DCL-BSC-CLAIM-ID,
                    :DCL-BSC-MEMBER-ID,      :DCL-BSC-BENEFIT-AMT,
                    :DCL-BSC-FREQUENCY,      :DCL-BSC-START-DATE,
                    :DCL-BSC-MAX-END-DATE,   :DCL-BSC-PAID-THRU-DATE,
                    :DCL-BSC-NEXT-DUE-DATE,  :DCL-BSC-INSTALLMENTS,
                    :DCL-BSC-TOTAL-PAID,     :DCL-BSC-SCHED-STATUS,
                    :DCL-BSC-STOP-DATE,      :DCL-CLAIMANT-NAME,
                    :DCL-PAID-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-BENEFITS TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': BENEFIT FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-BENEFITS TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE DCL-BSC-POLICY-NO TO DCL-POLICY-NO.
           MOVE DCL-BSC-CLAIM-ID  TO DCL-CLAIM-ID.
           MOVE DCL-BSC-MEMBER-ID TO DCL-MEMBER-ID.
      *---------------------------------------------------------------
      * A held schedule is not advanced, so every installment that
      * fell due while the address was bad is caught up in one run
      * once it is corrected.
      *---------------------------------------------------------------
           PERFORM 2150-CHECK-ADDRESS-HOLD.
           IF MEMBER-ADDRESS-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCHED-DONE-FLAG.
           PERFORM 2830-PAY-ONE-INSTALLMENT
               UNTIL SCHEDULE-DONE
                  OR END-OF-BENEFITS
                  OR DCL-BSC-NEXT-DUE-DATE = ZEROS
                  OR DCL-BSC-NEXT-DUE-DATE > WS-TODAY-NUMERIC.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2600-INTERIM-COMMIT
           END-IF.
      *---------------------------------------------------------------
      * The installment covers PAID_THRU_DATE up to NEXT_DUE_DATE.
      * When NEXT_DUE_DATE falls short of the regular period end
      * the period was cut short, and the benefit is paid for the
      * days covered only.
      *---------------------------------------------------------------
       2830-PAY-ONE-INSTALLMENT.
           MOVE DCL-BSC-NEXT-DUE-DATE TO WS-BEN-PERIOD-DATE.
           MOVE DCL-BSC-START-DATE    TO WS-BASE-DATE.
           COMPUTE WS-PERIOD-COUNT = DCL-BSC-INSTALLMENTS + 1.
           MOVE DCL-BSC-FREQUENCY     TO WS-PERIOD-FREQ.
           PERFORM 2840-ADD-PERIODS.
           MOVE WS-PERIOD-DATE        TO WS-BEN-REGULAR-DATE.
           IF WS-BEN-PERIOD-DATE < WS-BEN-REGULAR-DATE
               MOVE DCL-BSC-PAID-THRU-DATE TO WS-BEN-WORK-DATE
               COMPUTE WS-BEN-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BEN-WORK-DATE)
               MOVE DCL-BSC-NEXT-DUE-DATE  TO WS-BEN-WORK-DATE
               COMPUTE WS-BEN-THRU-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BEN-WORK-DATE)
               COMPUTE WS-BEN-FULL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BEN-REGULAR-DATE)
               COMPUTE WS-GROSS-PAY ROUNDED =
                   DCL-BSC-BENEFIT-AMT
                   * (WS-BEN-THRU-INTEGER - WS-BEN-FROM-INTEGER)
                   / (WS-BEN-FULL-INTEGER - WS-BEN-FROM-INTEGER)
           ELSE
               MOVE DCL-BSC-BENEFIT-AMT TO WS-GROSS-PAY
           END-IF.
      *---------------------------------------------------------------
      * Belt and braces against a rerun - the schedule advances in
      * the same unit of work as the payment, but a live installment
      * already on file for the period is never cut twice.
      *---------------------------------------------------------------
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-BEN-EXISTS-COUNT
               FROM CLAIMS_PAYMENT
               WHERE POLICY_NO           = :DCL-POLICY-NO
                 AND CLAIM_ID            = :DCL-CLAIM-ID
                 AND PAY_TYPE            = 'B'
                 AND BENEFIT_PERIOD_DATE = :WS-BEN-PERIOD-DATE
                 AND STATUS             <> 'V'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': INSTALLMENT DUP CHECK FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               SET SCHEDULE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BEN-EXISTS-COUNT > 0
               DISPLAY WS-PROGRAM-ID
                   ': INSTALLMENT ALREADY PAID POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
                   ' PERIOD=' DCL-BSC-NEXT-DUE-DATE
                   ' - SCHEDULE ADVANCED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               MOVE ZEROS TO WS-GROSS-PAY
               PERFORM 2860-ADVANCE-SCHEDULE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-BUILD-PAYMENT-NO.
           MOVE 'N'          TO WS-OFFSET-FAIL-FLAG.
           MOVE ZEROS        TO WS-OFFSET-AMOUNT.
           MOVE WS-GROSS-PAY TO WS-NET-PAY.
           PERFORM 2255-TAKE-OFFSETS.
           IF OFFSET-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2850-INSERT-INSTALLMENT.
           IF SQLCODE NOT = 0
               IF WS-OFFSET-AMOUNT > ZEROS
                   PERFORM 2290-OFFSET-FAILED
               END-IF
               SET SCHEDULE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2860-ADVANCE-SCHEDULE.
           IF END-OF-BENEFITS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2870-STAMP-BENEFIT-CLAIM.
           IF END-OF-BENEFITS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INSTALLMENT-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD WS-NET-PAY TO WS-INSTALLMENT-TOTAL.
           IF WS-OFFSET-AMOUNT > ZEROS
               ADD 1 TO WS-OFFSET-COUNT
               ADD WS-OFFSET-AMOUNT TO WS-OFFSET-TOTAL
           END-IF.
      *---------------------------------------------------------------
       2840-ADD-PERIODS.
           EVALUATE WS-PERIOD-FREQ
               WHEN 'W'
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                       + (7 * WS-PERIOD-COUNT)
                   COMPUTE WS-PERIOD-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               WHEN 'B'
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                       + (14 * WS-PERIOD-COUNT)
                   COMPUTE WS-PERIOD-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               WHEN OTHER
                   COMPUTE WS-MONTH-INDEX =
                       (WS-BASE-YYYY * 12) + WS-BASE-MM
                       + WS-PERIOD-COUNT
                   COMPUTE WS-PERIOD-YYYY =
                       (WS-MONTH-INDEX - 1) / 12
                   COMPUTE WS-PERIOD-MM =
                       WS-MONTH-INDEX - (WS-PERIOD-YYYY * 12)
                   MOVE 01 TO WS-PERIOD-DD
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-DATE) + 31
                   COMPUTE WS-MONTH-END =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   MOVE 01 TO WS-MONTH-END-DD
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1
                   COMPUTE WS-MONTH-END =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   IF WS-BASE-DD > WS-MONTH-END-DD
                       MOVE WS-MONTH-END-DD TO WS-PERIOD-DD
                   ELSE
                       MOVE WS-BASE-DD      TO WS-PERIOD-DD
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * Installment row - PAY_TYPE 'B' for the period it pays
      * through, net of any offset, cleared at once when the offset
      * took all of it.
      *---------------------------------------------------------------
       2850-INSERT-INSTALLMENT.
           MOVE WS-PAYMENT-NO      TO DCL-PAY-PAYMENT-NO.
           MOVE DCL-POLICY-NO      TO DCL-PAY-POLICY-NO.
           MOVE DCL-CLAIM-ID       TO DCL-PAY-CLAIM-ID.
           MOVE DCL-CLAIMANT-NAME  TO DCL-PAY-PAYEE-NAME.
           MOVE WS-NET-PAY         TO DCL-PAY-PAYMENT-AMOUNT.
           MOVE WS-TODAY-NUMERIC   TO DCL-PAY-PAYMENT-DATE.
           IF WS-NET-PAY = ZEROS
               MOVE 'C'              TO DCL-PAY-STATUS
               MOVE WS-TODAY-NUMERIC TO DCL-PAY-CLEARED-DATE
           ELSE
               MOVE 'I'              TO DCL-PAY-STATUS
               MOVE ZEROS            TO DCL-PAY-CLEARED-DATE
           END-IF.
           MOVE SPACES             TO DCL-PAY-VOID-REASON.
           MOVE ZEROS              TO DCL-PAY-VOID-DATE.
           MOVE 'B'                TO DCL-PAY-PAY-TYPE.
           MOVE SPACES             TO DCL-PAY-ORIG-PAYMENT-NO.
           MOVE WS-BEN-PERIOD-DATE TO DCL-PAY-BENEFIT-PERIOD.
           EXEC SQL
               SET :DCL-PAY-PAYMENT-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_PAYMENT
               (PAYMENT_NO,        POLICY_NO,         CLAIM_ID,
                PAYEE_NAME,        PAYMENT_AMOUNT,    PAYMENT_DATE,
                PAYMENT_TS,        STATUS,            VOID_REASON,
                VOID_DATE,         PAY_TYPE,          ORIG_PAYMENT_NO,
                CLEARED_DATE,      BENEFIT_PERIOD_DATE)
               VALUES
               (:DCL-PAY-PAYMENT-NO,     :DCL-PAY-POLICY-NO,
                :DCL-PAY-CLAIM-ID,       :DCL-PAY-PAYEE-NAME,
                :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE,
                :DCL-PAY-PAYMENT-TS,     :DCL-PAY-STATUS,
                :DCL-PAY-VOID-REASON,    :DCL-PAY-VOID-DATE,
                :DCL-PAY-PAY-TYPE,       :DCL-PAY-ORIG-PAYMENT-NO,
                :DCL-PAY-CLEARED-DATE,   :DCL-PAY-BENEFIT-PERIOD)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': INSTALLMENT INSERT FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
      * Move the schedule past the period just paid. The benefit
      * ends at the maximum end date or the stop date, whichever is
      * earlier; the next due date is the next regular period end
      * or that end, whichever comes first, and zero once the end is
      * reached. An active schedule paid through its maximum end
      * date is exhausted. As with the claim paid stamp, a schedule
      * that cannot be moved on must not leave its payment behind.
      *---------------------------------------------------------------
       2860-ADVANCE-SCHEDULE.
           MOVE DCL-BSC-NEXT-DUE-DATE TO DCL-BSC-PAID-THRU-DATE.
           ADD 1                      TO DCL-BSC-INSTALLMENTS.
           ADD WS-GROSS-PAY           TO DCL-BSC-TOTAL-PAID.
           MOVE DCL-BSC-MAX-END-DATE  TO WS-BEN-END-DATE.
           IF DCL-BSC-STOP-DATE > ZEROS
               AND DCL-BSC-STOP-DATE < WS-BEN-END-DATE
               MOVE DCL-BSC-STOP-DATE TO WS-BEN-END-DATE
           END-IF.
           IF DCL-BSC-PAID-THRU-DATE NOT < WS-BEN-END-DATE
               MOVE ZEROS TO DCL-BSC-NEXT-DUE-DATE
               ADD 1 TO WS-BEN-ENDED-COUNT
               IF DCL-BSC-SCHED-STATUS = 'A'
                   MOVE 'X' TO DCL-BSC-SCHED-STATUS
               END-IF
           ELSE
               MOVE DCL-BSC-START-DATE TO WS-BASE-DATE
               COMPUTE WS-PERIOD-COUNT = DCL-BSC-INSTALLMENTS + 1
               MOVE DCL-BSC-FREQUENCY  TO WS-PERIOD-FREQ
               PERFORM 2840-ADD-PERIODS
               IF WS-PERIOD-DATE > WS-BEN-END-DATE
                   MOVE WS-BEN-END-DATE TO DCL-BSC-NEXT-DUE-DATE
               ELSE
                   MOVE WS-PERIOD-DATE  TO DCL-BSC-NEXT-DUE-DATE
               END-IF
           END-IF.
           EXEC SQL
               UPDATE CLAIMS_BENEFIT_SCHED
               SET PAID_THRU_DATE    = :DCL-BSC-PAID-THRU-DATE,
                   NEXT_DUE_DATE     = :DCL-BSC-NEXT-DUE-DATE,
                   INSTALLMENTS_PAID = :DCL-BSC-INSTALLMENTS,
                   TOTAL_PAID        = :DCL-BSC-TOTAL-PAID,
                   SCHED_STATUS      = :DCL-BSC-SCHED-STATUS
               WHERE POLICY_NO = :DCL-BSC-POLICY-NO
                 AND CLAIM_ID  = :DCL-BSC-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': SCHEDULE ADVANCE FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
                   ' - ROLLING BACK'
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               SET END-OF-BENEFITS TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * The first installment on a claim - or the first after a
      * voided one cleared the stamp - stamps PAID_DATE/PAYMENT_NO,
      * so the claim reads as paid everywhere a lump sum would.
      *---------------------------------------------------------------
       2870-STAMP-BENEFIT-CLAIM.
           IF DCL-PAID-DATE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-NUMERIC TO DCL-PAID-DATE.
           MOVE WS-PAYMENT-NO    TO DCL-PAYMENT-NO.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET PAID_DATE  = :DCL-PAID-DATE,
                   PAYMENT_NO = :DCL-PAYMENT-NO
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND PAID_DATE = 0
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY WS-PROGRAM-ID ': PAID STAMP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID ' - ROLLING BACK'
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               SET END-OF-BENEFITS TO TRUE
               SET END-OF-REISSUES TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Voided installments. The period is paid again at the amount
      * voided - offsets the voided payment took stay taken, as for
      * a reissued claim payment.
      *---------------------------------------------------------------
       2900-OPEN-REISSUE-CURSOR.
           MOVE 'N' TO WS-RISS-EOF-FLAG.
           EXEC SQL OPEN CLMSPAY_REISSUE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN REISSUE CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-REISSUES TO TRUE
           END-IF.
      *---------------------------------------------------------------
       2910-REISSUE-INSTALLMENT.
           EXEC SQL
               FETCH CLMSPAY_REISSUE_CURSOR
               INTO :DCL-POLICY-NO,      :DCL-CLAIM-ID,
                    :WS-BEN-PERIOD-DATE, :WS-NET-PAY,
                    :DCL-CLAIMANT-NAME,  :DCL-PAID-DATE,
                    :DCL-MEMBER-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-REISSUES TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': REISSUE FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-REISSUES TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-NET-PAY NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2150-CHECK-ADDRESS-HOLD.
           IF MEMBER-ADDRESS-HELD
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-BUILD-PAYMENT-NO.
           PERFORM 2850-INSERT-INSTALLMENT.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2870-STAMP-BENEFIT-CLAIM.
           IF END-OF-REISSUES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BEN-REISSUE-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD WS-NET-PAY TO WS-INSTALLMENT-TOTAL.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2600-INTERIM-COMMIT
           END-IF.
      *---------------------------------------------------------------
      * Voided life-claim shares. The share is paid again at the
      * amount voided to the beneficiary's name as it now stands on
      * BENEMSTR, so a payee corrected there after a bank return
      * takes effect; the voided row's payee is used when the
      * designation cannot be read.
      *---------------------------------------------------------------
       2950-OPEN-SHARE-CURSOR.
           MOVE 'N' TO WS-SHR-EOF-FLAG.
           EXEC SQL OPEN CLMSPAY_SHARE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN SHARE CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-SHARES TO TRUE
           END-IF.
      *---------------------------------------------------------------
       2960-REISSUE-SHARE.
           EXEC SQL
               FETCH CLMSPAY_SHARE_CURSOR
               INTO :DCL-POLICY-NO,    :DCL-CLAIM-ID,
                    :DCL-PAY-BENE-SEQ, :WS-NET-PAY,
                    :DCL-PAY-PAYEE-NAME
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-SHARES TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': SHARE FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-SHARES TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-NET-PAY NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF BENE-MASTER-OPEN
               MOVE DCL-POLICY-NO    TO BNF-POLICY-NUMBER
               MOVE DCL-PAY-BENE-SEQ TO BNF-BENE-SEQ
               READ BENE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BNF-NAME TO DCL-PAY-PAYEE-NAME
               END-READ
           END-IF.
           MOVE ZEROS TO WS-OFFSET-AMOUNT.
           MOVE SPACES TO DCL-PAY-PROVIDER-ID DCL-PAY-REMIT-NO.
           PERFORM 2200-BUILD-PAYMENT-NO.
           PERFORM 2300-INSERT-PAYMENT.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD 1 TO WS-SHARE-REISSUE-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2600-INTERIM-COMMIT
           END-IF.
      *---------------------------------------------------------------
       3000-FINAL-COMMIT.
           EXEC SQL CLOSE CLMSPAY_CURSOR END-EXEC.
           IF WS-COMMIT-COUNT > 0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': FINAL COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Provider phase - assigned claims, one remittance per
      * provider. The cursor is ordered by provider, so each pass
      * of 3200 consumes one provider's claims.
      *---------------------------------------------------------------
       3100-PAY-PROVIDERS.
           MOVE 'N' TO WS-PRV-EOF-FLAG.
           EXEC SQL OPEN CLMSPAY_PROV_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN PROVIDER CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3150-FETCH-PROVIDER-CLAIM.
           PERFORM 3200-PAY-ONE-PROVIDER
               UNTIL END-OF-PROVIDER-CLAIMS.
           EXEC SQL CLOSE CLMSPAY_PROV_CURSOR END-EXEC.
      *---------------------------------------------------------------
       3150-FETCH-PROVIDER-CLAIM.
           EXEC SQL
               FETCH CLMSPAY_PROV_CURSOR
               INTO :DCL-POLICY-NO,      :DCL-CLAIM-ID,
                    :DCL-CLAIMANT-NAME,  :DCL-CLAIM-AMOUNT,
                    :DCL-APPROVED-AMOUNT, :DCL-PROVIDER-ID,
                    :DCL-CLAIM-TYPE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-PROVIDER-CLAIMS TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': PROVIDER FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-PROVIDER-CLAIMS TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * One provider. The remittance number is drawn before any of
      * its claims' payment numbers, so it is always below the
      * highest payment number on the table and the same-day reseed
      * in 1100 can never hand it out again. The remittance and
      * every claim on it commit together at the break.
      *---------------------------------------------------------------
       3200-PAY-ONE-PROVIDER.
           MOVE DCL-PROVIDER-ID TO WS-RMT-PROVIDER-ID.
           MOVE ZEROS           TO WS-RMT-CLAIM-COUNT WS-RMT-AMOUNT.
           MOVE 'N'             TO WS-REMIT-FAIL-FLAG.
           PERFORM 3250-CHECK-PROVIDER.
           IF NOT PROVIDER-HELD
               PERFORM 2200-BUILD-PAYMENT-NO
               MOVE WS-PAYMENT-NO TO WS-RMT-REMIT-NO
           END-IF.
           PERFORM 3300-PAY-PROVIDER-CLAIM
               UNTIL END-OF-PROVIDER-CLAIMS
                  OR REMIT-FAILED
                  OR DCL-PROVIDER-ID NOT = WS-RMT-PROVIDER-ID.
           IF PROVIDER-HELD OR REMIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-RMT-CLAIM-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': REMITTANCE COMMIT FAILED SQLCODE=' SQLCODE
                   ' PROVIDER=' WS-RMT-PROVIDER-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-PROVIDER-CLAIMS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1                  TO WS-REMIT-COUNT.
           ADD WS-RMT-CLAIM-COUNT TO WS-PROV-CLAIM-COUNT.
           ADD WS-RMT-CLAIM-COUNT TO WS-PAYMENT-COUNT.
           ADD WS-RMT-AMOUNT      TO WS-PROV-TOTAL.
           ADD WS-RMT-AMOUNT      TO WS-PAYMENT-TOTAL.
      *---------------------------------------------------------------
      * The provider must be on PROVMSTR and not suspended there -
      * the master is where the payee name and the bank details
      * come from.
      *---------------------------------------------------------------
       3250-CHECK-PROVIDER.
           MOVE 'N' TO WS-PROVIDER-HELD-FLAG.
           IF NOT PROVIDER-MASTER-OPEN
               SET PROVIDER-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RMT-PROVIDER-ID TO PRV-PROVIDER-ID.
           READ PROVIDER-MASTER
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': PROVIDER NOT ON PROVMSTR - CLAIMS HELD'
                       ' PROVIDER=' WS-RMT-PROVIDER-ID
                   SET PROVIDER-HELD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PRV-STATUS-SUSPENDED
               DISPLAY WS-PROGRAM-ID
                   ': PROVIDER SUSPENDED - CLAIMS HELD'
                   ' PROVIDER=' WS-RMT-PROVIDER-ID
               SET PROVIDER-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PRV-PROVIDER-NAME TO WS-RMT-PROVIDER-NAME.
      *---------------------------------------------------------------
      * One assigned claim onto the provider's remittance. The
      * claim is owed what phase 1 would have paid it, less any
      * offsets already taken against an earlier voided payment;
      * no new offsets are taken, as the member's receivables are
      * not the provider's debts (the payee passed to 2250 is
      * blank).
      *---------------------------------------------------------------
       3300-PAY-PROVIDER-CLAIM.
           IF PROVIDER-HELD
               ADD 1 TO WS-PROV-HELD-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               PERFORM 3150-FETCH-PROVIDER-CLAIM
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DCL-MEMBER-ID.
           PERFORM 2200-BUILD-PAYMENT-NO.
           PERFORM 2250-APPLY-OFFSETS.
           IF OFFSET-FAILED
               SET REMIT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RMT-PROVIDER-NAME TO DCL-PAY-PAYEE-NAME.
           MOVE ZEROS                TO DCL-PAY-BENE-SEQ.
           MOVE WS-RMT-PROVIDER-ID   TO DCL-PAY-PROVIDER-ID.
           MOVE WS-RMT-REMIT-NO      TO DCL-PAY-REMIT-NO.
           PERFORM 2300-INSERT-PAYMENT.
           IF SQLCODE NOT = 0
               PERFORM 3390-REMIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-NUMERIC TO DCL-PAID-DATE.
           MOVE WS-PAYMENT-NO    TO DCL-PAYMENT-NO.
           EXEC SQL
               UPDATE CLAIMS_MASTER
               SET PAID_DATE  = :DCL-PAID-DATE,
                   PAYMENT_NO = :DCL-PAYMENT-NO
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND PAID_DATE = 0
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': PAID STAMP FAILED SQLCODE='
                   SQLCODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
               PERFORM 3390-REMIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RMT-CLAIM-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-RMT-AMOUNT.
           PERFORM 3150-FETCH-PROVIDER-CLAIM.
      *---------------------------------------------------------------
      * A claim that cannot go on the remittance backs the whole
      * provider out - a remittance must never pay part of what its
      * advice lists - and stops, as a failed paid stamp does.
      *---------------------------------------------------------------
       3390-REMIT-FAILED.
           DISPLAY WS-PROGRAM-ID ': REMITTANCE NOT PAID - PROVIDER='
               WS-RMT-PROVIDER-ID ' - ROLLING BACK'.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           SET REMIT-FAILED TO TRUE.
           EXEC SQL ROLLBACK END-EXEC.
           SET END-OF-PROVIDER-CLAIMS TO TRUE.
      *---------------------------------------------------------------
      * Phase 2 - the bank file is built only from payments already
      * committed to CLAIMS_PAYMENT, never from in-flight work, so
      * the file and the table cannot disagree about what was
      * disbursed. Rebuilt in full for the run date, so a same-day
      * rerun after an abend regenerates every record including the
      * earlier attempt's.
      *---------------------------------------------------------------
       4000-WRITE-BANK-FILE.
           OPEN OUTPUT BANK-OUT.
           IF WS-BANK-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN BANKOUT FAILED FS='
               CLOSE BANK-OUT ACH-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-NUMERIC TO WS-RT-DATE.
           WRITE RPT-LINE FROM WS-REG-TITLE-LINE.
           WRITE RPT-LINE FROM WS-REG-SEPARATOR.
           PERFORM 4100-WRITE-BANK-RECORD
               UNTIL END-OF-BANK-CURSOR.
           EXEC SQL CLOSE CLMSPAY_BANK_CURSOR END-EXEC.
           EXEC SQL OPEN CLMSPAY_REMIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN REMIT CURSOR FAILED SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               CLOSE BANK-OUT ACH-OUT RPT-OUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4600-WRITE-REMIT-RECORD
               UNTIL END-OF-REMIT-CURSOR.
           EXEC SQL CLOSE CLMSPAY_REMIT_CURSOR END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': PAY METHOD COMMIT FAILED=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 4500-WRITE-METHOD-TOTALS.
           CLOSE BANK-OUT ACH-OUT RPT-OUT.
           IF PAYEE-MASTER-OPEN
               CLOSE PAYEE-MASTER
           END-IF.
      *---------------------------------------------------------------
      * Payee enrollment master, opened at initialization since
      * the returned-mail hold tests enrollment too. A missing
      * PAYEMSTR DD pays everything by check, exactly as before
      * enrollment existed.
      *---------------------------------------------------------------
       4050-OPEN-PAYEE-MASTER.
           OPEN INPUT PAYEE-MASTER.
               INTO :DCL-PAY-PAYMENT-NO,     :DCL-PAY-POLICY-NO,
                    :DCL-PAY-CLAIM-ID,       :DCL-PAY-PAYEE-NAME,
                    :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE,
                    :WS-PAY-MEMBER-ID, :WS-PAY-TYPE,
                    :WS-PAY-BENE-SEQ,  :WS-PAY-OFFSET
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET END-OF-BANK-CURSOR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF DCL-PAY-PAYMENT-AMOUNT = ZEROS
               MOVE 'OFSET' TO WS-RD-METHOD
               ADD 1 TO WS-REG-FULL-COUNT
           ELSE
      *---------------------------------------------------------------
      * A beneficiary's share is not the member's to route - the
      * member's EFT enrollment never applies to it.
      *---------------------------------------------------------------
               IF PAYEE-MASTER-OPEN
                   AND WS-PAY-BENE-SEQ = ZEROS
                   PERFORM 4200-ROUTE-BY-ENROLLMENT
               ELSE
                   PERFORM 4300-WRITE-CHECK-RECORD
               END-IF
           END-IF.
           PERFORM 4400-WRITE-REGISTER-DETAIL.
      *---------------------------------------------------------------
           MOVE DCL-PAY-PAYEE-NAME     TO BNK-PAYEE-NAME.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO BNK-PAYMENT-AMOUNT.
           MOVE DCL-PAY-PAYMENT-DATE   TO BNK-PAYMENT-DATE.
           MOVE WS-PAY-PROVIDER-ID     TO BNK-PROVIDER-ID.
           PERFORM 4310-FIND-MAIL-ADDRESS.
           MOVE 'CHECK' TO WS-RD-METHOD.
           WRITE BANK-RECORD.
           IF WS-BANK-STATUS NOT = '00'
           ELSE
               ADD 1 TO WS-BANK-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-CHECK-TOTAL
               MOVE 'K' TO DCL-PAY-PAY-METHOD
               PERFORM 4380-STAMP-PAY-METHOD
           END-IF.
      *---------------------------------------------------------------
      * Where the check is mailed: a provider remittance to the
      * remit-to address on PROVMSTR, a life-claim share to the
      * beneficiary's address on BENEMSTR, anything else to the
      * member's address on the claimant master. Left blank when
      * the master is unavailable or has no address.
      *---------------------------------------------------------------
       4310-FIND-MAIL-ADDRESS.
           MOVE SPACES TO BNK-MAIL-ADDRESS.
           EVALUATE TRUE
               WHEN WS-PAY-PROVIDER-ID NOT = SPACES
                   IF PROVIDER-MASTER-OPEN
                       MOVE WS-PAY-PROVIDER-ID TO PRV-PROVIDER-ID
                       READ PROVIDER-MASTER
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-READ
                       MOVE PRV-REMIT-ADDRESS TO BNK-MAIL-ADDRESS
                   END-IF
               WHEN WS-PAY-BENE-SEQ > ZEROS
                   IF BENE-MASTER-OPEN
                       MOVE DCL-PAY-POLICY-NO TO BNF-POLICY-NUMBER
                       MOVE WS-PAY-BENE-SEQ   TO BNF-BENE-SEQ
                       READ BENE-MASTER
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-READ
                       MOVE BNF-ADDRESS TO BNK-MAIL-ADDRESS
                   END-IF
               WHEN OTHER
                   IF MEMBER-MASTER-OPEN
                       AND WS-PAY-MEMBER-ID NOT = SPACES
                       MOVE WS-PAY-MEMBER-ID TO MBR-MEMBER-ID
                       READ MEMBER-MASTER
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-READ
                       MOVE MBR-MAIL-ADDRESS TO BNK-MAIL-ADDRESS
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
       4350-WRITE-ACH-RECORD.
           MOVE DCL-PAY-PAYMENT-NO     TO ACH-PAYMENT-NO.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO ACH-PAYMENT-AMOUNT.
           MOVE DCL-PAY-PAYMENT-DATE   TO ACH-PAYMENT-DATE.
           MOVE WS-PAY-MEMBER-ID       TO ACH-MEMBER-ID.
           MOVE SPACES                 TO ACH-PROVIDER-ID.
           MOVE 'EFT  ' TO WS-RD-METHOD.
           WRITE ACH-RECORD.
           IF WS-ACH-STATUS NOT = '00'
           ELSE
               ADD 1 TO WS-ACH-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-EFT-TOTAL
               MOVE 'E' TO DCL-PAY-PAY-METHOD
               PERFORM 4380-STAMP-PAY-METHOD
           END-IF.
      *---------------------------------------------------------------
      * Record on the row how the item went out, for CLMSPPAY's
      * positive-pay file. A remittance's bank item carries the
      * REMIT_NO, so every claim payment riding it is stamped; the
      * payment and remittance numbers share one sequence, so the
      * key names one or the other, never both. Idempotent, so the
      * rebuild on a rerun simply stamps again. A failed stamp
      * leaves a check off the bank's issue list - an error.
      *---------------------------------------------------------------
       4380-STAMP-PAY-METHOD.
           EXEC SQL
               UPDATE CLAIMS_PAYMENT
               SET PAY_METHOD = :DCL-PAY-PAY-METHOD
               WHERE (PAYMENT_NO = :DCL-PAY-PAYMENT-NO
                      AND REMIT_NO = ' ')
                  OR REMIT_NO = :DCL-PAY-PAYMENT-NO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': PAY METHOD STAMP FAILED SQLCODE=' SQLCODE
                   ' PAYMENT=' DCL-PAY-PAYMENT-NO
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       4400-WRITE-REGISTER-DETAIL.
               ADD 1 TO WS-REG-INT-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-REG-INT-TOTAL
           END-IF.
           IF WS-PAY-TYPE = 'B'
               ADD 1 TO WS-REG-BEN-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-REG-BEN-TOTAL
           END-IF.
           IF WS-PAY-BENE-SEQ > ZEROS
               ADD 1 TO WS-REG-LIFE-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-REG-LIFE-TOTAL
           END-IF.
           IF WS-PAY-OFFSET > ZEROS
               ADD 1 TO WS-REG-OFS-COUNT
               ADD WS-PAY-OFFSET TO WS-REG-OFS-TOTAL
           END-IF.
           MOVE DCL-PAY-PAYMENT-NO     TO WS-RD-PAYMENT-NO.
           MOVE DCL-PAY-POLICY-NO      TO WS-RD-POLICY.
           MOVE DCL-PAY-CLAIM-ID       TO WS-RD-CLAIM-ID.
           MOVE DCL-PAY-PAYEE-NAME     TO WS-RD-PAYEE.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO WS-RD-AMOUNT.
           MOVE WS-PAY-OFFSET          TO WS-RD-OFFSET.
           WRITE RPT-LINE FROM WS-REG-DETAIL-LINE.
      *---------------------------------------------------------------
      * One provider remittance - a single bank item for all the
      * claims on it, routed by the provider's pay method on
      * PROVMSTR. Policy and claim are blank on the bank record;
      * the register shows the provider in their place.
      *---------------------------------------------------------------
       4600-WRITE-REMIT-RECORD.
           EXEC SQL
               FETCH CLMSPAY_REMIT_CURSOR
               INTO :DCL-PAY-PAYMENT-NO,     :WS-PAY-PROVIDER-ID,
                    :DCL-PAY-PAYEE-NAME,     :WS-REMIT-AMOUNT,
                    :WS-REMIT-CLAIMS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-REMIT-CURSOR TO TRUE
                   MOVE SPACES TO WS-PAY-PROVIDER-ID
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': REMIT FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-REMIT-CURSOR TO TRUE
                   MOVE SPACES TO WS-PAY-PROVIDER-ID
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES            TO DCL-PAY-POLICY-NO.
           MOVE SPACES            TO DCL-PAY-CLAIM-ID.
           MOVE WS-REMIT-AMOUNT   TO DCL-PAY-PAYMENT-AMOUNT.
           MOVE WS-TODAY-NUMERIC  TO DCL-PAY-PAYMENT-DATE.
           IF DCL-PAY-PAYMENT-AMOUNT = ZEROS
               MOVE 'OFSET' TO WS-RD-METHOD
               ADD 1 TO WS-REG-FULL-COUNT
           ELSE
               PERFORM 4650-ROUTE-REMIT
           END-IF.
           ADD 1 TO WS-REG-PROV-COUNT.
           ADD DCL-PAY-PAYMENT-AMOUNT TO WS-REG-PROV-TOTAL.
           MOVE DCL-PAY-PAYMENT-NO     TO WS-RD-PAYMENT-NO.
           MOVE WS-PAY-PROVIDER-ID     TO WS-RD-POLICY.
           MOVE 'REMIT'                TO WS-RD-CLAIM-ID.
           MOVE DCL-PAY-PAYEE-NAME     TO WS-RD-PAYEE.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO WS-RD-AMOUNT.
           MOVE ZEROS                  TO WS-RD-OFFSET.
           WRITE RPT-LINE FROM WS-REG-DETAIL-LINE.
      *---------------------------------------------------------------
      * 'E' with bank details on PROVMSTR goes ACH; anything else,
      * or the master unavailable by now, is a check.
      *---------------------------------------------------------------
       4650-ROUTE-REMIT.
           IF NOT PROVIDER-MASTER-OPEN
               PERFORM 4300-WRITE-CHECK-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAY-PROVIDER-ID TO PRV-PROVIDER-ID.
           READ PROVIDER-MASTER
               INVALID KEY
                   PERFORM 4300-WRITE-CHECK-RECORD
                   EXIT PARAGRAPH
           END-READ.
           IF PRV-METHOD-EFT
               AND PRV-ROUTING-NO > ZEROS
               AND PRV-ACCOUNT-NO NOT = SPACES
               PERFORM 4670-WRITE-REMIT-ACH
           ELSE
               PERFORM 4300-WRITE-CHECK-RECORD
           END-IF.
      *---------------------------------------------------------------
       4670-WRITE-REMIT-ACH.
           MOVE DCL-PAY-PAYMENT-NO     TO ACH-PAYMENT-NO.
           MOVE PRV-ROUTING-NO         TO ACH-ROUTING-NO.
           MOVE PRV-ACCOUNT-NO         TO ACH-ACCOUNT-NO.
           MOVE DCL-PAY-PAYEE-NAME     TO ACH-PAYEE-NAME.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO ACH-PAYMENT-AMOUNT.
           MOVE DCL-PAY-PAYMENT-DATE   TO ACH-PAYMENT-DATE.
           MOVE SPACES                 TO ACH-MEMBER-ID.
           MOVE WS-PAY-PROVIDER-ID     TO ACH-PROVIDER-ID.
           MOVE 'EFT  ' TO WS-RD-METHOD.
           WRITE ACH-RECORD.
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE ACHOUT FAILED FS='
                   WS-ACH-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-REMIT-CURSOR TO TRUE
           ELSE
               ADD 1 TO WS-ACH-COUNT
               ADD DCL-PAY-PAYMENT-AMOUNT TO WS-EFT-TOTAL
               MOVE 'E' TO DCL-PAY-PAY-METHOD
               PERFORM 4380-STAMP-PAY-METHOD
           END-IF.
      *---------------------------------------------------------------
      * The per-method block treasury balances each file against.
      *---------------------------------------------------------------
       4500-WRITE-METHOD-TOTALS.
           MOVE WS-REG-INT-COUNT   TO WS-RM-COUNT.
           MOVE WS-REG-INT-TOTAL   TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
      *---------------------------------------------------------------
      * And of which disability benefit installments.
      *---------------------------------------------------------------
           MOVE 'OF WHICH BEN:   ' TO WS-RM-LABEL.
           MOVE WS-REG-BEN-COUNT   TO WS-RM-COUNT.
           MOVE WS-REG-BEN-TOTAL   TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
      *---------------------------------------------------------------
      * And of which life-claim beneficiary shares.
      *---------------------------------------------------------------
           MOVE 'OF WHICH LF SHR:' TO WS-RM-LABEL.
           MOVE WS-REG-LIFE-COUNT  TO WS-RM-COUNT.
           MOVE WS-REG-LIFE-TOTAL  TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
      *---------------------------------------------------------------
      * And of which provider remittances (one item per provider).
      *---------------------------------------------------------------
           MOVE 'OF WHICH PROV:  ' TO WS-RM-LABEL.
           MOVE WS-REG-PROV-COUNT  TO WS-RM-COUNT.
           MOVE WS-REG-PROV-TOTAL  TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
      *---------------------------------------------------------------
      * Overpayment offsets - withheld from the payments above, not
      * in the method totals. Fully offset payments disbursed
      * nothing and appear in neither file.
      *---------------------------------------------------------------
           MOVE 'OFFSET WITHHELD:' TO WS-RM-LABEL.
           MOVE WS-REG-OFS-COUNT   TO WS-RM-COUNT.
           MOVE WS-REG-OFS-TOTAL   TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
           MOVE 'FULLY OFFSET:   ' TO WS-RM-LABEL.
           MOVE WS-REG-FULL-COUNT  TO WS-RM-COUNT.
           MOVE ZEROS              TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
      *---------------------------------------------------------------
      * Payments held this run for returned mail - not cut, so in
      * neither file - and of which prompt-pay interest, with the
      * interest amount held for reissue once the address clears.
      *---------------------------------------------------------------
           MOVE 'HELD RETURNED:  ' TO WS-RM-LABEL.
           MOVE WS-ADDR-HELD-COUNT TO WS-RM-COUNT.
           MOVE ZEROS              TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
           MOVE 'OF WHICH INT:   ' TO WS-RM-LABEL.
           MOVE WS-INT-HELD-COUNT  TO WS-RM-COUNT.
           MOVE WS-INT-HELD-TOTAL  TO WS-RM-AMOUNT.
           WRITE RPT-LINE FROM WS-REG-METHOD-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-PAYMENT-TOTAL TO WS-PAYMENT-TOTAL-DISP.
                   ' ACH RECORDS=' WS-ACH-COUNT.
           DISPLAY WS-PROGRAM-ID ': INTEREST PAYMENTS='
                   WS-INTEREST-COUNT
                   ' TOTAL=' WS-INTEREST-TOTAL
                   ' HELD=' WS-INT-HELD-COUNT.
           DISPLAY WS-PROGRAM-ID ': BENEFIT INSTALLMENTS='
                   WS-INSTALLMENT-COUNT
                   ' REISSUED=' WS-BEN-REISSUE-COUNT
                   ' TOTAL=' WS-INSTALLMENT-TOTAL
                   ' SCHEDULES ENDED=' WS-BEN-ENDED-COUNT.
           DISPLAY WS-PROGRAM-ID ': LIFE CLAIMS SPLIT='
                   WS-LIFE-SPLIT-COUNT
                   ' SHARES=' WS-LIFE-SHARE-COUNT
                   ' REISSUED=' WS-SHARE-REISSUE-COUNT
                   ' HELD=' WS-LIFE-HELD-COUNT.
           DISPLAY WS-PROGRAM-ID ': PROVIDER REMITTANCES='
                   WS-REMIT-COUNT
                   ' CLAIMS=' WS-PROV-CLAIM-COUNT
                   ' TOTAL=' WS-PROV-TOTAL
                   ' HELD=' WS-PROV-HELD-COUNT.
           DISPLAY WS-PROGRAM-ID ': PAYMENTS OFFSET='
                   WS-OFFSET-COUNT
                   ' WITHHELD=' WS-OFFSET-TOTAL.
           DISPLAY WS-PROGRAM-ID ': HELD FOR RETURNED MAIL='
                   WS-ADDR-HELD-COUNT.
           CLOSE INTEREST-IN.
           IF BENE-MASTER-OPEN
               CLOSE BENE-MASTER
           END-IF.
           IF PROVIDER-MASTER-OPEN
               CLOSE PROVIDER-MASTER
           END-IF.
           IF MEMBER-MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
