      * carrying the status-change chain from CLAIMS_AUDIT for
      * denials. One document per page. First place claimants
      * actually see the CLAIM_LINES itemization.
      * Each EOB service line shows the billed amount and the amount
      * allowed under the fee schedule (CLMSPRCE), and the claim
      * totals carry the allowed amount between billed and payable.
      * When CLMSPAY withheld an earlier overpayment from the claim's
      * payment, the EOB shows the offset and the net amount paid
      * under the payable amount.
      * An approved life claim that CLMSPAY split across designated
      * beneficiaries gets no EOB to the insured: each beneficiary
      * with a live share is sent a payment notice instead, to the
      * name the share was paid to at the address on BENEMSTR,
      * showing the claim payable and that beneficiary's share. A
      * beneficiary with no address on file is flagged (RC 4) and
      * the notice still written for the mail house to research.
      * An approved medical or dental claim whose benefits the
      * member assigned to the billing provider tells the member
      * the payment went directly to that provider.
      * EOBs and denial letters are addressed to the member's
      * mailing address on the claimant master (DD CLMTMSTR). When
      * mail to that address has come back (returned-mail flag set
      * by CLMSMADR) the document is not mailed: the claim is
      * queued on the held-correspondence cluster (DD CORRHELD,
      * layout CRHDREC) and counted (RC 4). Every run first works
      * the queue, writing each held document whose member has a
      * good address again - rebuilt from the claim as it now
      * stands - and dropping any whose claim is no longer approved
      * or denied. Beneficiary notices go to BENEMSTR addresses and
      * are never held.
      * A claim CLMSBILL denied because the policy lapsed for unpaid
      * premium back to a paid-through date before the date of
      * service says so in its denial letter.
      * The business date defaults to today and is overridable via
      * the control card (DD PARMCARD cols 1-8, CCYYMMDD), so a run
      * that slips past midnight still picks up the right day's
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT OPTIONAL BENE-MASTER ASSIGN TO BENEMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNF-BENE-KEY
               FILE STATUS IS WS-BENE-STATUS.
           SELECT OPTIONAL MEMBER-MASTER ASSIGN TO CLMTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT HELD-CORR ASSIGN TO CORRHELD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRH-CLAIM-KEY
               FILE STATUS IS WS-CORRHELD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(72).

       FD  BENE-MASTER.
           COPY BNFYREC.

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       FD  HELD-CORR.
           COPY CRHDREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLCLNS.
           COPY DCLAUDIT.
           COPY DCLPAYM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSCORR'.

       01  WS-FILE-STATUSES.
           05  WS-CORR-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BENE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-CORRHELD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-EOB-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-DENIAL-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-LINE-ITEM-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-OFFSET-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHARE-NOTICE-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-NO-ADDRESS-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-MBR-NO-ADDR-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-HELD-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-STILL-HELD-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-HELD-DROP-COUNT  PIC 9(07) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

           88  LINE-FETCH-COMPLETE VALUE 'Y'.
       01  WS-AUD-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  AUD-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-SHR-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  SHR-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-BENE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  BENE-MASTER-OPEN    VALUE 'Y'.
       01  WS-MEMBER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MEMBER-MASTER-OPEN  VALUE 'Y'.
       01  WS-HELD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-HELD-QUEUE   VALUE 'Y'.
      *---------------------------------------------------------------
      * The claimant's mailing address for the document in hand -
      * found (printable), returned (document held), or none on
      * file (printed to the name alone, as before addresses were
      * kept).
      *---------------------------------------------------------------
       01  WS-MBR-ADDR-FLAG        PIC X(01) VALUE 'N'.
           88  MBR-ADDR-FOUND      VALUE 'Y'.
           88  MBR-ADDR-HELD       VALUE 'R'.
           88  MBR-ADDR-NONE       VALUE 'N'.
       01  WS-CALENDAR-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-SHARES-NOTICED       PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DB2            PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-CLAIM-DATE-DISP      PIC 9(08).
       01  WS-CLAIM-OFFSET         PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-PAYABLE-AMOUNT       PIC S9(07)V99 COMP-3 VALUE +0.

       01  WS-DOC-TITLE-EOB.
           05  FILLER              PIC X(30)
       01  WS-EOB-COLUMN-HEADER.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE 'SERVICE'.
           05  FILLER              PIC X(16) VALUE '        BILLED'.
           05  FILLER              PIC X(16) VALUE '       ALLOWED'.
           05  FILLER              PIC X(74) VALUE SPACES.

       01  WS-EOB-LINE-ITEM.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-EL-DESC          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-ALLOWED       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(76) VALUE SPACES.

       01  WS-EOB-AMOUNT-LINE.
           05  WS-EA-LABEL         PIC X(26).
           05  WS-EA-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-OFFSET-TEXT-LINE.
           05  FILLER              PIC X(60)
               VALUE 'AN EARLIER OVERPAYMENT ON YOUR ACCOUNT HAS BEEN'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-OFFSET-TEXT-LINE-2.
           05  FILLER              PIC X(60)
               VALUE 'RECOVERED FROM THIS PAYMENT.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-PROVIDER-TEXT-LINE.
           05  FILLER              PIC X(60)
               VALUE 'BENEFITS ON THIS CLAIM WERE ASSIGNED TO YOUR'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-PROVIDER-TEXT-LINE-2.
           05  FILLER              PIC X(41)
               VALUE 'PROVIDER. PAYMENT IS MADE DIRECTLY TO ID '.
           05  WS-PT-PROVIDER-ID   PIC X(08).
           05  FILLER              PIC X(83) VALUE SPACES.

       01  WS-DOC-TITLE-SHARE.
           05  FILLER              PIC X(30)
               VALUE 'NOTICE OF LIFE CLAIM PAYMENT'.
           05  FILLER              PIC X(102) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-AL-TEXT          PIC X(64).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  WS-SHARE-TEXT-LINE.
           05  FILLER              PIC X(60)
               VALUE 'YOU ARE A BENEFICIARY UNDER THIS POLICY.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-SHARE-TEXT-LINE-2.
           05  FILLER              PIC X(60)
               VALUE 'YOUR SHARE OF THE DEATH BENEFIT IS SHOWN BELOW.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-DENIAL-TEXT-LINE.
           05  FILLER              PIC X(44)
               VALUE 'YOUR CLAIM HAS BEEN DENIED. THE DECISION'.
               VALUE 'HISTORY OF THIS CLAIM IS SHOWN BELOW.'.
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-LAPSE-TEXT-LINE.
           05  FILLER              PIC X(60)
               VALUE 'THE POLICY LAPSED FOR NON-PAYMENT OF PREMIUM AND'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-LAPSE-TEXT-LINE-2.
           05  FILLER              PIC X(60)
               VALUE 'WAS NOT IN FORCE ON THE DATE OF SERVICE.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-AUDIT-CHAIN-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-AC-CHANGE-TS     PIC X(26).
           EXEC SQL DECLARE CLMSCORR_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIMANT_NAME,
                      CLAIM_DATE, CLAIM_AMOUNT, STATUS,
                      APPROVED_AMOUNT, PATIENT_RESP, ALLOWED_AMOUNT,
                      CLAIM_TYPE, PAY_TO_PROVIDER, PROVIDER_ID,
                      MEMBER_ID, ADJUDICATOR_ID
               FROM CLAIMS_MASTER
               WHERE ADJUDICATED_DATE = :WS-TODAY-DB2
                 AND STATUS IN ('A', 'D')
           END-EXEC.

           EXEC SQL DECLARE CLMSCORR_LINE_CURSOR CURSOR FOR
               SELECT LINE_NO, LINE_AMOUNT, LINE_DESC,
                      ALLOWED_AMOUNT, PRICE_STATUS
               FROM CLAIM_LINES
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
               ORDER BY LINE_NO
           END-EXEC.

      *---------------------------------------------------------------
      * Live beneficiary shares CLMSPAY wrote for a life claim.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSCORR_SHARE_CURSOR CURSOR FOR
               SELECT BENEFICIARY_SEQ, PAYEE_NAME, PAYMENT_AMOUNT
               FROM CLAIMS_PAYMENT
               WHERE POLICY_NO        = :DCL-POLICY-NO
                 AND CLAIM_ID         = :DCL-CLAIM-ID
                 AND PAY_TYPE         = 'C'
                 AND STATUS          <> 'V'
                 AND BENEFICIARY_SEQ  > 0
               ORDER BY BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL DECLARE CLMSCORR_AUD_CURSOR CURSOR FOR
               SELECT OLD_STATUS, NEW_STATUS, CHANGED_BY, CHANGE_TS
               FROM CLAIMS_AUDIT
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 5000-RELEASE-HELD UNTIL END-OF-HELD-QUEUE.
           PERFORM 2000-PROCESS-CLAIMS UNTIL END-OF-CURSOR.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           MOVE WS-TODAY-NUMERIC TO WS-CALENDAR-DATE.
           PERFORM 1050-READ-CONTROL-CARD.
           MOVE WS-TODAY-NUMERIC TO WS-TODAY-DB2.
           OPEN OUTPUT CORR-OUT.
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BENE-MASTER.
           IF WS-BENE-STATUS = '00'
               SET BENE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': BENEMSTR NOT AVAILABLE FS=' WS-BENE-STATUS
                   ' - BENEFICIARY NOTICES UNADDRESSED'
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS = '00'
               SET MEMBER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': CLMTMSTR NOT AVAILABLE FS=' WS-MEMBER-STATUS
                   ' - CLAIMANT DOCUMENTS UNADDRESSED'
           END-IF.
           OPEN I-O HELD-CORR.
           IF WS-CORRHELD-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN CORRHELD FAILED FS='
                   WS-CORRHELD-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CRH-CLAIM-KEY.
           START HELD-CORR KEY >= CRH-CLAIM-KEY
               INVALID KEY SET END-OF-HELD-QUEUE TO TRUE
           END-START.
           IF NOT END-OF-HELD-QUEUE
               PERFORM 5100-READ-HELD
           END-IF.
           EXEC SQL OPEN CLMSCORR_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
           END-IF.
      *---------------------------------------------------------------
       2000-PROCESS-CLAIMS.
           MOVE ZEROS TO WS-SHARES-NOTICED.
           IF DCL-STATUS = 'A' AND DCL-CLAIM-TYPE = 'LF'
               PERFORM 3500-BUILD-SHARE-NOTICES
           END-IF.
           IF WS-SHARES-NOTICED = ZEROS
               PERFORM 2200-BUILD-CLAIMANT-DOC
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
               INTO :DCL-POLICY-NO,   :DCL-CLAIM-ID,
                    :DCL-CLAIMANT-NAME, :DCL-CLAIM-DATE,
                    :DCL-CLAIM-AMOUNT,  :DCL-STATUS,
                    :DCL-APPROVED-AMOUNT, :DCL-PATIENT-RESP,
                    :DCL-ALLOWED-AMOUNT,  :DCL-CLAIM-TYPE,
                    :DCL-PAY-TO-PROVIDER, :DCL-PROVIDER-ID,
                    :DCL-MEMBER-ID,       :DCL-ADJUDICATOR-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * The claimant's EOB or denial letter - or, when mail to the
      * member's address has come back, a queue entry instead.
      *---------------------------------------------------------------
       2200-BUILD-CLAIMANT-DOC.
           PERFORM 2300-FIND-MEMBER-ADDRESS.
           IF MBR-ADDR-HELD
               PERFORM 2400-HOLD-DOCUMENT
               EXIT PARAGRAPH
           END-IF.
           IF DCL-STATUS = 'A'
               PERFORM 3000-BUILD-EOB
           ELSE
               PERFORM 4000-BUILD-DENIAL-LETTER
           END-IF.
      *---------------------------------------------------------------
      * Leaves MEMBER-RECORD holding the claimant's address segment
      * when one is on file.
      *---------------------------------------------------------------
       2300-FIND-MEMBER-ADDRESS.
           SET MBR-ADDR-NONE TO TRUE.
           IF NOT MEMBER-MASTER-OPEN
               OR DCL-MEMBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MBR-ADDR-LINE-1 = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF MBR-ADDRESS-RETURNED
               SET MBR-ADDR-HELD TO TRUE
           ELSE
               SET MBR-ADDR-FOUND TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Queue the document. A claim already queued (a rerun of the
      * day) stays queued once.
      *---------------------------------------------------------------
       2400-HOLD-DOCUMENT.
           MOVE SPACES           TO HELD-CORR-RECORD.
           MOVE DCL-POLICY-NO    TO CRH-POLICY-NUMBER.
           MOVE DCL-CLAIM-ID     TO CRH-CLAIM-ID.
           MOVE DCL-MEMBER-ID    TO CRH-MEMBER-ID.
           IF DCL-STATUS = 'A'
               SET CRH-DOC-EOB    TO TRUE
           ELSE
               SET CRH-DOC-DENIAL TO TRUE
           END-IF.
           MOVE WS-TODAY-NUMERIC TO CRH-BUSINESS-DATE.
           MOVE WS-CALENDAR-DATE TO CRH-HELD-DATE.
           WRITE HELD-CORR-RECORD
               INVALID KEY
                   IF WS-CORRHELD-STATUS NOT = '22'
                       DISPLAY WS-PROGRAM-ID
                           ': CORRHELD WRITE FAILED FS='
                           WS-CORRHELD-STATUS
                           ' POLICY=' DCL-POLICY-NO
                           ' CLAIM=' DCL-CLAIM-ID
                       MOVE +8 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
           END-WRITE.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY WS-PROGRAM-ID ': MAIL RETURNED - DOCUMENT HELD '
               'MEMBER=' DCL-MEMBER-ID
               ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
      * One EOB document per approved claim - header, the itemized
      * services from CLAIM_LINES, then the benefit amounts.
      *---------------------------------------------------------------
           MOVE 'AMOUNT BILLED:            ' TO WS-EA-LABEL.
           MOVE DCL-CLAIM-AMOUNT             TO WS-EA-AMOUNT.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
      *---------------------------------------------------------------
      * Allowed total from the fee schedule - a claim never priced
      * (zero) was allowed as billed.
      *---------------------------------------------------------------
           MOVE 'AMOUNT ALLOWED:           ' TO WS-EA-LABEL.
           IF DCL-ALLOWED-AMOUNT > ZEROS
               MOVE DCL-ALLOWED-AMOUNT       TO WS-EA-AMOUNT
           ELSE
               MOVE DCL-CLAIM-AMOUNT         TO WS-EA-AMOUNT
           END-IF.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
           MOVE 'AMOUNT PAYABLE:           ' TO WS-EA-LABEL.
           IF DCL-APPROVED-AMOUNT > ZEROS
               MOVE DCL-APPROVED-AMOUNT      TO WS-PAYABLE-AMOUNT
           ELSE
               MOVE DCL-CLAIM-AMOUNT         TO WS-PAYABLE-AMOUNT
           END-IF.
           MOVE WS-PAYABLE-AMOUNT            TO WS-EA-AMOUNT.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
           PERFORM 3300-WRITE-OFFSET.
           MOVE 'YOUR RESPONSIBILITY:      ' TO WS-EA-LABEL.
           MOVE DCL-PATIENT-RESP             TO WS-EA-AMOUNT.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
      *---------------------------------------------------------------
      * Assigned benefits - CLMSPAY pays the provider, not the
      * member, so say so.
      *---------------------------------------------------------------
           IF DCL-PAY-TO-PROVIDER = 'Y'
               AND DCL-PROVIDER-ID NOT = SPACES
               AND (DCL-CLAIM-TYPE = 'MD' OR DCL-CLAIM-TYPE = 'DN')
               MOVE DCL-PROVIDER-ID TO WS-PT-PROVIDER-ID
               WRITE CORR-LINE FROM WS-BLANK-LINE
               WRITE CORR-LINE FROM WS-PROVIDER-TEXT-LINE
               WRITE CORR-LINE FROM WS-PROVIDER-TEXT-LINE-2
           END-IF.
      *---------------------------------------------------------------
       3100-WRITE-DOC-HEADER.
           WRITE CORR-LINE FROM WS-SEPARATOR-LINE.
           MOVE DCL-CLAIMANT-NAME TO WS-AD-CLAIMANT.
           WRITE CORR-LINE FROM WS-ADDRESSEE-LINE.
           IF MBR-ADDR-FOUND
               PERFORM 3150-WRITE-MEMBER-ADDRESS
           ELSE
               ADD 1 TO WS-MBR-NO-ADDR-COUNT
           END-IF.
           MOVE DCL-POLICY-NO  TO WS-CR-POLICY.
           MOVE DCL-CLAIM-ID   TO WS-CR-CLAIM-ID.
           MOVE DCL-CLAIM-DATE TO WS-CLAIM-DATE-DISP.
               DELIMITED BY SIZE INTO WS-CR-CLAIM-DATE.
           WRITE CORR-LINE FROM WS-CLAIM-REF-LINE.
           WRITE CORR-LINE FROM WS-SEPARATOR-LINE.
      *---------------------------------------------------------------
      * Member's mailing address - same block as the beneficiary
      * notice's.
      *---------------------------------------------------------------
       3150-WRITE-MEMBER-ADDRESS.
           MOVE MBR-ADDR-LINE-1 TO WS-AL-TEXT.
           WRITE CORR-LINE FROM WS-ADDRESS-LINE.
           IF MBR-ADDR-LINE-2 NOT = SPACES
               MOVE MBR-ADDR-LINE-2 TO WS-AL-TEXT
               WRITE CORR-LINE FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-AL-TEXT.
           STRING MBR-CITY     DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  MBR-STATE    DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  MBR-ZIP-CODE DELIMITED BY SIZE
               INTO WS-AL-TEXT.
           WRITE CORR-LINE FROM WS-ADDRESS-LINE.
      *---------------------------------------------------------------
       3200-WRITE-CLAIM-LINES.
           MOVE 'N' TO WS-LINE-FETCH-DONE.
           EXEC SQL
               FETCH CLMSCORR_LINE_CURSOR
               INTO :DCL-LN-LINE-NO, :DCL-LN-LINE-AMOUNT,
                    :DCL-LN-LINE-DESC, :DCL-LN-ALLOWED-AMOUNT,
                    :DCL-LN-PRICE-STATUS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DCL-LN-LINE-DESC   TO WS-EL-DESC
                   MOVE DCL-LN-LINE-AMOUNT TO WS-EL-AMOUNT
                   IF DCL-LN-PRICE-STATUS = SPACES
                       MOVE DCL-LN-LINE-AMOUNT    TO WS-EL-ALLOWED
                   ELSE
                       MOVE DCL-LN-ALLOWED-AMOUNT TO WS-EL-ALLOWED
                   END-IF
                   WRITE CORR-LINE FROM WS-EOB-LINE-ITEM
                   ADD 1 TO WS-LINE-ITEM-COUNT
               WHEN +100
                   SET LINE-FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Overpayment offsets CLMSPAY withheld from this claim's
      * payment. Nothing printed when there were none.
      *---------------------------------------------------------------
       3300-WRITE-OFFSET.
           EXEC SQL
               SELECT COALESCE(SUM(ACTIVITY_AMT), 0)
               INTO :WS-CLAIM-OFFSET
               FROM CLAIMS_RCVB_ACTIVITY
               WHERE APPLIED_POLICY_NO = :DCL-POLICY-NO
                 AND APPLIED_CLAIM_ID  = :DCL-CLAIM-ID
                 AND ACTIVITY_TYPE     = 'OF'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OFFSET LOOKUP FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-POLICY-NO ' CLAIM=' DCL-CLAIM-ID
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLAIM-OFFSET NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OFFSET-COUNT.
           MOVE 'LESS OVERPAYMENT OFFSET:  ' TO WS-EA-LABEL.
           MOVE WS-CLAIM-OFFSET              TO WS-EA-AMOUNT.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
           MOVE 'NET AMOUNT PAID:          ' TO WS-EA-LABEL.
           IF WS-CLAIM-OFFSET > WS-PAYABLE-AMOUNT
               MOVE ZEROS                    TO WS-EA-AMOUNT
           ELSE
               COMPUTE WS-EA-AMOUNT =
                   WS-PAYABLE-AMOUNT - WS-CLAIM-OFFSET
           END-IF.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
           WRITE CORR-LINE FROM WS-OFFSET-TEXT-LINE.
           WRITE CORR-LINE FROM WS-OFFSET-TEXT-LINE-2.
      *---------------------------------------------------------------
      * Life claim paid in shares - one notice per beneficiary. A
      * claim with no live shares (paid to the claimant, or held by
      * CLMSPAY) falls back to the EOB.
      *---------------------------------------------------------------
       3500-BUILD-SHARE-NOTICES.
           IF DCL-APPROVED-AMOUNT > ZEROS
               MOVE DCL-APPROVED-AMOUNT      TO WS-PAYABLE-AMOUNT
           ELSE
               MOVE DCL-CLAIM-AMOUNT         TO WS-PAYABLE-AMOUNT
           END-IF.
           MOVE 'N' TO WS-SHR-FETCH-DONE.
           EXEC SQL OPEN CLMSCORR_SHARE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': SHARE CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET SHR-FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 3550-FETCH-SHARE UNTIL SHR-FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSCORR_SHARE_CURSOR END-EXEC.
      *---------------------------------------------------------------
       3550-FETCH-SHARE.
           EXEC SQL
               FETCH CLMSCORR_SHARE_CURSOR
               INTO :DCL-PAY-BENE-SEQ, :DCL-PAY-PAYEE-NAME,
                    :DCL-PAY-PAYMENT-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 3600-WRITE-SHARE-NOTICE
               WHEN +100
                   SET SHR-FETCH-COMPLETE TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': SHARE FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET SHR-FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
       3600-WRITE-SHARE-NOTICE.
           ADD 1 TO WS-SHARES-NOTICED.
           ADD 1 TO WS-SHARE-NOTICE-COUNT.
           WRITE CORR-LINE FROM WS-DOC-TITLE-SHARE
               AFTER ADVANCING PAGE.
           WRITE CORR-LINE FROM WS-SEPARATOR-LINE.
           MOVE DCL-PAY-PAYEE-NAME TO WS-AD-CLAIMANT.
           WRITE CORR-LINE FROM WS-ADDRESSEE-LINE.
           PERFORM 3650-WRITE-BENE-ADDRESS.
           MOVE DCL-POLICY-NO  TO WS-CR-POLICY.
           MOVE DCL-CLAIM-ID   TO WS-CR-CLAIM-ID.
           MOVE DCL-CLAIM-DATE TO WS-CLAIM-DATE-DISP.
           STRING WS-CLAIM-DATE-DISP(1:4) '-' WS-CLAIM-DATE-DISP(5:2)
                  '-' WS-CLAIM-DATE-DISP(7:2)
               DELIMITED BY SIZE INTO WS-CR-CLAIM-DATE.
           WRITE CORR-LINE FROM WS-CLAIM-REF-LINE.
           WRITE CORR-LINE FROM WS-SEPARATOR-LINE.
           WRITE CORR-LINE FROM WS-SHARE-TEXT-LINE.
           WRITE CORR-LINE FROM WS-SHARE-TEXT-LINE-2.
           WRITE CORR-LINE FROM WS-BLANK-LINE.
           MOVE 'DEATH BENEFIT PAYABLE:    ' TO WS-EA-LABEL.
           MOVE WS-PAYABLE-AMOUNT            TO WS-EA-AMOUNT.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
           MOVE 'YOUR SHARE PAID:          ' TO WS-EA-LABEL.
           MOVE DCL-PAY-PAYMENT-AMOUNT       TO WS-EA-AMOUNT.
           WRITE CORR-LINE FROM WS-EOB-AMOUNT-LINE.
      *---------------------------------------------------------------
      * Mailing address off the designation.
      *---------------------------------------------------------------
       3650-WRITE-BENE-ADDRESS.
           MOVE SPACES TO BNF-ADDRESS.
           IF BENE-MASTER-OPEN
               MOVE DCL-POLICY-NO    TO BNF-POLICY-NUMBER
               MOVE DCL-PAY-BENE-SEQ TO BNF-BENE-SEQ
               READ BENE-MASTER
                   INVALID KEY
                       MOVE SPACES TO BNF-ADDRESS
               END-READ
           END-IF.
           IF BNF-ADDR-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY WS-PROGRAM-ID
                   ': NO ADDRESS FOR BENEFICIARY POLICY='
                   DCL-POLICY-NO ' SEQ=' DCL-PAY-BENE-SEQ
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE BNF-ADDR-LINE-1 TO WS-AL-TEXT.
           WRITE CORR-LINE FROM WS-ADDRESS-LINE.
           IF BNF-ADDR-LINE-2 NOT = SPACES
               MOVE BNF-ADDR-LINE-2 TO WS-AL-TEXT
               WRITE CORR-LINE FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-AL-TEXT.
           STRING BNF-CITY     DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  BNF-STATE    DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  BNF-ZIP-CODE DELIMITED BY SIZE
               INTO WS-AL-TEXT.
           WRITE CORR-LINE FROM WS-ADDRESS-LINE.
      *---------------------------------------------------------------
      * One denial letter per denied claim - header, denial text
      * (with the lapse explanation when CLMSBILL made the denial),
      * then the full status chain from CLAIMS_AUDIT so the claimant
      * (and any later dispute) sees every decision on the claim.
      *---------------------------------------------------------------
           PERFORM 3100-WRITE-DOC-HEADER.
           WRITE CORR-LINE FROM WS-DENIAL-TEXT-LINE.
           WRITE CORR-LINE FROM WS-DENIAL-TEXT-LINE-2.
           IF DCL-ADJUDICATOR-ID = 'CLMSBILL'
               WRITE CORR-LINE FROM WS-BLANK-LINE
               WRITE CORR-LINE FROM WS-LAPSE-TEXT-LINE
               WRITE CORR-LINE FROM WS-LAPSE-TEXT-LINE-2
           END-IF.
           WRITE CORR-LINE FROM WS-BLANK-LINE.
           MOVE 'N' TO WS-AUD-FETCH-DONE.
           EXEC SQL OPEN CLMSCORR_AUD_CURSOR END-EXEC.
                   MOVE +8 TO WS-RETURN-CODE
                   SET AUD-FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Held-correspondence queue. An entry whose member is still
      * flagged returned (or cannot be looked up) stays; otherwise
      * the claim is re-read as it now stands and its document
      * written through the normal path. A claim gone from
      * CLAIMS_MASTER or no longer approved/denied has nothing left
      * to say - the entry is dropped.
      *---------------------------------------------------------------
       5000-RELEASE-HELD.
           MOVE CRH-MEMBER-ID TO DCL-MEMBER-ID.
           PERFORM 2300-FIND-MEMBER-ADDRESS.
           IF MBR-ADDR-HELD
               OR NOT MEMBER-MASTER-OPEN
               ADD 1 TO WS-STILL-HELD-COUNT
               PERFORM 5100-READ-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE CRH-POLICY-NUMBER TO DCL-POLICY-NO.
           MOVE CRH-CLAIM-ID      TO DCL-CLAIM-ID.
           EXEC SQL
               SELECT POLICY_NO, CLAIM_ID, CLAIMANT_NAME,
                      CLAIM_DATE, CLAIM_AMOUNT, STATUS,
                      APPROVED_AMOUNT, PATIENT_RESP, ALLOWED_AMOUNT,
                      CLAIM_TYPE, PAY_TO_PROVIDER, PROVIDER_ID,
                      MEMBER_ID, ADJUDICATOR_ID
               INTO :DCL-POLICY-NO,   :DCL-CLAIM-ID,
                    :DCL-CLAIMANT-NAME, :DCL-CLAIM-DATE,
                    :DCL-CLAIM-AMOUNT,  :DCL-STATUS,
                    :DCL-APPROVED-AMOUNT, :DCL-PATIENT-RESP,
                    :DCL-ALLOWED-AMOUNT,  :DCL-CLAIM-TYPE,
                    :DCL-PAY-TO-PROVIDER, :DCL-PROVIDER-ID,
                    :DCL-MEMBER-ID,       :DCL-ADJUDICATOR-ID
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
                 AND STATUS IN ('A', 'D')
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2200-BUILD-CLAIMANT-DOC
                   IF NOT MBR-ADDR-HELD
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM 5200-DELETE-HELD
                   END-IF
               WHEN +100
                   DISPLAY WS-PROGRAM-ID
                       ': HELD DOCUMENT DROPPED - CLAIM NOT A/D '
                       'POLICY=' CRH-POLICY-NUMBER
                       ' CLAIM=' CRH-CLAIM-ID
                   ADD 1 TO WS-HELD-DROP-COUNT
                   PERFORM 5200-DELETE-HELD
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': HELD CLAIM SELECT FAILED SQLCODE=' SQLCODE
                       ' POLICY=' CRH-POLICY-NUMBER
                       ' CLAIM=' CRH-CLAIM-ID
                   MOVE +8 TO WS-RETURN-CODE
           END-EVALUATE.
           PERFORM 5100-READ-HELD.
      *---------------------------------------------------------------
       5100-READ-HELD.
           READ HELD-CORR NEXT
               AT END SET END-OF-HELD-QUEUE TO TRUE
           END-READ.
           IF NOT END-OF-HELD-QUEUE
               AND WS-CORRHELD-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': READ CORRHELD FAILED FS='
                   WS-CORRHELD-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-HELD-QUEUE TO TRUE
           END-IF.
      *---------------------------------------------------------------
       5200-DELETE-HELD.
           DELETE HELD-CORR
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID ': CORRHELD DELETE FAILED FS='
                       WS-CORRHELD-STATUS
                       ' POLICY=' CRH-POLICY-NUMBER
                       ' CLAIM=' CRH-CLAIM-ID
                   MOVE +8 TO WS-RETURN-CODE
           END-DELETE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           EXEC SQL CLOSE CLMSCORR_CURSOR END-EXEC.
           CLOSE CORR-OUT HELD-CORR.
           IF BENE-MASTER-OPEN
               CLOSE BENE-MASTER
           END-IF.
           IF MEMBER-MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': EOBS=' WS-EOB-COUNT
                   ' DENIAL LETTERS=' WS-DENIAL-COUNT
                   ' LINE ITEMS=' WS-LINE-ITEM-COUNT
                   ' OFFSETS SHOWN=' WS-OFFSET-COUNT.
           DISPLAY WS-PROGRAM-ID ': BENEFICIARY NOTICES='
                   WS-SHARE-NOTICE-COUNT
                   ' WITHOUT ADDRESS=' WS-NO-ADDRESS-COUNT.
           DISPLAY WS-PROGRAM-ID ': HELD - RETURNED MAIL='
                   WS-HELD-COUNT
                   ' RELEASED=' WS-RELEASED-COUNT
                   ' STILL HELD=' WS-STILL-HELD-COUNT
                   ' DROPPED=' WS-HELD-DROP-COUNT
                   ' NO MEMBER ADDRESS=' WS-MBR-NO-ADDR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
