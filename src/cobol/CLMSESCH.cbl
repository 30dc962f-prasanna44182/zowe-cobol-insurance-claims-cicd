      *      letter on the correspondence print feed (DD ESCCORR,
      *      CLMSCORR document format).
      *   3. Payments past the statutory dormancy period move to
      *      escheated status 'E', dated in VOID_DATE, with a
      *      state-formatted remittance record (DD ESCHOUT, layout
      *      ESCHREC). The claim itself stays closed - only the
      *      payment's disposition changes. CLMSPPAY sends the bank
      *      a positive-pay stop on each escheated check.
      * A provider remittance is one bank item however many claim
      * payments ride it: a cleared item naming a REMIT_NO cashes
      * every payment under it, and the remittance is aged, lettered
      * and escheated as a single item under its REMIT_NO.
      * Last known address: every item past the letter threshold is
      * addressed from the owner's master - the member's address on
      * the claimant master (CLMTMSTR, member id from the claim,
      * archived or not), a beneficiary's on BENEMSTR, a provider's
      * remit-to address on PROVMSTR. A member whose address is
      * flagged returned is not sent a letter (disposition LETTER
      * HELD-BAD ADDR, RC 4) until CLMSMADR records a good one. An
      * escheated item carries the owner's address on the ESCHOUT
      * record, and the report prints it with the member's full
      * address history from MADRHIST - the documented last-known-
      * address trail. Any of these masters missing leaves the
      * address blank and holds no letters.
      * PARMCARD: cols 1-3 due-diligence letter days (default 180),
      * cols 5-6 dormancy years (default 03).
      * Return codes: 0=success  4=warnings  8=error  16=severe
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT OPTIONAL MEMBER-MASTER ASSIGN TO CLMTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL ADDRESS-HIST ASSIGN TO MADRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAH-HIST-KEY
               FILE STATUS IS WS-MADRHIST-STATUS.
           SELECT OPTIONAL BENE-MASTER ASSIGN TO BENEMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNF-BENE-KEY
               FILE STATUS IS WS-BENE-STATUS.
           SELECT OPTIONAL PROVIDER-MASTER ASSIGN TO PROVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
           05  CC-DORMANT-YEARS    PIC 9(02).
           05  FILLER              PIC X(74).

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       FD  ADDRESS-HIST.
           COPY MADHREC.

       FD  BENE-MASTER.
           COPY BNFYREC.

       FD  PROVIDER-MASTER.
           COPY PRVDREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           05  WS-ESCCORR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-MADRHIST-STATUS  PIC X(02) VALUE SPACES.
           05  WS-BENE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PROVIDER-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CLEARED-IN-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-OVER-90-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-OVER-180-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-LETTER-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-LETTER-HELD-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-ESCHEAT-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

           88  END-OF-FILE         VALUE 'Y'.
       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-ITEM-TYPE            PIC X(01) VALUE 'P'.
           88  ITEM-IS-PAYMENT     VALUE 'P'.
           88  ITEM-IS-REMIT       VALUE 'R'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Owner of the item and the last known address found for it.
      * WS-OWNER-MEMBER-ID is set only for a member's payment - the
      * one owner with an address history to print.
      *---------------------------------------------------------------
       01  WS-MEMBER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MEMBER-MASTER-OPEN  VALUE 'Y'.
       01  WS-MADRHIST-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  ADDRESS-HIST-OPEN   VALUE 'Y'.
       01  WS-BENE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  BENE-MASTER-OPEN    VALUE 'Y'.
       01  WS-PROVIDER-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  PROVIDER-MASTER-OPEN VALUE 'Y'.
       01  WS-PAY-PROVIDER-ID      PIC X(08) VALUE SPACES.
       01  WS-OWNER-MEMBER-ID      PIC X(09) VALUE SPACES.
       01  WS-OWNER-ID             PIC X(09) VALUE SPACES.
       01  WS-OWNER-ADDRESS.
           05  WS-OWN-ADDR-LINE-1  PIC X(30).
           05  WS-OWN-ADDR-LINE-2  PIC X(30).
           05  WS-OWN-CITY         PIC X(20).
           05  WS-OWN-STATE        PIC X(02).
           05  WS-OWN-ZIP-CODE     PIC X(10).
       01  WS-OWN-EFF-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-OWN-ADDR-STATUS      PIC X(01) VALUE SPACES.
           88  OWNER-ADDRESS-RETURNED VALUE 'R'.
       01  WS-TRAIL-DONE-FLAG      PIC X(01) VALUE 'N'.
           88  TRAIL-DONE          VALUE 'Y'.

      *---------------------------------------------------------------
      * Due-diligence and dormancy clocks, PARMCARD-overridable.
      * Dormancy is counted in years of 365 days - close enough for
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.

      *---------------------------------------------------------------
      * Under an escheated item: the owner's last known address,
      * then one line per MADRHIST event for a member, oldest first.
      *---------------------------------------------------------------
       01  WS-TRAIL-LINE.
           05  WS-TR-LABEL         PIC X(12).
           05  WS-TR-DATE          PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TR-EVENT         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TR-ADDR-LINE-1   PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TR-CITY          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TR-STATE         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TR-ZIP-CODE      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TR-REASON        PIC X(02).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-ESCHEAT-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE 'ESCHEATED AMOUNT:  '.
           05  WS-AD-PAYEE         PIC X(30).
           05  FILLER              PIC X(98) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-AL-TEXT          PIC X(64).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  WS-PAYMENT-REF-LINE.
           05  FILLER              PIC X(09) VALUE 'PAYMENT: '.
           05  WS-PR-PAYMENT-NO    PIC X(10).
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSESCH_CURSOR CURSOR WITH HOLD FOR
               SELECT PAYMENT_NO, POLICY_NO, CLAIM_ID, PAYEE_NAME,
                      PAYMENT_AMOUNT, PAYMENT_DATE, BENEFICIARY_SEQ
               FROM CLAIMS_PAYMENT
               WHERE STATUS NOT IN ('C', 'V', 'E')
                 AND REMIT_NO = ' '
               FOR UPDATE OF STATUS, VOID_DATE
           END-EXEC.

      *---------------------------------------------------------------
      * Uncashed provider remittances - one row per REMIT_NO, the
      * payee and amount of the bank item it went out as. Grouped,
      * so read-only: the escheat updates the remittance by key.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSESCH_REMIT_CURSOR CURSOR WITH HOLD FOR
               SELECT REMIT_NO, MAX(PAYEE_NAME),
                      SUM(PAYMENT_AMOUNT), MIN(PAYMENT_DATE),
                      MAX(PAYEE_PROVIDER_ID)
               FROM CLAIMS_PAYMENT
               WHERE STATUS NOT IN ('C', 'V', 'E')
                 AND REMIT_NO <> ' '
               GROUP BY REMIT_NO
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
                   ' - NO CLEARED ITEMS THIS RUN'
               SET END-OF-FILE TO TRUE
           END-IF.
           PERFORM 1200-OPEN-ADDRESS-MASTERS.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The masters the owner's address comes from. Each is
      * optional; without one its owners go unaddressed.
      *---------------------------------------------------------------
       1200-OPEN-ADDRESS-MASTERS.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS = '00'
               SET MEMBER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': CLMTMSTR NOT AVAILABLE FS=' WS-MEMBER-STATUS
                   ' - MEMBER ITEMS UNADDRESSED'
           END-IF.
           OPEN INPUT ADDRESS-HIST.
           IF WS-MADRHIST-STATUS = '00'
               SET ADDRESS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': MADRHIST NOT AVAILABLE FS=' WS-MADRHIST-STATUS
                   ' - NO ADDRESS TRAIL ON ESCHEATS'
           END-IF.
           OPEN INPUT BENE-MASTER.
           IF WS-BENE-STATUS = '00'
               SET BENE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': BENEMSTR NOT AVAILABLE FS=' WS-BENE-STATUS
                   ' - BENEFICIARY ITEMS UNADDRESSED'
           END-IF.
           OPEN INPUT PROVIDER-MASTER.
           IF WS-PROVIDER-STATUS = '00'
               SET PROVIDER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': PROVMSTR NOT AVAILABLE FS=' WS-PROVIDER-STATUS
                   ' - REMITTANCES UNADDRESSED'
           END-IF.
      *---------------------------------------------------------------
      * Phase 1 - the cleared feed. A cleared item that is voided or
      * already escheated is left alone and warned: the bank and the
      * table disagree and someone must look. An item number that is
      * a provider REMIT_NO cashes every claim payment on it.
      *---------------------------------------------------------------
       2000-APPLY-CLEARED.
           ADD 1 TO WS-CLEARED-IN-COUNT.
               UPDATE CLAIMS_PAYMENT
               SET STATUS       = 'C',
                   CLEARED_DATE = :DCL-PAY-CLEARED-DATE
               WHERE (PAYMENT_NO = :DCL-PAY-PAYMENT-NO
                   OR REMIT_NO   = :DCL-PAY-PAYMENT-NO)
                 AND STATUS NOT IN ('V', 'E')
           END-EXEC.
           EVALUATE SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           SET ITEM-IS-PAYMENT TO TRUE.
           PERFORM 4100-AGE-ONE-PAYMENT UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSESCH_CURSOR END-EXEC.
           PERFORM 3000-FINAL-COMMIT.
           MOVE 'N' TO WS-FETCH-DONE.
           EXEC SQL OPEN CLMSESCH_REMIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': REMIT CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           SET ITEM-IS-REMIT TO TRUE.
           PERFORM 4110-AGE-ONE-REMIT UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSESCH_REMIT_CURSOR END-EXEC.
      *---------------------------------------------------------------
       4100-AGE-ONE-PAYMENT.
           EXEC SQL
               FETCH CLMSESCH_CURSOR
               INTO :DCL-PAY-PAYMENT-NO, :DCL-PAY-POLICY-NO,
                    :DCL-PAY-CLAIM-ID, :DCL-PAY-PAYEE-NAME,
                    :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE,
                    :DCL-PAY-BENE-SEQ
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-PAY-PROVIDER-ID.
           PERFORM 4150-AGE-ITEM.
      *---------------------------------------------------------------
      * One uncashed provider remittance, carried as a payment under
      * its REMIT_NO with no single policy or claim behind it.
      *---------------------------------------------------------------
       4110-AGE-ONE-REMIT.
           EXEC SQL
               FETCH CLMSESCH_REMIT_CURSOR
               INTO :DCL-PAY-REMIT-NO, :DCL-PAY-PAYEE-NAME,
                    :DCL-PAY-PAYMENT-AMOUNT, :DCL-PAY-PAYMENT-DATE,
                    :WS-PAY-PROVIDER-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': REMIT FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE DCL-PAY-REMIT-NO TO DCL-PAY-PAYMENT-NO.
           MOVE SPACES           TO DCL-PAY-POLICY-NO
                                    DCL-PAY-CLAIM-ID.
           MOVE ZEROS            TO DCL-PAY-BENE-SEQ.
           PERFORM 4150-AGE-ITEM.
      *---------------------------------------------------------------
      * Age the item and take the action its days outstanding call
      * for.
      *---------------------------------------------------------------
       4150-AGE-ITEM.
           ADD 1 TO WS-OUTSTAND-COUNT.
           MOVE DCL-PAY-PAYMENT-DATE TO WS-PAY-DATE-DISP.
           COMPUTE WS-PAY-DATE-INTEGER =
           IF WS-DAYS-OUT < 0
               MOVE ZEROS TO WS-DAYS-OUT
           END-IF.
           IF WS-DAYS-OUT >= WS-LETTER-DAYS
               OR WS-DAYS-OUT >= WS-DORMANT-DAYS
               PERFORM 4160-FIND-OWNER-ADDRESS
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT >= WS-DORMANT-DAYS
                   PERFORM 4200-ESCHEAT-PAYMENT
               WHEN WS-DAYS-OUT >= WS-LETTER-DAYS
                   ADD 1 TO WS-OVER-180-COUNT
                   IF OWNER-ADDRESS-RETURNED
                       PERFORM 4350-HOLD-LETTER
                   ELSE
                       MOVE 'DUE-DILIGENCE LETTER' TO WS-DL-DISP
                       PERFORM 4300-WRITE-LETTER
                   END-IF
               WHEN WS-DAYS-OUT >= 90
                   ADD 1 TO WS-OVER-90-COUNT
                   MOVE 'OVER 90 DAYS        ' TO WS-DL-DISP
                   MOVE 'OUTSTANDING         ' TO WS-DL-DISP
           END-EVALUATE.
           PERFORM 7000-PRINT-DETAIL.
           IF WS-DAYS-OUT >= WS-DORMANT-DAYS
               AND WS-DL-DISP = 'ESCHEATED TO STATE  '
               PERFORM 7100-PRINT-ADDRESS-TRAIL
           END-IF.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2500-INTERIM-COMMIT
           END-IF.
      *---------------------------------------------------------------
      * Owner and last known address of the item. A remittance
      * belongs to its provider, a life-claim share to its
      * beneficiary, anything else to the claim's member - found on
      * the live claim, or on the archive once the claim has been
      * moved there.
      *---------------------------------------------------------------
       4160-FIND-OWNER-ADDRESS.
           MOVE SPACES TO WS-OWNER-MEMBER-ID
                          WS-OWNER-ID
                          WS-OWNER-ADDRESS
                          WS-OWN-ADDR-STATUS.
           MOVE ZEROS  TO WS-OWN-EFF-DATE.
           EVALUATE TRUE
               WHEN ITEM-IS-REMIT
                   PERFORM 4170-PROVIDER-ADDRESS
               WHEN DCL-PAY-BENE-SEQ > ZEROS
                   PERFORM 4175-BENEFICIARY-ADDRESS
               WHEN OTHER
                   PERFORM 4180-MEMBER-ADDRESS
           END-EVALUATE.
      *---------------------------------------------------------------
       4170-PROVIDER-ADDRESS.
           MOVE WS-PAY-PROVIDER-ID TO WS-OWNER-ID.
           IF NOT PROVIDER-MASTER-OPEN
               OR WS-PAY-PROVIDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAY-PROVIDER-ID TO PRV-PROVIDER-ID.
           READ PROVIDER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE PRV-REMIT-ADDRESS TO WS-OWNER-ADDRESS.
      *---------------------------------------------------------------
       4175-BENEFICIARY-ADDRESS.
           IF NOT BENE-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-PAY-POLICY-NO TO BNF-POLICY-NUMBER.
           MOVE DCL-PAY-BENE-SEQ  TO BNF-BENE-SEQ.
           READ BENE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE BNF-ADDRESS TO WS-OWNER-ADDRESS.
      *---------------------------------------------------------------
       4180-MEMBER-ADDRESS.
           EXEC SQL
               SELECT MEMBER_ID
               INTO :WS-OWNER-MEMBER-ID
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-PAY-POLICY-NO
                 AND CLAIM_ID  = :DCL-PAY-CLAIM-ID
           END-EXEC.
           IF SQLCODE = +100
               EXEC SQL
                   SELECT MEMBER_ID
                   INTO :WS-OWNER-MEMBER-ID
                   FROM CLAIMS_MASTER_HIST
                   WHERE POLICY_NO = :DCL-PAY-POLICY-NO
                     AND CLAIM_ID  = :DCL-PAY-CLAIM-ID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = +100
                   DISPLAY WS-PROGRAM-ID
                       ': MEMBER LOOKUP FAILED SQLCODE=' SQLCODE
                       ' PAYMENT=' DCL-PAY-PAYMENT-NO
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               MOVE SPACES TO WS-OWNER-MEMBER-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OWNER-MEMBER-ID TO WS-OWNER-ID.
           IF NOT MEMBER-MASTER-OPEN
               OR WS-OWNER-MEMBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OWNER-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE MBR-MAIL-ADDRESS  TO WS-OWNER-ADDRESS.
           MOVE MBR-ADDR-EFF-DATE TO WS-OWN-EFF-DATE.
           MOVE MBR-ADDR-STATUS   TO WS-OWN-ADDR-STATUS.
      *---------------------------------------------------------------
      * Past dormancy - the payment becomes state property. Status
      * 'E' plus the remittance record; the claim stays closed with
      * its paid stamp intact. VOID_DATE records the day, so the
      * next CLMSPPAY run sends the bank a stop-pay on the check.
      *---------------------------------------------------------------
       4200-ESCHEAT-PAYMENT.
           MOVE WS-TODAY-NUMERIC TO DCL-PAY-VOID-DATE.
           IF ITEM-IS-REMIT
               EXEC SQL
                   UPDATE CLAIMS_PAYMENT
                   SET STATUS    = 'E',
                       VOID_DATE = :DCL-PAY-VOID-DATE
                   WHERE REMIT_NO = :DCL-PAY-REMIT-NO
                     AND STATUS NOT IN ('C', 'V', 'E')
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CLAIMS_PAYMENT
                   SET STATUS    = 'E',
                       VOID_DATE = :DCL-PAY-VOID-DATE
                   WHERE CURRENT OF CLMSESCH_CURSOR
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': ESCHEAT UPDATE FAILED '
                   'SQLCODE=' SQLCODE
           MOVE DCL-PAY-POLICY-NO      TO ESC-POLICY-NUMBER.
           MOVE DCL-PAY-CLAIM-ID      TO ESC-CLAIM-ID.
           MOVE WS-TODAY-NUMERIC       TO ESC-ESCHEAT-DATE.
           MOVE WS-OWNER-ID            TO ESC-OWNER-ID.
           MOVE WS-OWNER-ADDRESS       TO ESC-OWNER-ADDRESS.
           MOVE WS-OWN-EFF-DATE        TO ESC-ADDR-EFF-DATE.
           MOVE WS-OWN-ADDR-STATUS     TO ESC-ADDR-STATUS.
           WRITE ESCHEAT-RECORD.
           IF WS-ESCHOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE ESCHOUT FAILED FS='
           WRITE ESC-CORR-LINE FROM WS-CORR-SEPARATOR.
           MOVE DCL-PAY-PAYEE-NAME TO WS-AD-PAYEE.
           WRITE ESC-CORR-LINE FROM WS-ADDRESSEE-LINE.
           IF WS-OWN-ADDR-LINE-1 NOT = SPACES
               PERFORM 4310-WRITE-OWNER-ADDRESS
           END-IF.
           MOVE DCL-PAY-PAYMENT-NO     TO WS-PR-PAYMENT-NO.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO WS-PR-AMOUNT.
           MOVE DCL-PAY-PAYMENT-DATE   TO WS-PR-ISSUED.
                   WS-ESCCORR-STATUS
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       4310-WRITE-OWNER-ADDRESS.
           MOVE WS-OWN-ADDR-LINE-1 TO WS-AL-TEXT.
           WRITE ESC-CORR-LINE FROM WS-ADDRESS-LINE.
           IF WS-OWN-ADDR-LINE-2 NOT = SPACES
               MOVE WS-OWN-ADDR-LINE-2 TO WS-AL-TEXT
               WRITE ESC-CORR-LINE FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-AL-TEXT.
           STRING WS-OWN-CITY     DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-OWN-STATE    DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  WS-OWN-ZIP-CODE DELIMITED BY SIZE
               INTO WS-AL-TEXT.
           WRITE ESC-CORR-LINE FROM WS-ADDRESS-LINE.
      *---------------------------------------------------------------
      * Mail to the member's address has come back - a letter to it
      * would only come back too. Listed so member services can
      * chase a new address; the item letters on the first run
      * after one is recorded.
      *---------------------------------------------------------------
       4350-HOLD-LETTER.
           ADD 1 TO WS-LETTER-HELD-COUNT.
           MOVE 'LETTER HELD-BAD ADDR' TO WS-DL-DISP.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       7000-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE WS-DAYS-OUT            TO WS-DL-DAYS.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The escheated owner's last known address, and for a member
      * every address event on MADRHIST, oldest first.
      *---------------------------------------------------------------
       7100-PRINT-ADDRESS-TRAIL.
           MOVE SPACES               TO WS-TRAIL-LINE.
           MOVE '  LAST ADDR '       TO WS-TR-LABEL.
           MOVE WS-OWN-EFF-DATE      TO WS-TR-DATE.
           IF OWNER-ADDRESS-RETURNED
               MOVE 'RETURNED'       TO WS-TR-EVENT
           ELSE
               MOVE 'CURRENT '       TO WS-TR-EVENT
           END-IF.
           IF WS-OWN-ADDR-LINE-1 = SPACES
               MOVE 'NONE ON FILE'   TO WS-TR-ADDR-LINE-1
           ELSE
               MOVE WS-OWN-ADDR-LINE-1 TO WS-TR-ADDR-LINE-1
           END-IF.
           MOVE WS-OWN-CITY          TO WS-TR-CITY.
           MOVE WS-OWN-STATE         TO WS-TR-STATE.
           MOVE WS-OWN-ZIP-CODE      TO WS-TR-ZIP-CODE.
           PERFORM 7150-WRITE-TRAIL-LINE.
           IF NOT ADDRESS-HIST-OPEN
               OR WS-OWNER-MEMBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OWNER-MEMBER-ID TO MAH-MEMBER-ID.
           MOVE ZEROS              TO MAH-EVENT-DATE
                                      MAH-EVENT-SEQ.
           MOVE 'N' TO WS-TRAIL-DONE-FLAG.
           START ADDRESS-HIST KEY IS >= MAH-HIST-KEY
               INVALID KEY
                   SET TRAIL-DONE TO TRUE
           END-START.
           PERFORM 7120-PRINT-TRAIL-EVENT UNTIL TRAIL-DONE.
      *---------------------------------------------------------------
       7120-PRINT-TRAIL-EVENT.
           READ ADDRESS-HIST NEXT
               AT END
                   SET TRAIL-DONE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-MADRHIST-STATUS NOT = '00'
               OR MAH-MEMBER-ID NOT = WS-OWNER-MEMBER-ID
               SET TRAIL-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES               TO WS-TRAIL-LINE.
           MOVE '  ADDR HIST '       TO WS-TR-LABEL.
           MOVE MAH-EVENT-DATE       TO WS-TR-DATE.
           EVALUATE TRUE
               WHEN MAH-ADDRESS-EFFECTIVE
                   MOVE 'EFFECTIV'   TO WS-TR-EVENT
               WHEN MAH-CONTACT-CHANGED
                   MOVE 'CONTACT '   TO WS-TR-EVENT
               WHEN MAH-MAIL-RETURNED
                   MOVE 'RETURNED'   TO WS-TR-EVENT
               WHEN MAH-ADDRESS-VERIFIED
                   MOVE 'VERIFIED'   TO WS-TR-EVENT
               WHEN OTHER
                   MOVE MAH-EVENT-TYPE TO WS-TR-EVENT
           END-EVALUATE.
           MOVE MAH-ADDR-LINE-1      TO WS-TR-ADDR-LINE-1.
           MOVE MAH-CITY             TO WS-TR-CITY.
           MOVE MAH-STATE            TO WS-TR-STATE.
           MOVE MAH-ZIP-CODE         TO WS-TR-ZIP-CODE.
           MOVE MAH-RETURN-REASON    TO WS-TR-REASON.
           PERFORM 7150-WRITE-TRAIL-LINE.
      *---------------------------------------------------------------
       7150-WRITE-TRAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           WRITE RPT-LINE FROM WS-TRAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'DUE-DILIGENCE LETTERS:    ' TO WS-TT-LABEL.
           MOVE WS-LETTER-COUNT              TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LETTERS HELD-RETURNED:    ' TO WS-TT-LABEL.
           MOVE WS-LETTER-HELD-COUNT         TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ESCHEATED TO STATE:       ' TO WS-TT-LABEL.
           MOVE WS-ESCHEAT-COUNT             TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CLEARED-IN ESCHEAT-OUT ESC-CORR-OUT RPT-OUT.
           IF MEMBER-MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.
           IF ADDRESS-HIST-OPEN
               CLOSE ADDRESS-HIST
           END-IF.
           IF BENE-MASTER-OPEN
               CLOSE BENE-MASTER
           END-IF.
           IF PROVIDER-MASTER-OPEN
               CLOSE PROVIDER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': CLEARED IN=' WS-CLEARED-IN-COUNT
                   ' CASHED='    WS-CASHED-COUNT
           DISPLAY WS-PROGRAM-ID ': OUTSTANDING='
                   WS-OUTSTAND-COUNT
                   ' LETTERS='   WS-LETTER-COUNT
                   ' HELD='      WS-LETTER-HELD-COUNT
                   ' ESCHEATED=' WS-ESCHEAT-COUNT
                   ' ERRORS='    WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
