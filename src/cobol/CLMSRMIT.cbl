      *===============================================================
      * CLMSRMIT - Provider Remittance Advice
      * Step 044 in CLMSJOB pipeline, run after CLMSPAY (DB2
      * precompile required).
      * For each provider remittance CLMSPAY paid on the business
      * date (CLAIMS_PAYMENT rows sharing a REMIT_NO), explains to
      * the provider what the one payment covers:
      *   - a printed remittance advice (DD RMITPRT), one page per
      *     remittance, addressed to the provider's remit address on
      *     PROVMSTR, listing every claim paid - patient, service
      *     date, billed, allowed, paid and patient responsibility -
      *     with the claim's CLAIM_LINES service lines under it
      *   - the same content as an electronic remittance file
      *     (DD RMITOUT, RMITREC layout) for the clearinghouse's 835
      *     translator, closed by a trailer with record counts and
      *     the total of all remittances.
      * Voided rows are left off, so a rerun after a remittance is
      * returned and reissued describes only what was paid. A
      * provider with no remit address on file (or PROVMSTR not
      * available) still gets its advice, unaddressed, and is
      * flagged (RC 4) for the mail room.
      * The payment method shown is the one CLMSPAY issued the
      * remittance by, not the provider's current PROVMSTR method.
      * The business date defaults to today and is overridable via
      * the control card (DD PARMCARD cols 1-8, CCYYMMDD), matching
      * the date CLMSPAY ran under.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSRMIT.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMIT-PRT ASSIGN TO RMITPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           SELECT RMIT-OUT ASSIGN TO RMITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMITOUT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT OPTIONAL PROVIDER-MASTER ASSIGN TO PROVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RMIT-PRT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RMIT-PRT-LINE           PIC X(132).

       FD  RMIT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMITREC.

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record overriding
      * the business date whose remittances are described. Cols 1-8
      * = business date (CCYYMMDD). Blank or missing card uses
      * today.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(72).

       FD  PROVIDER-MASTER.
           COPY PRVDREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLCLNS.
           COPY DCLPAYM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSRMIT'.

       01  WS-FILE-STATUSES.
           05  WS-PRT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-RMITOUT-STATUS   PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-PROVIDER-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REMIT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-CLAIM-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-LINE-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-RECORD-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-NO-ADDRESS-COUNT PIC 9(07) VALUE ZEROS.

       01  WS-FILE-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.
       01  WS-CLM-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  CLM-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-LINE-FETCH-DONE      PIC X(01) VALUE 'N'.
           88  LINE-FETCH-COMPLETE VALUE 'Y'.
       01  WS-PROVIDER-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  PROVIDER-MASTER-OPEN VALUE 'Y'.
       01  WS-PROVIDER-FOUND-FLAG  PIC X(01) VALUE 'N'.
           88  PROVIDER-FOUND      VALUE 'Y'.

      *---------------------------------------------------------------
      * The remittance being described - one REMIT_NO group.
      *---------------------------------------------------------------
       01  WS-RMT-FIELDS.
           05  WS-RMT-REMIT-NO     PIC X(10).
           05  WS-RMT-PROVIDER-ID  PIC X(08).
           05  WS-RMT-PAYEE-NAME   PIC X(30).
           05  WS-RMT-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-RMT-CLAIMS       PIC S9(09) COMP.
           05  WS-RMT-METHOD       PIC X(01).
               88  WS-RMT-BY-EFT   VALUE 'E'.
           05  WS-RMT-ISSUED-METHOD PIC X(01).
               88  WS-RMT-ISSUED-CHECK VALUE 'K'.
               88  WS-RMT-ISSUED-EFT   VALUE 'E'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DB2            PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-DATE-WORK            PIC 9(08).
       01  WS-DATE-EDIT            PIC X(10).
       01  WS-ALLOWED-AMOUNT       PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-LINE-ALLOWED         PIC S9(07)V99 COMP-3 VALUE +0.

       01  WS-DOC-TITLE.
           05  FILLER              PIC X(30)
               VALUE 'PROVIDER REMITTANCE ADVICE'.
           05  FILLER              PIC X(102) VALUE SPACES.

       01  WS-ADDRESSEE-LINE.
           05  FILLER              PIC X(04) VALUE 'TO: '.
           05  WS-AD-PROVIDER      PIC X(30).
           05  FILLER              PIC X(98) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-AL-TEXT          PIC X(64).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  WS-REMIT-REF-LINE.
           05  FILLER              PIC X(12) VALUE 'REMITTANCE: '.
           05  WS-RR-REMIT-NO      PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'PROVIDER ID: '.
           05  WS-RR-PROVIDER-ID   PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'PAID ON: '.
           05  WS-RR-DATE          PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'BY: '.
           05  WS-RR-METHOD        PIC X(05).
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-CLAIM-COLUMN-HEADER.
           05  FILLER              PIC X(11) VALUE 'POLICY'.
           05  FILLER              PIC X(09) VALUE 'CLAIM'.
           05  FILLER              PIC X(31) VALUE 'PATIENT'.
           05  FILLER              PIC X(11) VALUE 'SVC DATE'.
           05  FILLER              PIC X(15) VALUE '        BILLED'.
           05  FILLER              PIC X(15) VALUE '       ALLOWED'.
           05  FILLER              PIC X(15) VALUE '          PAID'.
           05  FILLER              PIC X(15) VALUE '  PATIENT RESP'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-CLAIM-DETAIL-LINE.
           05  WS-CD-POLICY        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-PATIENT       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-CLAIM-DATE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-BILLED        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-ALLOWED       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-PAID          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-PATIENT-RESP  PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-SERVICE-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'LINE '.
           05  WS-SL-LINE-NO       PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-PROC-CODE     PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-DESC          PIC X(20).
           05  FILLER              PIC X(17) VALUE SPACES.
           05  WS-SL-BILLED        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SL-ALLOWED       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(26).
           05  WS-TL-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIMS: '.
           05  WS-TL-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(71) VALUE SPACES.

       01  WS-NO-ADDRESS-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE '** NO REMIT ADDRESS ON FILE **'.
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(120) VALUE ALL '-'.
           05  FILLER              PIC X(12)  VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

      *---------------------------------------------------------------
      * The business date's remittances, one row per REMIT_NO, with
      * the method CLMSPAY stamped on every row of it as it built
      * the bank files.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSRMIT_CURSOR CURSOR FOR
               SELECT REMIT_NO, PAYEE_PROVIDER_ID, MAX(PAYEE_NAME),
                      SUM(PAYMENT_AMOUNT), COUNT(*), MAX(PAY_METHOD)
               FROM CLAIMS_PAYMENT
               WHERE PAYMENT_DATE = :WS-TODAY-DB2
                 AND STATUS <> 'V'
                 AND REMIT_NO <> ' '
               GROUP BY REMIT_NO, PAYEE_PROVIDER_ID
               ORDER BY REMIT_NO
           END-EXEC.

      *---------------------------------------------------------------
      * The claims paid on one remittance.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSRMIT_CLAIM_CURSOR CURSOR FOR
               SELECT P.PAYMENT_NO, P.POLICY_NO, P.CLAIM_ID,
                      P.PAYMENT_AMOUNT, M.CLAIMANT_NAME,
                      M.CLAIM_DATE, M.CLAIM_AMOUNT,
                      M.ALLOWED_AMOUNT, M.PATIENT_RESP, M.CLAIM_TYPE
               FROM CLAIMS_PAYMENT P, CLAIMS_MASTER M
               WHERE P.REMIT_NO  = :WS-RMT-REMIT-NO
                 AND P.STATUS   <> 'V'
                 AND M.POLICY_NO = P.POLICY_NO
                 AND M.CLAIM_ID  = P.CLAIM_ID
               ORDER BY P.POLICY_NO, P.CLAIM_ID
           END-EXEC.

           EXEC SQL DECLARE CLMSRMIT_LINE_CURSOR CURSOR FOR
               SELECT LINE_NO, PROC_CODE, LINE_DESC, LINE_AMOUNT,
                      ALLOWED_AMOUNT, PRICE_STATUS
               FROM CLAIM_LINES
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
               ORDER BY LINE_NO
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REMITTANCE UNTIL END-OF-CURSOR.
           PERFORM 8000-WRITE-TRAILER.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': REMITTANCE ADVICE RUN STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           MOVE WS-TODAY-NUMERIC TO WS-TODAY-DB2.
           OPEN OUTPUT RMIT-PRT.
           IF WS-PRT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RMITPRT FAILED FS='
                   WS-PRT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RMIT-OUT.
           IF WS-RMITOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RMITOUT FAILED FS='
                   WS-RMITOUT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROVIDER-MASTER.
           IF WS-PROVIDER-STATUS = '00'
               SET PROVIDER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': PROVMSTR NOT AVAILABLE FS=' WS-PROVIDER-STATUS
                   ' - REMITTANCE ADVICES UNADDRESSED'
           END-IF.
           EXEC SQL OPEN CLMSRMIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-BUSINESS-DATE NUMERIC
                           AND CC-BUSINESS-DATE > 0
                           MOVE CC-BUSINESS-DATE TO WS-TODAY-NUMERIC
                           DISPLAY WS-PROGRAM-ID
                               ': CONTROL CARD - BUSINESS DATE='
                               WS-TODAY-NUMERIC
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------
      * One remittance - the advice page and the H record, then
      * each claim on it, then the page total.
      *---------------------------------------------------------------
       2000-PROCESS-REMITTANCE.
           ADD 1 TO WS-REMIT-COUNT.
           ADD WS-RMT-AMOUNT TO WS-FILE-TOTAL.
           PERFORM 2200-READ-PROVIDER.
           PERFORM 3000-WRITE-ADVICE-HEADER.
           PERFORM 3100-WRITE-HEADER-RECORD.
           MOVE 'N' TO WS-CLM-FETCH-DONE.
           EXEC SQL OPEN CLMSRMIT_CLAIM_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CLAIM CURSOR OPEN FAILED SQLCODE=' SQLCODE
                   ' REMIT=' WS-RMT-REMIT-NO
               MOVE +8 TO WS-RETURN-CODE
               SET CLM-FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 4000-FETCH-REMIT-CLAIM UNTIL CLM-FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSRMIT_CLAIM_CURSOR END-EXEC.
           WRITE RMIT-PRT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'REMITTANCE TOTAL PAID:    ' TO WS-TL-LABEL.
           MOVE WS-RMT-AMOUNT TO WS-TL-AMOUNT.
           MOVE WS-RMT-CLAIMS TO WS-TL-COUNT.
           WRITE RMIT-PRT-LINE FROM WS-TOTAL-LINE.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CLMSRMIT_CURSOR
               INTO :WS-RMT-REMIT-NO,   :WS-RMT-PROVIDER-ID,
                    :WS-RMT-PAYEE-NAME, :WS-RMT-AMOUNT,
                    :WS-RMT-CLAIMS,     :WS-RMT-ISSUED-METHOD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': FETCH FAILED SQLCODE='
                       SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * The provider's remit address, and how the remittance went
      * out: the PAY_METHOD CLMSPAY stamped ('K' check, 'E' EFT), so
      * a rerun for an earlier date still tells the provider what
      * was issued even if PROVMSTR has changed since. Only a
      * remittance paid before the column was stamped falls back to
      * the provider's current method, decided as CLMSPAY routes
      * it: 'E' with bank details is EFT, anything else a check.
      *---------------------------------------------------------------
       2200-READ-PROVIDER.
           MOVE 'N' TO WS-PROVIDER-FOUND-FLAG.
           MOVE 'C' TO WS-RMT-METHOD.
           IF PROVIDER-MASTER-OPEN
               MOVE WS-RMT-PROVIDER-ID TO PRV-PROVIDER-ID
               READ PROVIDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROVIDER-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT PROVIDER-FOUND
               MOVE SPACES TO PRV-REMIT-ADDRESS
           END-IF.
           EVALUATE TRUE
               WHEN WS-RMT-ISSUED-CHECK
                   MOVE 'C' TO WS-RMT-METHOD
               WHEN WS-RMT-ISSUED-EFT
                   MOVE 'E' TO WS-RMT-METHOD
               WHEN PROVIDER-FOUND
                   AND PRV-METHOD-EFT
                   AND PRV-ROUTING-NO > ZEROS
                   AND PRV-ACCOUNT-NO NOT = SPACES
                   MOVE 'E' TO WS-RMT-METHOD
           END-EVALUATE.
      *---------------------------------------------------------------
       3000-WRITE-ADVICE-HEADER.
           WRITE RMIT-PRT-LINE FROM WS-DOC-TITLE
               AFTER ADVANCING PAGE.
           WRITE RMIT-PRT-LINE FROM WS-SEPARATOR-LINE.
           MOVE WS-RMT-PAYEE-NAME TO WS-AD-PROVIDER.
           WRITE RMIT-PRT-LINE FROM WS-ADDRESSEE-LINE.
           PERFORM 3050-WRITE-REMIT-ADDRESS.
           MOVE WS-RMT-REMIT-NO    TO WS-RR-REMIT-NO.
           MOVE WS-RMT-PROVIDER-ID TO WS-RR-PROVIDER-ID.
           MOVE WS-TODAY-NUMERIC   TO WS-DATE-WORK.
           PERFORM 3900-EDIT-DATE.
           MOVE WS-DATE-EDIT       TO WS-RR-DATE.
           IF WS-RMT-BY-EFT
               MOVE 'EFT'          TO WS-RR-METHOD
           ELSE
               MOVE 'CHECK'        TO WS-RR-METHOD
           END-IF.
           WRITE RMIT-PRT-LINE FROM WS-BLANK-LINE.
           WRITE RMIT-PRT-LINE FROM WS-REMIT-REF-LINE.
           WRITE RMIT-PRT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RMIT-PRT-LINE FROM WS-CLAIM-COLUMN-HEADER.
           WRITE RMIT-PRT-LINE FROM WS-SEPARATOR-LINE.
      *---------------------------------------------------------------
      * Remit address off PROVMSTR. Missing - flagged, and the
      * advice still printed for the mail room to research.
      *---------------------------------------------------------------
       3050-WRITE-REMIT-ADDRESS.
           IF PRV-REMIT-ADDR-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY WS-PROGRAM-ID
                   ': NO REMIT ADDRESS FOR PROVIDER='
                   WS-RMT-PROVIDER-ID ' REMIT=' WS-RMT-REMIT-NO
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               WRITE RMIT-PRT-LINE FROM WS-NO-ADDRESS-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE PRV-REMIT-ADDR-1 TO WS-AL-TEXT.
           WRITE RMIT-PRT-LINE FROM WS-ADDRESS-LINE.
           IF PRV-REMIT-ADDR-2 NOT = SPACES
               MOVE PRV-REMIT-ADDR-2 TO WS-AL-TEXT
               WRITE RMIT-PRT-LINE FROM WS-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-AL-TEXT.
           STRING PRV-REMIT-CITY  DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  PRV-REMIT-STATE DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  PRV-REMIT-ZIP   DELIMITED BY SIZE
               INTO WS-AL-TEXT.
           WRITE RMIT-PRT-LINE FROM WS-ADDRESS-LINE.
      *---------------------------------------------------------------
       3100-WRITE-HEADER-RECORD.
           MOVE SPACES             TO REMIT-FILE-RECORD.
           SET RMT-TYPE-HEADER     TO TRUE.
           MOVE WS-RMT-REMIT-NO    TO RMT-REMIT-NO.
           MOVE WS-RMT-PROVIDER-ID TO RMT-H-PROVIDER-ID.
           MOVE WS-RMT-PAYEE-NAME  TO RMT-H-PROVIDER-NAME.
           MOVE WS-RMT-METHOD      TO RMT-H-PAY-METHOD.
           MOVE WS-TODAY-NUMERIC   TO RMT-H-PAYMENT-DATE.
           MOVE WS-RMT-AMOUNT      TO RMT-H-TOTAL-AMOUNT.
           MOVE WS-RMT-CLAIMS      TO RMT-H-CLAIM-COUNT.
           PERFORM 7000-WRITE-REMIT-RECORD.
      *---------------------------------------------------------------
       3900-EDIT-DATE.
           STRING WS-DATE-WORK(1:4) '-' WS-DATE-WORK(5:2)
                  '-' WS-DATE-WORK(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EDIT.
      *---------------------------------------------------------------
      * One claim on the remittance - its line on the advice and its
      * C record, then its service lines under it. Allowed is the
      * priced total, or the billed amount on a claim never priced.
      *---------------------------------------------------------------
       4000-FETCH-REMIT-CLAIM.
           EXEC SQL
               FETCH CLMSRMIT_CLAIM_CURSOR
               INTO :DCL-PAY-PAYMENT-NO,  :DCL-POLICY-NO,
                    :DCL-CLAIM-ID,        :DCL-PAY-PAYMENT-AMOUNT,
                    :DCL-CLAIMANT-NAME,   :DCL-CLAIM-DATE,
                    :DCL-CLAIM-AMOUNT,    :DCL-ALLOWED-AMOUNT,
                    :DCL-PATIENT-RESP,    :DCL-CLAIM-TYPE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET CLM-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': CLAIM FETCH FAILED SQLCODE=' SQLCODE
                       ' REMIT=' WS-RMT-REMIT-NO
                   MOVE +8 TO WS-RETURN-CODE
                   SET CLM-FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-CLAIM-COUNT.
           IF DCL-ALLOWED-AMOUNT > ZEROS
               MOVE DCL-ALLOWED-AMOUNT TO WS-ALLOWED-AMOUNT
           ELSE
               MOVE DCL-CLAIM-AMOUNT   TO WS-ALLOWED-AMOUNT
           END-IF.
           MOVE DCL-POLICY-NO          TO WS-CD-POLICY.
           MOVE DCL-CLAIM-ID           TO WS-CD-CLAIM-ID.
           MOVE DCL-CLAIMANT-NAME      TO WS-CD-PATIENT.
           MOVE DCL-CLAIM-DATE         TO WS-DATE-WORK.
           PERFORM 3900-EDIT-DATE.
           MOVE WS-DATE-EDIT           TO WS-CD-CLAIM-DATE.
           MOVE DCL-CLAIM-AMOUNT       TO WS-CD-BILLED.
           MOVE WS-ALLOWED-AMOUNT      TO WS-CD-ALLOWED.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO WS-CD-PAID.
           MOVE DCL-PATIENT-RESP       TO WS-CD-PATIENT-RESP.
           WRITE RMIT-PRT-LINE FROM WS-CLAIM-DETAIL-LINE.
           MOVE SPACES                 TO REMIT-FILE-RECORD.
           SET RMT-TYPE-CLAIM          TO TRUE.
           MOVE WS-RMT-REMIT-NO        TO RMT-REMIT-NO.
           MOVE DCL-POLICY-NO          TO RMT-C-POLICY-NUMBER.
           MOVE DCL-CLAIM-ID           TO RMT-C-CLAIM-ID.
           MOVE DCL-CLAIMANT-NAME      TO RMT-C-PATIENT-NAME.
           MOVE DCL-CLAIM-DATE         TO RMT-C-CLAIM-DATE.
           MOVE DCL-CLAIM-AMOUNT       TO RMT-C-BILLED-AMOUNT.
           MOVE WS-ALLOWED-AMOUNT      TO RMT-C-ALLOWED-AMOUNT.
           MOVE DCL-PAY-PAYMENT-AMOUNT TO RMT-C-PAID-AMOUNT.
           MOVE DCL-PATIENT-RESP       TO RMT-C-PATIENT-RESP.
           MOVE DCL-PAY-PAYMENT-NO     TO RMT-C-PAYMENT-NO.
           MOVE DCL-CLAIM-TYPE         TO RMT-C-CLAIM-TYPE.
           PERFORM 7000-WRITE-REMIT-RECORD.
           MOVE 'N' TO WS-LINE-FETCH-DONE.
           EXEC SQL OPEN CLMSRMIT_LINE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': LINE CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET LINE-FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 4100-FETCH-SERVICE-LINE UNTIL LINE-FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSRMIT_LINE_CURSOR END-EXEC.
      *---------------------------------------------------------------
       4100-FETCH-SERVICE-LINE.
           EXEC SQL
               FETCH CLMSRMIT_LINE_CURSOR
               INTO :DCL-LN-LINE-NO,     :DCL-LN-PROC-CODE,
                    :DCL-LN-LINE-DESC,   :DCL-LN-LINE-AMOUNT,
                    :DCL-LN-ALLOWED-AMOUNT, :DCL-LN-PRICE-STATUS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 4200-WRITE-SERVICE-LINE
               WHEN +100
                   SET LINE-FETCH-COMPLETE TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': LINE FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET LINE-FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * An unpriced line was allowed as billed, as on the EOB.
      *---------------------------------------------------------------
       4200-WRITE-SERVICE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF DCL-LN-PRICE-STATUS = SPACES
               MOVE DCL-LN-LINE-AMOUNT    TO WS-LINE-ALLOWED
           ELSE
               MOVE DCL-LN-ALLOWED-AMOUNT TO WS-LINE-ALLOWED
           END-IF.
           MOVE DCL-LN-LINE-NO         TO WS-SL-LINE-NO.
           MOVE DCL-LN-PROC-CODE       TO WS-SL-PROC-CODE.
           MOVE DCL-LN-LINE-DESC       TO WS-SL-DESC.
           MOVE DCL-LN-LINE-AMOUNT     TO WS-SL-BILLED.
           MOVE WS-LINE-ALLOWED        TO WS-SL-ALLOWED.
           WRITE RMIT-PRT-LINE FROM WS-SERVICE-LINE.
           MOVE SPACES                 TO REMIT-FILE-RECORD.
           SET RMT-TYPE-LINE           TO TRUE.
           MOVE WS-RMT-REMIT-NO        TO RMT-REMIT-NO.
           MOVE DCL-POLICY-NO          TO RMT-L-POLICY-NUMBER.
           MOVE DCL-CLAIM-ID           TO RMT-L-CLAIM-ID.
           MOVE DCL-LN-LINE-NO         TO RMT-L-LINE-NO.
           MOVE DCL-LN-PROC-CODE       TO RMT-L-PROC-CODE.
           MOVE DCL-LN-LINE-DESC       TO RMT-L-LINE-DESC.
           MOVE DCL-LN-LINE-AMOUNT     TO RMT-L-BILLED-AMOUNT.
           MOVE WS-LINE-ALLOWED        TO RMT-L-ALLOWED-AMOUNT.
           PERFORM 7000-WRITE-REMIT-RECORD.
      *---------------------------------------------------------------
       7000-WRITE-REMIT-RECORD.
           WRITE REMIT-FILE-RECORD.
           IF WS-RMITOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE RMITOUT FAILED FS='
                   WS-RMITOUT-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-CURSOR      TO TRUE
               SET CLM-FETCH-COMPLETE TO TRUE
               SET LINE-FETCH-COMPLETE TO TRUE
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
      *---------------------------------------------------------------
      * File trailer - written even on a day with no remittances, so
      * the translator can tell an empty day from a lost file.
      *---------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES             TO REMIT-FILE-RECORD.
           SET RMT-TYPE-TRAILER    TO TRUE.
           MOVE WS-REMIT-COUNT     TO RMT-T-REMIT-COUNT.
           MOVE WS-CLAIM-COUNT     TO RMT-T-CLAIM-COUNT.
           MOVE WS-LINE-COUNT      TO RMT-T-LINE-COUNT.
           MOVE WS-FILE-TOTAL      TO RMT-T-TOTAL-AMOUNT.
           PERFORM 7000-WRITE-REMIT-RECORD.
      *---------------------------------------------------------------
       9000-TERMINATE.
           EXEC SQL CLOSE CLMSRMIT_CURSOR END-EXEC.
           CLOSE RMIT-PRT RMIT-OUT.
           IF PROVIDER-MASTER-OPEN
               CLOSE PROVIDER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': REMITTANCES=' WS-REMIT-COUNT
                   ' CLAIMS=' WS-CLAIM-COUNT
                   ' SERVICE LINES=' WS-LINE-COUNT
                   ' TOTAL=' WS-FILE-TOTAL.
           DISPLAY WS-PROGRAM-ID ': RMITOUT RECORDS=' WS-RECORD-COUNT
                   ' WITHOUT ADDRESS=' WS-NO-ADDRESS-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
