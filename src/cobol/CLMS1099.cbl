      *===============================================================
      * CLMS1099 - Year-End 1099 Information Returns
      * Annual step, run in January for the tax year just closed
      * (DB2 precompile required).
      * Totals the year's reportable CLAIMS_PAYMENT disbursements per
      * payee and reports every payee at or over the form's
      * reporting threshold to the IRS ($10 for interest, $600 for
      * provider payments):
      *   - 1099-INT: statutory prompt-pay interest (PAY_TYPE 'I'),
      *     per member - the claim's MEMBER_ID, or the payee name on
      *     a claim that predates member ids - with the TIN from the
      *     PAYEMSTR payee master and the mailing address from the
      *     claimant master (CLMTMSTR; a missing DD leaves member
      *     recipient copies unaddressed)
      *   - 1099-MISC box 6: claim payments made directly to a
      *     provider (PAYEE_PROVIDER_ID), per provider, with the TIN
      *     and remit address from PROVMSTR.
      * A payment counts in the year of its PAYMENT_DATE. Voided
      * rows (CLMSPRTN) are left out and their reissues, being rows
      * of their own, counted, so each payee is reported net of
      * returns; escheated items were paid and stay in.
      * Outputs:
      *   - the IRS electronic filing file (DD IRSOUT, IRSFREC
      *     layout, Publication 1220 T/A/B/C/F sequence)
      *   - recipient copies on the mail-house print feed (DD
      *     RCPTPRT), one page per recipient, TIN masked
      *   - a control report (DD RPTFILE) listing every payee
      *     reported without a valid TIN - missing, not 9 digits,
      *     or failing the SSN/EIN structure edits - for backup-
      *     withholding follow-up (RC 4), then the filing totals.
      * The payee count the T record carries is taken before the
      * file is written and proved against the B records at the end.
      * PARMCARD (two cards):
      *   card 1 - cols 1-4 tax year (default last year), col 5 'T'
      *   for a test file, cols 6-10 1099-MISC threshold in whole
      *   dollars (default 00600), cols 11-19 payer TIN, cols 20-24
      *   transmitter control code, cols 25-64 payer name, cols
      *   65-79 payer phone
      *   card 2 - cols 1-40 payer street address, cols 41-60 city,
      *   cols 61-62 state, cols 63-71 ZIP, cols 72-76 1099-INT
      *   interest threshold in whole dollars (default 00010).
      * Payer TIN and control code are required.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMS1099.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRS-OUT ASSIGN TO IRSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRSOUT-STATUS.
           SELECT RCPT-PRT ASSIGN TO RCPTPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO PAYEMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYE-MEMBER-ID
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT PROVIDER-MASTER ASSIGN TO PROVMSTR
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
       FD  IRS-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY IRSFREC.

       FD  RCPT-PRT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RCPT-LINE               PIC X(132).

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control cards (DD PARMCARD) - the tax year, threshold and
      * the payer identity on the first, the payer address and the
      * interest threshold on the second.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-TAX-YEAR         PIC 9(04).
           05  CC-TEST-FILE        PIC X(01).
           05  CC-THRESHOLD        PIC 9(05).
           05  CC-PAYER-TIN        PIC X(09).
           05  CC-TCC              PIC X(05).
           05  CC-PAYER-NAME       PIC X(40).
           05  CC-PAYER-PHONE      PIC X(15).
           05  FILLER              PIC X(01).
       01  CONTROL-CARD-ADDRESS.
           05  CC-PAYER-ADDRESS    PIC X(40).
           05  CC-PAYER-CITY       PIC X(20).
           05  CC-PAYER-STATE      PIC X(02).
           05  CC-PAYER-ZIP        PIC X(09).
           05  CC-INT-THRESHOLD    PIC 9(05).
           05  FILLER              PIC X(04).

       FD  PAYEE-MASTER.
           COPY PAYEREC.

       FD  PROVIDER-MASTER.
           COPY PRVDREC.

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMS1099'.

       01  WS-FILE-STATUSES.
           05  WS-IRSOUT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RCPT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-PAYEE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PROVIDER-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INT-REPORTED     PIC 9(07) VALUE ZEROS.
           05  WS-MISC-REPORTED    PIC 9(07) VALUE ZEROS.
           05  WS-TIN-MISSING-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-TIN-INVALID-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-NO-ADDRESS-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-A-RECORD-COUNT   PIC 9(08) VALUE ZEROS.
           05  WS-B-RECORD-COUNT   PIC 9(08) VALUE ZEROS.
           05  WS-SEQUENCE-NO      PIC 9(08) VALUE ZEROS.

       01  WS-INT-TOTAL            PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-MISC-TOTAL           PIC S9(13)V99 COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * Payees expected on the file, counted before it is written.
      *---------------------------------------------------------------
       01  WS-INT-EXPECTED         PIC S9(09) COMP VALUE +0.
       01  WS-MISC-EXPECTED        PIC S9(09) COMP VALUE +0.
       01  WS-PAYEES-EXPECTED      PIC 9(08) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-MEMBER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MEMBER-MASTER-OPEN  VALUE 'Y'.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-PAYER-WRITTEN-FLAG   PIC X(01) VALUE 'N'.
           88  PAYER-WRITTEN       VALUE 'Y'.

      *---------------------------------------------------------------
      * Tax year window and reporting thresholds - the 1099-MISC
      * threshold for provider payments and the far lower 1099-INT
      * one for interest.
      *---------------------------------------------------------------
       01  WS-TAX-YEAR             PIC 9(04) VALUE ZEROS.
       01  WS-TEST-FILE            PIC X(01) VALUE SPACES.
       01  WS-THRESHOLD-DOLLARS    PIC 9(05) VALUE 00600.
       01  WS-THRESHOLD-DB2        PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-INT-THRESHOLD-DOLLARS PIC 9(05) VALUE 00010.
       01  WS-INT-THRESHOLD-DB2    PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-YEAR-START-DB2       PIC S9(08) COMP-3 VALUE ZEROS.
       01  WS-YEAR-END-DB2         PIC S9(08) COMP-3 VALUE ZEROS.

      *---------------------------------------------------------------
      * The payer - this company - off the control cards.
      *---------------------------------------------------------------
       01  WS-PAYER-FIELDS.
           05  WS-PAYER-TIN        PIC X(09) VALUE SPACES.
           05  WS-PAYER-TCC        PIC X(05) VALUE SPACES.
           05  WS-PAYER-NAME       PIC X(40) VALUE SPACES.
           05  WS-PAYER-PHONE      PIC X(15) VALUE SPACES.
           05  WS-PAYER-ADDRESS    PIC X(40) VALUE SPACES.
           05  WS-PAYER-CITY       PIC X(20) VALUE SPACES.
           05  WS-PAYER-STATE      PIC X(02) VALUE SPACES.
           05  WS-PAYER-ZIP        PIC X(09) VALUE SPACES.

      *---------------------------------------------------------------
      * The return type being filed - 1099-INT or 1099-MISC - and
      * the B record amount slot it reports in.
      *---------------------------------------------------------------
       01  WS-FORM-TYPE            PIC X(01) VALUE SPACES.
           88  FORM-INT            VALUE 'I'.
           88  FORM-MISC           VALUE 'M'.
       01  WS-AMOUNT-SLOT          PIC S9(04) COMP VALUE +0.
       01  WS-FORM-PAYEES          PIC 9(08) VALUE ZEROS.
       01  WS-FORM-TOTAL           PIC S9(13)V99 COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * The payee being reported - one grouped cursor row plus what
      * the masters add to it.
      *---------------------------------------------------------------
       01  WS-PY-FIELDS.
           05  WS-PY-KEY           PIC X(09).
           05  WS-PY-POLICY-NO     PIC X(10).
           05  WS-PY-NAME          PIC X(30).
           05  WS-PY-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-PY-PAYMENTS      PIC S9(09) COMP.
           05  WS-PY-ACCOUNT       PIC X(20).
           05  WS-PY-TIN           PIC X(09).
           05  WS-PY-TIN-TYPE      PIC X(01).
           05  WS-PY-ADDR-1        PIC X(30).
           05  WS-PY-ADDR-2        PIC X(30).
           05  WS-PY-CITY          PIC X(20).
           05  WS-PY-STATE         PIC X(02).
           05  WS-PY-ZIP           PIC X(10).

      *---------------------------------------------------------------
      * TIN edits. An SSN may not have area 000 or 666, group 00 or
      * serial 0000; an EIN may not carry a prefix the IRS never
      * assigns. Nine of the same digit is a placeholder, not a TIN.
      *---------------------------------------------------------------
       01  WS-TIN-CHECK            PIC X(01) VALUE SPACES.
           88  TIN-OK              VALUE SPACES.
           88  TIN-MISSING         VALUE 'M'.
           88  TIN-INVALID         VALUE 'I'.
       01  WS-TIN-WORK             PIC X(09).
       01  WS-TIN-SSN-VIEW REDEFINES WS-TIN-WORK.
           05  WS-TIN-AREA         PIC X(03).
           05  WS-TIN-GROUP        PIC X(02).
           05  WS-TIN-SERIAL       PIC X(04).
       01  WS-TIN-EIN-VIEW REDEFINES WS-TIN-WORK.
           05  WS-TIN-PREFIX       PIC X(02).
               88  WS-EIN-PREFIX-INVALID
                   VALUE '00' '07' '08' '09' '17' '18' '19' '28'
                         '29' '49' '69' '70' '78' '79' '89' '96'
                         '97'.
           05  FILLER              PIC X(07).
       01  WS-TIN-SAME-DIGITS      PIC S9(04) COMP VALUE +0.
       01  WS-TIN-MASKED           PIC X(11) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * Control report lines.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE '1099 INFORMATION RETURNS - CONTROL REPORT'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'TAX YEAR: '.
           05  WS-TL2-YEAR         PIC 9(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'THRESHOLD: '.
           05  WS-TL2-THRESHOLD    PIC $$$,$$9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'INT THRESHOLD: '.
           05  WS-TL2-INT-THRESHOLD PIC $$$,$$9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-TL2-TEST         PIC X(09).
           05  FILLER              PIC X(57) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER              PIC X(06) VALUE 'FORM'.
           05  FILLER              PIC X(22) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(32) VALUE 'PAYEE'.
           05  FILLER              PIC X(16) VALUE '    AMOUNT PAID'.
           05  FILLER              PIC X(14) VALUE '  TIN ON FILE'.
           05  FILLER              PIC X(42) VALUE
               '  BACKUP WITHHOLDING FOLLOW-UP'.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(120) VALUE ALL '-'.
           05  FILLER              PIC X(12)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EL-FORM          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-PAYEE         PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-EL-TIN           PIC X(11).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-EL-REASON        PIC X(30).
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(34).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-TT-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(70) VALUE SPACES.

      *---------------------------------------------------------------
      * Recipient copy lines.
      *---------------------------------------------------------------
       01  WS-RC-TITLE-LINE.
           05  FILLER              PIC X(05) VALUE 'FORM '.
           05  WS-RT-FORM          PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RT-FORM-NAME     PIC X(34).
           05  FILLER              PIC X(10) VALUE 'TAX YEAR '.
           05  WS-RT-YEAR          PIC 9(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'COPY B - FOR '.
           05  FILLER              PIC X(09) VALUE 'RECIPIENT'.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-RC-PAYER-LINE.
           05  FILLER              PIC X(11) VALUE 'PAYER:     '.
           05  WS-RP-NAME          PIC X(40).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'PAYER TIN: '.
           05  WS-RP-TIN           PIC X(10).
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-RC-RECIPIENT-LINE.
           05  FILLER              PIC X(11) VALUE 'RECIPIENT: '.
           05  WS-RR-NAME          PIC X(40).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'RECIPIENT TIN: '.
           05  WS-RR-TIN           PIC X(11).
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-RC-ADDRESS-LINE.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  WS-RA-TEXT          PIC X(64).
           05  FILLER              PIC X(57) VALUE SPACES.

       01  WS-RC-ACCOUNT-LINE.
           05  FILLER              PIC X(16) VALUE 'ACCOUNT NUMBER: '.
           05  WS-RN-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(96) VALUE SPACES.

       01  WS-RC-AMOUNT-LINE.
           05  WS-RM-BOX           PIC X(44).
           05  WS-RM-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(70) VALUE SPACES.

       01  WS-RC-NOTICE-LINE.
           05  FILLER              PIC X(60) VALUE
               'THIS IS IMPORTANT TAX INFORMATION AND IS BEING'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-RC-NOTICE-LINE-2.
           05  FILLER              PIC X(60) VALUE
               'FURNISHED TO THE INTERNAL REVENUE SERVICE.'.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

      *---------------------------------------------------------------
      * Prompt-pay interest per member for the tax year. A claim no
      * longer on CLAIMS_MASTER, or one from before member ids,
      * groups under the payee name instead.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMS1099_INT_CURSOR CURSOR FOR
               SELECT COALESCE(M.MEMBER_ID, ' '),
                      MIN(P.POLICY_NO), MAX(P.PAYEE_NAME),
                      SUM(P.PAYMENT_AMOUNT), COUNT(*)
               FROM CLAIMS_PAYMENT P
                    LEFT OUTER JOIN CLAIMS_MASTER M
                      ON M.POLICY_NO = P.POLICY_NO
                     AND M.CLAIM_ID  = P.CLAIM_ID
               WHERE P.PAY_TYPE = 'I'
                 AND P.STATUS  <> 'V'
                 AND P.PAYMENT_DATE BETWEEN :WS-YEAR-START-DB2
                                        AND :WS-YEAR-END-DB2
               GROUP BY COALESCE(M.MEMBER_ID, ' '),
                        CASE WHEN COALESCE(M.MEMBER_ID, ' ') = ' '
                             THEN P.PAYEE_NAME ELSE ' ' END
               HAVING SUM(P.PAYMENT_AMOUNT) >= :WS-INT-THRESHOLD-DB2
               ORDER BY 1, 3
           END-EXEC.

      *---------------------------------------------------------------
      * Claim payments made directly to providers for the tax year.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMS1099_PROV_CURSOR CURSOR FOR
               SELECT PAYEE_PROVIDER_ID, MAX(PAYEE_NAME),
                      SUM(PAYMENT_AMOUNT), COUNT(*)
               FROM CLAIMS_PAYMENT
               WHERE PAYEE_PROVIDER_ID <> ' '
                 AND PAY_TYPE <> 'I'
                 AND STATUS   <> 'V'
                 AND PAYMENT_DATE BETWEEN :WS-YEAR-START-DB2
                                      AND :WS-YEAR-END-DB2
               GROUP BY PAYEE_PROVIDER_ID
               HAVING SUM(PAYMENT_AMOUNT) >= :WS-THRESHOLD-DB2
               ORDER BY PAYEE_PROVIDER_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REPORT-INTEREST.
           PERFORM 3000-REPORT-PROVIDERS.
           PERFORM 8000-WRITE-END-OF-TRANS.
           PERFORM 8500-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': 1099 INFORMATION RETURNS STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TAX-YEAR = WS-DATE-YYYY - 1.
           PERFORM 1050-READ-CONTROL-CARD.
           IF WS-PAYER-TIN NOT NUMERIC
               OR WS-PAYER-TCC = SPACES
               DISPLAY WS-PROGRAM-ID
                   ': PAYER TIN AND TRANSMITTER CODE REQUIRED ON '
                   'PARMCARD'
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-YEAR-START-DB2 = (WS-TAX-YEAR * 10000) + 0101.
           COMPUTE WS-YEAR-END-DB2   = (WS-TAX-YEAR * 10000) + 1231.
           MOVE WS-THRESHOLD-DOLLARS     TO WS-THRESHOLD-DB2.
           MOVE WS-INT-THRESHOLD-DOLLARS TO WS-INT-THRESHOLD-DB2.
           DISPLAY WS-PROGRAM-ID ': TAX YEAR=' WS-TAX-YEAR
                   ' THRESHOLD=' WS-THRESHOLD-DOLLARS
                   ' INT THRESHOLD=' WS-INT-THRESHOLD-DOLLARS.
           OPEN OUTPUT IRS-OUT.
           IF WS-IRSOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN IRSOUT FAILED FS='
                   WS-IRSOUT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RCPT-PRT.
           IF WS-RCPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RCPTPRT FAILED FS='
                   WS-RCPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------
      * Both masters are required - without them every payee would
      * be reported with no TIN.
      *---------------------------------------------------------------
           OPEN INPUT PAYEE-MASTER.
           IF WS-PAYEE-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN PAYEMSTR FAILED FS='
                   WS-PAYEE-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROVIDER-MASTER.
           IF WS-PROVIDER-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN PROVMSTR FAILED FS='
                   WS-PROVIDER-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------
      * The claimant master only addresses the interest recipients'
      * copies - the returns themselves do not depend on it.
      *---------------------------------------------------------------
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS = '00'
               SET MEMBER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': CLMTMSTR NOT AVAILABLE FS=' WS-MEMBER-STATUS
                   ' - INTEREST RECIPIENTS UNADDRESSED'
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           PERFORM 1200-COUNT-PAYEES.
           PERFORM 1300-WRITE-TRANSMITTER.
      *---------------------------------------------------------------
      * Card 1 - year, test flag, threshold and payer identity;
      * card 2 - payer address. Blank fields keep the defaults.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ CONTROL-CARD
               AT END CONTINUE
               NOT AT END
                   IF CC-TAX-YEAR NUMERIC
                       AND CC-TAX-YEAR > 0
                       MOVE CC-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
                   IF CC-TEST-FILE = 'T'
                       MOVE 'T' TO WS-TEST-FILE
                   END-IF
                   IF CC-THRESHOLD NUMERIC
                       AND CC-THRESHOLD > 0
                       MOVE CC-THRESHOLD TO WS-THRESHOLD-DOLLARS
                   END-IF
                   MOVE CC-PAYER-TIN   TO WS-PAYER-TIN
                   MOVE CC-TCC         TO WS-PAYER-TCC
                   MOVE CC-PAYER-NAME  TO WS-PAYER-NAME
                   MOVE CC-PAYER-PHONE TO WS-PAYER-PHONE
                   READ CONTROL-CARD
                       AT END CONTINUE
                       NOT AT END
                           MOVE CC-PAYER-ADDRESS TO WS-PAYER-ADDRESS
                           MOVE CC-PAYER-CITY    TO WS-PAYER-CITY
                           MOVE CC-PAYER-STATE   TO WS-PAYER-STATE
                           MOVE CC-PAYER-ZIP     TO WS-PAYER-ZIP
                           IF CC-INT-THRESHOLD NUMERIC
                               AND CC-INT-THRESHOLD > 0
                               MOVE CC-INT-THRESHOLD
                                   TO WS-INT-THRESHOLD-DOLLARS
                           END-IF
                   END-READ
           END-READ.
           CLOSE CONTROL-CARD.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER       TO WS-TL1-PAGE.
           MOVE WS-TAX-YEAR          TO WS-TL2-YEAR.
           MOVE WS-THRESHOLD-DOLLARS TO WS-TL2-THRESHOLD.
           MOVE WS-INT-THRESHOLD-DOLLARS TO WS-TL2-INT-THRESHOLD.
           IF WS-TEST-FILE = 'T'
               MOVE 'TEST FILE'      TO WS-TL2-TEST
           ELSE
               MOVE SPACES           TO WS-TL2-TEST
           END-IF.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-EXCEPTION-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The payees the file will carry, counted with the cursors'
      * own grouping and threshold so the T record can state the
      * total up front.
      *---------------------------------------------------------------
       1200-COUNT-PAYEES.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-INT-EXPECTED
               FROM (SELECT COALESCE(M.MEMBER_ID, ' ') AS MBR
                     FROM CLAIMS_PAYMENT P
                          LEFT OUTER JOIN CLAIMS_MASTER M
                            ON M.POLICY_NO = P.POLICY_NO
                           AND M.CLAIM_ID  = P.CLAIM_ID
                     WHERE P.PAY_TYPE = 'I'
                       AND P.STATUS  <> 'V'
                       AND P.PAYMENT_DATE BETWEEN :WS-YEAR-START-DB2
                                              AND :WS-YEAR-END-DB2
                     GROUP BY COALESCE(M.MEMBER_ID, ' '),
                              CASE WHEN COALESCE(M.MEMBER_ID, ' ')
                                        = ' '
                                   THEN P.PAYEE_NAME ELSE ' ' END
                     HAVING SUM(P.PAYMENT_AMOUNT)
                            >= :WS-INT-THRESHOLD-DB2) AS INT_PAYEES
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': INTEREST COUNT FAILED '
                   'SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MISC-EXPECTED
               FROM (SELECT PAYEE_PROVIDER_ID
                     FROM CLAIMS_PAYMENT
                     WHERE PAYEE_PROVIDER_ID <> ' '
                       AND PAY_TYPE <> 'I'
                       AND STATUS   <> 'V'
                       AND PAYMENT_DATE BETWEEN :WS-YEAR-START-DB2
                                            AND :WS-YEAR-END-DB2
                     GROUP BY PAYEE_PROVIDER_ID
                     HAVING SUM(PAYMENT_AMOUNT)
                            >= :WS-THRESHOLD-DB2) AS PRV_PAYEES
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': PROVIDER COUNT FAILED '
                   'SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PAYEES-EXPECTED =
               WS-INT-EXPECTED + WS-MISC-EXPECTED.
      *---------------------------------------------------------------
       1300-WRITE-TRANSMITTER.
           MOVE SPACES               TO IRS-FILE-RECORD.
           SET IRS-TYPE-TRANSMITTER  TO TRUE.
           MOVE WS-TAX-YEAR          TO IRS-T-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN         TO IRS-T-TIN.
           MOVE WS-PAYER-TCC         TO IRS-T-TCC.
           MOVE WS-TEST-FILE         TO IRS-T-TEST-FILE.
           MOVE WS-PAYER-NAME        TO IRS-T-NAME.
           MOVE WS-PAYER-NAME        TO IRS-T-COMPANY-NAME.
           MOVE WS-PAYER-ADDRESS     TO IRS-T-COMPANY-ADDRESS.
           MOVE WS-PAYER-CITY        TO IRS-T-COMPANY-CITY.
           MOVE WS-PAYER-STATE       TO IRS-T-COMPANY-STATE.
           MOVE WS-PAYER-ZIP         TO IRS-T-COMPANY-ZIP.
           MOVE WS-PAYEES-EXPECTED   TO IRS-T-PAYEE-COUNT.
           MOVE WS-PAYER-PHONE       TO IRS-T-CONTACT-PHONE.
           PERFORM 7000-WRITE-IRS-RECORD.
      *---------------------------------------------------------------
      * 1099-INT - interest paid to members, reported in slot 1.
      *---------------------------------------------------------------
       2000-REPORT-INTEREST.
           SET FORM-INT TO TRUE.
           MOVE 1 TO WS-AMOUNT-SLOT.
           PERFORM 4000-START-RETURN-TYPE.
           EXEC SQL OPEN CLMS1099_INT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': INTEREST CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 2100-FETCH-INTEREST-PAYEE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMS1099_INT_CURSOR END-EXEC.
           PERFORM 4900-END-RETURN-TYPE.
           MOVE WS-FORM-PAYEES TO WS-INT-REPORTED.
           MOVE WS-FORM-TOTAL  TO WS-INT-TOTAL.
      *---------------------------------------------------------------
      * One member's interest for the year. The TIN is the one on
      * the member's PAYEMSTR entry; a member never enrolled, or a
      * payee grouped by name, has none. The address is the
      * member's current one on the claimant master.
      *---------------------------------------------------------------
       2100-FETCH-INTEREST-PAYEE.
           EXEC SQL
               FETCH CLMS1099_INT_CURSOR
               INTO :WS-PY-KEY,    :WS-PY-POLICY-NO,
                    :WS-PY-NAME,   :WS-PY-AMOUNT,
                    :WS-PY-PAYMENTS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': INTEREST FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-PY-TIN WS-PY-TIN-TYPE
                          WS-PY-ADDR-1 WS-PY-ADDR-2
                          WS-PY-CITY WS-PY-STATE WS-PY-ZIP.
           IF WS-PY-KEY = SPACES
               MOVE WS-PY-POLICY-NO TO WS-PY-ACCOUNT
           ELSE
               MOVE WS-PY-KEY       TO WS-PY-ACCOUNT
               MOVE WS-PY-KEY       TO PYE-MEMBER-ID
               READ PAYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PYE-TIN      TO WS-PY-TIN
                       MOVE PYE-TIN-TYPE TO WS-PY-TIN-TYPE
               END-READ
               IF MEMBER-MASTER-OPEN
                   MOVE WS-PY-KEY TO MBR-MEMBER-ID
                   READ MEMBER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MBR-ADDR-LINE-1 TO WS-PY-ADDR-1
                           MOVE MBR-ADDR-LINE-2 TO WS-PY-ADDR-2
                           MOVE MBR-CITY        TO WS-PY-CITY
                           MOVE MBR-STATE       TO WS-PY-STATE
                           MOVE MBR-ZIP-CODE    TO WS-PY-ZIP
                   END-READ
               END-IF
           END-IF.
           IF WS-PY-TIN-TYPE = SPACES
               MOVE 'S' TO WS-PY-TIN-TYPE
           END-IF.
           PERFORM 5000-REPORT-PAYEE.
      *---------------------------------------------------------------
      * 1099-MISC - medical and health care payments to providers,
      * reported in slot 6.
      *---------------------------------------------------------------
       3000-REPORT-PROVIDERS.
           SET FORM-MISC TO TRUE.
           MOVE 6 TO WS-AMOUNT-SLOT.
           PERFORM 4000-START-RETURN-TYPE.
           EXEC SQL OPEN CLMS1099_PROV_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': PROVIDER CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 3100-FETCH-PROVIDER-PAYEE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMS1099_PROV_CURSOR END-EXEC.
           PERFORM 4900-END-RETURN-TYPE.
           MOVE WS-FORM-PAYEES TO WS-MISC-REPORTED.
           MOVE WS-FORM-TOTAL  TO WS-MISC-TOTAL.
      *---------------------------------------------------------------
      * One provider's payments for the year, with the TIN, name
      * and remit address on PROVMSTR.
      *---------------------------------------------------------------
       3100-FETCH-PROVIDER-PAYEE.
           EXEC SQL
               FETCH CLMS1099_PROV_CURSOR
               INTO :WS-PY-KEY,    :WS-PY-NAME,
                    :WS-PY-AMOUNT, :WS-PY-PAYMENTS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': PROVIDER FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES    TO WS-PY-TIN WS-PY-TIN-TYPE
                             WS-PY-ADDR-1 WS-PY-ADDR-2
                             WS-PY-CITY WS-PY-STATE WS-PY-ZIP.
           MOVE WS-PY-KEY TO WS-PY-ACCOUNT.
           MOVE WS-PY-KEY TO PRV-PROVIDER-ID.
           READ PROVIDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRV-PROVIDER-NAME TO WS-PY-NAME
                   MOVE PRV-TIN           TO WS-PY-TIN
                   MOVE PRV-TIN-TYPE      TO WS-PY-TIN-TYPE
                   MOVE PRV-REMIT-ADDR-1  TO WS-PY-ADDR-1
                   MOVE PRV-REMIT-ADDR-2  TO WS-PY-ADDR-2
                   MOVE PRV-REMIT-CITY    TO WS-PY-CITY
                   MOVE PRV-REMIT-STATE   TO WS-PY-STATE
                   MOVE PRV-REMIT-ZIP     TO WS-PY-ZIP
           END-READ.
           IF WS-PY-TIN-TYPE = SPACES
               MOVE 'E' TO WS-PY-TIN-TYPE
           END-IF.
           PERFORM 5000-REPORT-PAYEE.
      *---------------------------------------------------------------
      * Each return type's A record waits for its first payee - the
      * IRS takes no payer record with nothing under it.
      *---------------------------------------------------------------
       4000-START-RETURN-TYPE.
           MOVE 'N'   TO WS-PAYER-WRITTEN-FLAG.
           MOVE 'N'   TO WS-FETCH-DONE.
           MOVE ZEROS TO WS-FORM-PAYEES WS-FORM-TOTAL.
      *---------------------------------------------------------------
       4100-WRITE-PAYER.
           MOVE SPACES               TO IRS-FILE-RECORD.
           SET IRS-TYPE-PAYER        TO TRUE.
           MOVE WS-TAX-YEAR          TO IRS-A-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN         TO IRS-A-TIN.
           IF FORM-INT
               MOVE '6 '             TO IRS-A-TYPE-OF-RETURN
               MOVE '1'              TO IRS-A-AMOUNT-CODES
           ELSE
               MOVE 'A '             TO IRS-A-TYPE-OF-RETURN
               MOVE '6'              TO IRS-A-AMOUNT-CODES
           END-IF.
           MOVE WS-PAYER-NAME        TO IRS-A-PAYER-NAME-1.
           MOVE WS-PAYER-ADDRESS     TO IRS-A-PAYER-ADDRESS.
           MOVE WS-PAYER-CITY        TO IRS-A-PAYER-CITY.
           MOVE WS-PAYER-STATE       TO IRS-A-PAYER-STATE.
           MOVE WS-PAYER-ZIP         TO IRS-A-PAYER-ZIP.
           MOVE WS-PAYER-PHONE       TO IRS-A-PAYER-PHONE.
           PERFORM 7000-WRITE-IRS-RECORD.
           ADD 1 TO WS-A-RECORD-COUNT.
           SET PAYER-WRITTEN TO TRUE.
      *---------------------------------------------------------------
       4900-END-RETURN-TYPE.
           IF NOT PAYER-WRITTEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES               TO IRS-FILE-RECORD.
           SET IRS-TYPE-END-PAYER    TO TRUE.
           INITIALIZE IRS-C-DATA.
           MOVE WS-FORM-PAYEES       TO IRS-C-PAYEE-COUNT.
           MOVE WS-FORM-TOTAL TO IRS-C-CONTROL-TOTAL(WS-AMOUNT-SLOT).
           PERFORM 7000-WRITE-IRS-RECORD.
      *---------------------------------------------------------------
      * One payee at or over the threshold - TIN edit, the B record
      * and the recipient copy.
      *---------------------------------------------------------------
       5000-REPORT-PAYEE.
           IF NOT PAYER-WRITTEN
               PERFORM 4100-WRITE-PAYER
           END-IF.
           PERFORM 5100-CHECK-TIN.
           IF NOT TIN-OK
               PERFORM 5200-PRINT-TIN-EXCEPTION
           END-IF.
           ADD 1            TO WS-FORM-PAYEES.
           ADD WS-PY-AMOUNT TO WS-FORM-TOTAL.
           PERFORM 5300-WRITE-PAYEE-RECORD.
           PERFORM 6000-PRINT-RECIPIENT-COPY.
      *---------------------------------------------------------------
       5100-CHECK-TIN.
           MOVE SPACES    TO WS-TIN-CHECK.
           MOVE WS-PY-TIN TO WS-TIN-WORK.
           IF WS-TIN-WORK = SPACES
               OR WS-TIN-WORK = ZEROS
               SET TIN-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIN-WORK NOT NUMERIC
               OR WS-TIN-WORK = '123456789'
               SET TIN-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-TIN-SAME-DIGITS.
           INSPECT WS-TIN-WORK TALLYING WS-TIN-SAME-DIGITS
               FOR ALL WS-TIN-WORK(1:1).
           IF WS-TIN-SAME-DIGITS = 9
               SET TIN-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PY-TIN-TYPE = 'E'
               IF WS-EIN-PREFIX-INVALID
                   SET TIN-INVALID TO TRUE
               END-IF
           ELSE
               IF WS-TIN-AREA = '000' OR WS-TIN-AREA = '666'
                   OR WS-TIN-GROUP = '00'
                   OR WS-TIN-SERIAL = '0000'
                   SET TIN-INVALID TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Reported anyway - the return is still due - but listed for
      * the TIN solicitation and backup-withholding follow-up.
      *---------------------------------------------------------------
       5200-PRINT-TIN-EXCEPTION.
           IF TIN-MISSING
               ADD 1 TO WS-TIN-MISSING-COUNT
               MOVE 'NO TIN ON FILE'      TO WS-EL-REASON
               MOVE SPACES                TO WS-EL-TIN
           ELSE
               ADD 1 TO WS-TIN-INVALID-COUNT
               MOVE 'TIN FAILS IRS EDITS' TO WS-EL-REASON
               PERFORM 6900-MASK-TIN
               MOVE WS-TIN-MASKED         TO WS-EL-TIN
           END-IF.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           IF FORM-INT
               MOVE 'INT '   TO WS-EL-FORM
           ELSE
               MOVE 'MISC'   TO WS-EL-FORM
           END-IF.
           MOVE WS-PY-ACCOUNT TO WS-EL-ACCOUNT.
           MOVE WS-PY-NAME    TO WS-EL-PAYEE.
           MOVE WS-PY-AMOUNT  TO WS-EL-AMOUNT.
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * B record. A missing TIN goes blank with no TIN type; one
      * failing the edits is filed as held.
      *---------------------------------------------------------------
       5300-WRITE-PAYEE-RECORD.
           MOVE SPACES               TO IRS-FILE-RECORD.
           SET IRS-TYPE-PAYEE        TO TRUE.
           INITIALIZE IRS-B-DATA.
           MOVE WS-TAX-YEAR          TO IRS-B-PAYMENT-YEAR.
           IF TIN-MISSING
               MOVE SPACES           TO IRS-B-TIN-TYPE IRS-B-TIN
           ELSE
               IF WS-PY-TIN-TYPE = 'E'
                   MOVE '1'          TO IRS-B-TIN-TYPE
               ELSE
                   MOVE '2'          TO IRS-B-TIN-TYPE
               END-IF
               MOVE WS-PY-TIN        TO IRS-B-TIN
           END-IF.
           MOVE WS-PY-ACCOUNT        TO IRS-B-ACCOUNT-NO.
           MOVE WS-PY-AMOUNT TO IRS-B-AMOUNT(WS-AMOUNT-SLOT).
           MOVE WS-PY-NAME           TO IRS-B-PAYEE-NAME-1.
           MOVE WS-PY-ADDR-1         TO IRS-B-PAYEE-ADDRESS.
           MOVE WS-PY-CITY           TO IRS-B-PAYEE-CITY.
           MOVE WS-PY-STATE          TO IRS-B-PAYEE-STATE.
           MOVE WS-PY-ZIP            TO IRS-B-PAYEE-ZIP.
           PERFORM 7000-WRITE-IRS-RECORD.
           ADD 1 TO WS-B-RECORD-COUNT.
      *---------------------------------------------------------------
      * Copy B for the recipient, one page each.
      *---------------------------------------------------------------
       6000-PRINT-RECIPIENT-COPY.
           IF FORM-INT
               MOVE '1099-INT '          TO WS-RT-FORM
               MOVE 'INTEREST INCOME'    TO WS-RT-FORM-NAME
               MOVE 'BOX 1  INTEREST INCOME'
                                         TO WS-RM-BOX
           ELSE
               MOVE '1099-MISC'          TO WS-RT-FORM
               MOVE 'MISCELLANEOUS INFORMATION'
                                         TO WS-RT-FORM-NAME
               MOVE 'BOX 6  MEDICAL AND HEALTH CARE PAYMENTS'
                                         TO WS-RM-BOX
           END-IF.
           MOVE WS-TAX-YEAR              TO WS-RT-YEAR.
           WRITE RCPT-LINE FROM WS-RC-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RCPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE WS-PAYER-NAME            TO WS-RP-NAME.
           MOVE SPACES                   TO WS-RP-TIN.
           STRING WS-PAYER-TIN(1:2) '-' WS-PAYER-TIN(3:7)
               DELIMITED BY SIZE INTO WS-RP-TIN.
           WRITE RCPT-LINE FROM WS-RC-PAYER-LINE.
           MOVE WS-PAYER-ADDRESS         TO WS-RA-TEXT.
           WRITE RCPT-LINE FROM WS-RC-ADDRESS-LINE.
           MOVE SPACES                   TO WS-RA-TEXT.
           STRING WS-PAYER-CITY  DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  WS-PAYER-STATE DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  WS-PAYER-ZIP   DELIMITED BY SIZE
               INTO WS-RA-TEXT.
           WRITE RCPT-LINE FROM WS-RC-ADDRESS-LINE.
           WRITE RCPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-PY-NAME               TO WS-RR-NAME.
           IF TIN-MISSING
               MOVE 'NOT ON FILE'        TO WS-RR-TIN
           ELSE
               PERFORM 6900-MASK-TIN
               MOVE WS-TIN-MASKED        TO WS-RR-TIN
           END-IF.
           WRITE RCPT-LINE FROM WS-RC-RECIPIENT-LINE.
           PERFORM 6100-PRINT-RECIPIENT-ADDRESS.
           MOVE WS-PY-ACCOUNT            TO WS-RN-ACCOUNT.
           WRITE RCPT-LINE FROM WS-RC-ACCOUNT-LINE.
           WRITE RCPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE WS-PY-AMOUNT             TO WS-RM-AMOUNT.
           WRITE RCPT-LINE FROM WS-RC-AMOUNT-LINE.
           WRITE RCPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RCPT-LINE FROM WS-RC-NOTICE-LINE.
           WRITE RCPT-LINE FROM WS-RC-NOTICE-LINE-2.
           IF WS-RCPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE RCPTPRT FAILED FS='
                   WS-RCPT-STATUS
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
      * A recipient with no address on file is counted for the mail
      * room; the copy still prints.
      *---------------------------------------------------------------
       6100-PRINT-RECIPIENT-ADDRESS.
           IF WS-PY-ADDR-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PY-ADDR-1 TO WS-RA-TEXT.
           WRITE RCPT-LINE FROM WS-RC-ADDRESS-LINE.
           IF WS-PY-ADDR-2 NOT = SPACES
               MOVE WS-PY-ADDR-2 TO WS-RA-TEXT
               WRITE RCPT-LINE FROM WS-RC-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-RA-TEXT.
           STRING WS-PY-CITY  DELIMITED BY '  '
                  ', '        DELIMITED BY SIZE
                  WS-PY-STATE DELIMITED BY SIZE
                  '  '        DELIMITED BY SIZE
                  WS-PY-ZIP   DELIMITED BY SIZE
               INTO WS-RA-TEXT.
           WRITE RCPT-LINE FROM WS-RC-ADDRESS-LINE.
      *---------------------------------------------------------------
      * Only the last four TIN digits print, in SSN or EIN form.
      *---------------------------------------------------------------
       6900-MASK-TIN.
           MOVE SPACES TO WS-TIN-MASKED.
           IF WS-PY-TIN-TYPE = 'E'
               STRING '**-***' WS-PY-TIN(6:4)
                   DELIMITED BY SIZE INTO WS-TIN-MASKED
           ELSE
               STRING '***-**-' WS-PY-TIN(6:4)
                   DELIMITED BY SIZE INTO WS-TIN-MASKED
           END-IF.
      *---------------------------------------------------------------
       7000-WRITE-IRS-RECORD.
           ADD 1 TO WS-SEQUENCE-NO.
           MOVE WS-SEQUENCE-NO TO IRS-SEQUENCE-NO.
           WRITE IRS-FILE-RECORD.
           IF WS-IRSOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE IRSOUT FAILED FS='
                   WS-IRSOUT-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * F record, then the B count proved against the count the T
      * record promised.
      *---------------------------------------------------------------
       8000-WRITE-END-OF-TRANS.
           MOVE SPACES               TO IRS-FILE-RECORD.
           SET IRS-TYPE-END-TRANS    TO TRUE.
           MOVE WS-A-RECORD-COUNT    TO IRS-F-A-RECORD-COUNT.
           MOVE ZEROS                TO IRS-F-ZEROS.
           MOVE WS-B-RECORD-COUNT    TO IRS-F-B-RECORD-COUNT.
           PERFORM 7000-WRITE-IRS-RECORD.
           IF WS-B-RECORD-COUNT NOT = WS-PAYEES-EXPECTED
               DISPLAY WS-PROGRAM-ID ': PAYEE COUNT OUT OF BALANCE'
                   ' EXPECTED=' WS-PAYEES-EXPECTED
                   ' WRITTEN=' WS-B-RECORD-COUNT
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       8500-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE '1099-INT RECIPIENTS / INTEREST:   ' TO WS-TT-LABEL.
           MOVE WS-INT-REPORTED  TO WS-TT-COUNT.
           MOVE WS-INT-TOTAL     TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '1099-MISC RECIPIENTS / BOX 6:     ' TO WS-TT-LABEL.
           MOVE WS-MISC-REPORTED TO WS-TT-COUNT.
           MOVE WS-MISC-TOTAL    TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZEROS TO WS-TT-AMOUNT.
           MOVE 'REPORTED WITH NO TIN:             ' TO WS-TT-LABEL.
           MOVE WS-TIN-MISSING-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REPORTED WITH INVALID TIN:        ' TO WS-TT-LABEL.
           MOVE WS-TIN-INVALID-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECIPIENT COPIES WITHOUT ADDRESS: ' TO WS-TT-LABEL.
           MOVE WS-NO-ADDRESS-COUNT  TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'IRS FILE B RECORDS:               ' TO WS-TT-LABEL.
           MOVE WS-B-RECORD-COUNT    TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE IRS-OUT RCPT-PRT RPT-OUT PAYEE-MASTER PROVIDER-MASTER.
           IF MEMBER-MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': 1099-INT=' WS-INT-REPORTED
                   ' 1099-MISC=' WS-MISC-REPORTED
                   ' NO TIN=' WS-TIN-MISSING-COUNT
                   ' INVALID TIN=' WS-TIN-INVALID-COUNT.
           DISPLAY WS-PROGRAM-ID ': IRSOUT RECORDS=' WS-SEQUENCE-NO
                   ' B RECORDS=' WS-B-RECORD-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
