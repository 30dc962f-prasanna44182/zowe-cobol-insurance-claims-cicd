      *===============================================================
      * CLMSOVPM - Overpayment Receivable Maintenance and Ledger
      * Daily step, run after CLMSRCVY (DB2 precompile required).
      * Applies manual overpayment transactions (DD OVPTIN, layout
      * OVPTREC) against CLAIMS_RECEIVABLE: opens a receivable on a
      * claim for an overpayment the automatic checks cannot see
      * (source MN), and writes off the remaining balance of an open
      * receivable, posting a WO activity row for the amount given
      * up. Receivables opened by CLMSPAUD and CLMSADJU, refunds
      * posted by CLMSRCVY and offsets taken by CLMSPAY all land on
      * the same two tables, so the ledger printed here is the one
      * place finance looks for money owed back. A write-off posts
      * in a unit of work of its own, so one whose WO activity row
      * cannot go on is rolled back whole.
      * Then prints the open-receivable ledger - oldest first, with
      * days open and every receivable past the aging threshold
      * flagged for collection follow-up.
      * PARMCARD: cols 1-3 aging threshold days (default 090).
      * Return codes: 0=ledger clean  4=aged items or transaction
      * errors  8=error
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSOVPM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERPAY-TXN-IN ASSIGN TO OVPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVPTIN-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  OVERPAY-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY OVPTREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-AGED-DAYS        PIC 9(03).
           05  FILLER              PIC X(77).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLHIST.
           COPY DCLRCVB.
           COPY DCLRCBA.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSOVPM'.

       01  WS-FILE-STATUSES.
           05  WS-OVPTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-OPENED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-WRITE-OFF-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-TXN-ERROR-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-LEDGER-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-AGED-COUNT       PIC 9(07) VALUE ZEROS.

       01  WS-AMOUNTS.
           05  WS-OPENED-TOTAL     PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-WRITE-OFF-TOTAL  PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-LEDGER-ORIGINAL  PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-LEDGER-BALANCE   PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-AGED-BALANCE     PIC S9(09)V99 COMP-3 VALUE +0.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-CLAIM-ON-FILE-FLAG   PIC X(01) VALUE 'N'.
           88  CLAIM-ON-FILE       VALUE 'Y'.
       01  WS-LOOKUP-FAIL-FLAG     PIC X(01) VALUE 'N'.
           88  CLAIM-LOOKUP-FAILED VALUE 'Y'.
       01  WS-ACTIVITY-FAIL-FLAG   PIC X(01) VALUE 'N'.
           88  ACTIVITY-FAILED     VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Receivables open longer than this many days are flagged on
      * the ledger for collection follow-up. PARMCARD-overridable.
      *---------------------------------------------------------------
       01  WS-AGED-DAYS            PIC 9(03) VALUE 090.

       01  WS-NEXT-SEQ             PIC S9(04) COMP VALUE +0.
       01  WS-WRITE-OFF-AMOUNT     PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-CURRENT-STATUS       PIC X(01) VALUE SPACES.
       01  WS-AMOUNT-DISP          PIC Z,ZZZ,ZZ9.99.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-INTEGER        PIC 9(09) COMP.
       01  WS-OPEN-DATE-DISP       PIC 9(08) VALUE ZEROS.
       01  WS-OPEN-INTEGER         PIC 9(09) COMP.
       01  WS-DAYS-OPEN            PIC S9(05) COMP VALUE +0.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'OPEN OVERPAYMENT RECEIVABLE LEDGER'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'SEQ'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'MEMBER'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'SRC'.
           05  FILLER              PIC X(08) VALUE 'OPENED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE '   DAYS'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE '    ORIGINAL'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE '     BALANCE'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'LAST ACT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'REASON'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'AGED'.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(132) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-SEQ           PIC ZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-MEMBER        PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-OPENED        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS          PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-LAST-ACT      PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-REASON        PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-FLAG          PIC X(07).

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(26).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(83) VALUE SPACES.

      *---------------------------------------------------------------
      * Open receivables with money still owed, oldest first.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSOVPM_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, RCVB_SEQ, MEMBER_ID,
                      SOURCE, OPEN_DATE, ORIGINAL_AMT, BALANCE_AMT,
                      LAST_ACTIVITY_DATE, REASON
               FROM CLAIMS_RECEIVABLE
               WHERE RCVB_STATUS = 'O'
                 AND BALANCE_AMT > 0
               ORDER BY OPEN_DATE, POLICY_NO, CLAIM_ID, RCVB_SEQ
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 5000-LEDGER-REPORT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': OVERPAYMENT MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC).
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OVERPAY-TXN-IN.
           IF WS-OVPTIN-STATUS = '00'
               PERFORM 2100-READ-TXN
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': OVPTIN NOT AVAILABLE FS=' WS-OVPTIN-STATUS
                   ' - LEDGER ONLY THIS RUN'
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-AGED-DAYS NUMERIC
                           AND CC-AGED-DAYS > 0
                           MOVE CC-AGED-DAYS TO WS-AGED-DAYS
                       END-IF
                       DISPLAY WS-PROGRAM-ID
                           ': CONTROL CARD - AGED DAYS=' WS-AGED-DAYS
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------
       2000-PROCESS-TXN.
           ADD 1 TO WS-INPUT-COUNT.
           EVALUATE TRUE
               WHEN OVP-ACTION-OPEN
                   PERFORM 2200-OPEN-RECEIVABLE
               WHEN OVP-ACTION-WRITE-OFF
                   PERFORM 2400-WRITE-OFF
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': INVALID ACTION POLICY='
                       OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
                       ' ACTION=' OVP-ACTION
                       ' BY=' OVP-ENTERED-BY
                   ADD 1 TO WS-TXN-ERROR-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
               PERFORM 2500-INTERIM-COMMIT
           END-IF.
           PERFORM 2100-READ-TXN.
      *---------------------------------------------------------------
       2100-READ-TXN.
           READ OVERPAY-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-OVPTIN-STATUS NOT = '00'
               AND WS-OVPTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ OVPTIN FAILED FS='
                   WS-OVPTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Manual open - the claim must be on file, live or archived.
      * The payee is the claim's member, so CLMSPAY can offset the
      * balance against that member's next payments; the overpaid
      * payment number defaults to the claim's own when not keyed.
      *---------------------------------------------------------------
       2200-OPEN-RECEIVABLE.
           IF OVP-AMOUNT NOT NUMERIC OR OVP-AMOUNT = ZEROS
               DISPLAY WS-PROGRAM-ID ': OPEN AMOUNT INVALID POLICY='
                   OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
                   ' BY=' OVP-ENTERED-BY
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2300-FIND-CLAIM.
           IF CLAIM-LOOKUP-FAILED
               ADD 1 TO WS-TXN-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF NOT CLAIM-ON-FILE
               DISPLAY WS-PROGRAM-ID ': RECEIVABLE CLAIM NOT ON FILE '
                   'POLICY=' OVP-POLICY-NUMBER
                   ' CLAIM=' OVP-CLAIM-ID
                   ' BY=' OVP-ENTERED-BY
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF DCL-MEMBER-ID = SPACES
               DISPLAY WS-PROGRAM-ID ': NO MEMBER ON CLAIM POLICY='
                   OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
                   ' - RECOVERABLE BY REFUND ONLY'
           END-IF.
           MOVE OVP-POLICY-NUMBER TO DCL-RCB-POLICY-NO.
           MOVE OVP-CLAIM-ID      TO DCL-RCB-CLAIM-ID.
           EXEC SQL
               SELECT COALESCE(MAX(RCVB_SEQ), 0) + 1
               INTO :WS-NEXT-SEQ
               FROM CLAIMS_RECEIVABLE
               WHERE POLICY_NO = :DCL-RCB-POLICY-NO
                 AND CLAIM_ID  = :DCL-RCB-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE SEQ LOOKUP FAILED SQLCODE=' SQLCODE
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-SEQ       TO DCL-RCB-RCVB-SEQ.
           MOVE DCL-MEMBER-ID     TO DCL-RCB-MEMBER-ID.
           IF OVP-PAYMENT-NO NOT = SPACES
               MOVE OVP-PAYMENT-NO TO DCL-RCB-PAYMENT-NO
           ELSE
               MOVE DCL-PAYMENT-NO TO DCL-RCB-PAYMENT-NO
           END-IF.
           MOVE 'MN'              TO DCL-RCB-SOURCE.
           MOVE WS-TODAY-NUMERIC  TO DCL-RCB-OPEN-DATE.
           MOVE OVP-AMOUNT        TO DCL-RCB-ORIGINAL-AMT.
           MOVE OVP-AMOUNT        TO DCL-RCB-BALANCE-AMT.
           MOVE 'O'               TO DCL-RCB-RCVB-STATUS.
           MOVE WS-TODAY-NUMERIC  TO DCL-RCB-LAST-ACTIVITY.
           IF OVP-REASON NOT = SPACES
               MOVE OVP-REASON    TO DCL-RCB-REASON
           ELSE
               MOVE 'MANUAL'      TO DCL-RCB-REASON
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
                   ' POLICY=' OVP-POLICY-NUMBER
                   ' CLAIM=' OVP-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE OVP-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY WS-PROGRAM-ID ': RECEIVABLE OPENED POLICY='
               OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
               ' SEQ=' WS-NEXT-SEQ ' AMOUNT=' WS-AMOUNT-DISP
               ' BY=' OVP-ENTERED-BY.
           ADD 1          TO WS-OPENED-COUNT.
           ADD OVP-AMOUNT TO WS-OPENED-TOTAL.
           ADD 1          TO WS-COMMIT-COUNT.
      *---------------------------------------------------------------
      * The claim may still be on CLAIMS_MASTER or already archived
      * to CLAIMS_MASTER_HIST - overpayments surface long after a
      * claim closes. Either way the member and payment number come
      * back through the DCLCLMS fields.
      *---------------------------------------------------------------
       2300-FIND-CLAIM.
           MOVE 'N' TO WS-CLAIM-ON-FILE-FLAG WS-LOOKUP-FAIL-FLAG.
           MOVE OVP-POLICY-NUMBER TO DCL-POLICY-NO.
           MOVE OVP-CLAIM-ID      TO DCL-CLAIM-ID.
           EXEC SQL
               SELECT MEMBER_ID, PAYMENT_NO
               INTO :DCL-MEMBER-ID, :DCL-PAYMENT-NO
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE = 0
               SET CLAIM-ON-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = +100
               DISPLAY WS-PROGRAM-ID ': MASTER LOOKUP FAILED='
                   SQLCODE ' POLICY=' OVP-POLICY-NUMBER
               MOVE +8 TO WS-RETURN-CODE
               SET CLAIM-LOOKUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT MEMBER_ID
               INTO :DCL-HST-MEMBER-ID
               FROM CLAIMS_MASTER_HIST
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CLAIM-ON-FILE TO TRUE
                   MOVE DCL-HST-MEMBER-ID TO DCL-MEMBER-ID
                   MOVE SPACES            TO DCL-PAYMENT-NO
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': HIST LOOKUP FAILED='
                       SQLCODE ' POLICY=' OVP-POLICY-NUMBER
                   MOVE +8 TO WS-RETURN-CODE
                   SET CLAIM-LOOKUP-FAILED TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Write-off - only an open receivable can be written off. The
      * whole remaining balance goes; a WO activity row records the
      * amount given up so the receivable still nets to zero. Work
      * already done is committed first, so a failed activity row
      * rolls back this write-off and nothing else.
      *---------------------------------------------------------------
       2400-WRITE-OFF.
           MOVE OVP-POLICY-NUMBER TO DCL-RCB-POLICY-NO.
           MOVE OVP-CLAIM-ID      TO DCL-RCB-CLAIM-ID.
           IF OVP-RCVB-SEQ NOT NUMERIC OR OVP-RCVB-SEQ = ZEROS
               DISPLAY WS-PROGRAM-ID ': WRITE-OFF SEQ INVALID POLICY='
                   OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
                   ' BY=' OVP-ENTERED-BY
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE OVP-RCVB-SEQ      TO DCL-RCB-RCVB-SEQ.
           EXEC SQL
               SELECT BALANCE_AMT, RCVB_STATUS
               INTO :WS-WRITE-OFF-AMOUNT, :WS-CURRENT-STATUS
               FROM CLAIMS_RECEIVABLE
               WHERE POLICY_NO = :DCL-RCB-POLICY-NO
                 AND CLAIM_ID  = :DCL-RCB-CLAIM-ID
                 AND RCVB_SEQ  = :DCL-RCB-RCVB-SEQ
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY WS-PROGRAM-ID ': WRITE-OFF RECEIVABLE NOT '
                       'ON FILE POLICY=' OVP-POLICY-NUMBER
                       ' CLAIM=' OVP-CLAIM-ID
                       ' SEQ=' OVP-RCVB-SEQ
                   ADD 1 TO WS-TXN-ERROR-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': RECEIVABLE LOOKUP FAILED '
                       'SQLCODE=' SQLCODE
                       ' POLICY=' OVP-POLICY-NUMBER
                   ADD 1 TO WS-TXN-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-CURRENT-STATUS NOT = 'O'
               DISPLAY WS-PROGRAM-ID ': WRITE-OFF OF CLOSED '
                   'RECEIVABLE REFUSED POLICY=' OVP-POLICY-NUMBER
                   ' CLAIM=' OVP-CLAIM-ID
                   ' SEQ=' OVP-RCVB-SEQ
                   ' STATUS=' WS-CURRENT-STATUS
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMMIT-COUNT > 0
               PERFORM 2500-INTERIM-COMMIT
           END-IF.
           MOVE WS-TODAY-NUMERIC  TO DCL-RCB-LAST-ACTIVITY.
           EXEC SQL
               UPDATE CLAIMS_RECEIVABLE
               SET BALANCE_AMT        = 0,
                   RCVB_STATUS        = 'W',
                   LAST_ACTIVITY_DATE = :DCL-RCB-LAST-ACTIVITY
               WHERE POLICY_NO   = :DCL-RCB-POLICY-NO
                 AND CLAIM_ID    = :DCL-RCB-CLAIM-ID
                 AND RCVB_SEQ    = :DCL-RCB-RCVB-SEQ
                 AND RCVB_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': RECEIVABLE UPDATE FAILED SQLCODE=' SQLCODE
                   ' POLICY=' OVP-POLICY-NUMBER
                   ' CLAIM=' OVP-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ACTIVITY-FAIL-FLAG.
           IF WS-WRITE-OFF-AMOUNT > 0
               PERFORM 2450-INSERT-WRITE-OFF-ACTIVITY
           END-IF.
           IF ACTIVITY-FAILED
               PERFORM 2490-WRITE-OFF-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY WS-PROGRAM-ID ': RECEIVABLE WRITTEN OFF POLICY='
               OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
               ' SEQ=' OVP-RCVB-SEQ ' AMOUNT=' WS-AMOUNT-DISP
               ' BY=' OVP-ENTERED-BY.
           ADD 1                   TO WS-WRITE-OFF-COUNT.
           ADD WS-WRITE-OFF-AMOUNT TO WS-WRITE-OFF-TOTAL.
           ADD 1                   TO WS-COMMIT-COUNT.
      *---------------------------------------------------------------
       2450-INSERT-WRITE-OFF-ACTIVITY.
           MOVE DCL-RCB-POLICY-NO TO DCL-RBA-POLICY-NO.
           MOVE DCL-RCB-CLAIM-ID  TO DCL-RBA-CLAIM-ID.
           MOVE DCL-RCB-RCVB-SEQ  TO DCL-RBA-RCVB-SEQ.
           EXEC SQL
               SELECT COALESCE(MAX(ACTIVITY_SEQ), 0) + 1
               INTO :WS-NEXT-SEQ
               FROM CLAIMS_RCVB_ACTIVITY
               WHERE POLICY_NO = :DCL-RBA-POLICY-NO
                 AND CLAIM_ID  = :DCL-RBA-CLAIM-ID
                 AND RCVB_SEQ  = :DCL-RBA-RCVB-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': ACTIVITY SEQ LOOKUP FAILED SQLCODE=' SQLCODE
               SET ACTIVITY-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-SEQ         TO DCL-RBA-ACTIVITY-SEQ.
           MOVE 'WO'                TO DCL-RBA-ACTIVITY-TYPE.
           MOVE WS-TODAY-NUMERIC    TO DCL-RBA-ACTIVITY-DATE.
           MOVE WS-WRITE-OFF-AMOUNT TO DCL-RBA-ACTIVITY-AMT.
           MOVE SPACES              TO DCL-RBA-PAYMENT-NO.
           MOVE SPACES              TO DCL-RBA-APPLIED-POLICY-NO.
           MOVE SPACES              TO DCL-RBA-APPLIED-CLAIM-ID.
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
                   ': ACTIVITY INSERT FAILED SQLCODE=' SQLCODE
                   ' POLICY=' DCL-RBA-POLICY-NO
                   ' CLAIM=' DCL-RBA-CLAIM-ID
               SET ACTIVITY-FAILED TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * A receivable set to 'W' with no WO row would drop off the
      * ledger with nothing to show where the balance went. ROLLBACK
      * the write-off - the only uncommitted work - and count the
      * transaction an error for re-entry.
      *---------------------------------------------------------------
       2490-WRITE-OFF-FAILED.
           DISPLAY WS-PROGRAM-ID ': WRITE-OFF NOT APPLIED POLICY='
               OVP-POLICY-NUMBER ' CLAIM=' OVP-CLAIM-ID
               ' SEQ=' OVP-RCVB-SEQ ' - ROLLING BACK'.
           ADD 1 TO WS-TXN-ERROR-COUNT.
           MOVE +8 TO WS-RETURN-CODE.
           EXEC SQL ROLLBACK END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': ROLLBACK FAILED=' SQLCODE
               SET END-OF-FILE TO TRUE
           END-IF.
           MOVE ZEROS TO WS-COMMIT-COUNT.
      *---------------------------------------------------------------
       2500-INTERIM-COMMIT.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': INTERIM COMMIT FAILED='
                   SQLCODE
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-COMMIT-COUNT
           END-IF.
      *---------------------------------------------------------------
       3000-FINAL-COMMIT.
           IF WS-COMMIT-COUNT > 0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY WS-PROGRAM-ID
                       ': FINAL COMMIT FAILED=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       5000-LEDGER-REPORT.
           PERFORM 5100-WRITE-PAGE-HEADER.
           EXEC SQL OPEN CLMSOVPM_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 5200-REPORT-ONE-RECEIVABLE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSOVPM_CURSOR END-EXEC.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'RECEIVABLES OPEN:         ' TO WS-TT-LABEL.
           MOVE WS-LEDGER-COUNT              TO WS-TT-COUNT.
           MOVE WS-LEDGER-BALANCE            TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ORIGINALLY OVERPAID:      ' TO WS-TT-LABEL.
           MOVE WS-LEDGER-COUNT              TO WS-TT-COUNT.
           MOVE WS-LEDGER-ORIGINAL           TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AGED PAST THRESHOLD:      ' TO WS-TT-LABEL.
           MOVE WS-AGED-COUNT                TO WS-TT-COUNT.
           MOVE WS-AGED-BALANCE              TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPENED THIS RUN:          ' TO WS-TT-LABEL.
           MOVE WS-OPENED-COUNT              TO WS-TT-COUNT.
           MOVE WS-OPENED-TOTAL              TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'WRITTEN OFF THIS RUN:     ' TO WS-TT-LABEL.
           MOVE WS-WRITE-OFF-COUNT           TO WS-TT-COUNT.
           MOVE WS-WRITE-OFF-TOTAL           TO WS-TT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-AGED-COUNT > 0
               AND WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       5100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       5200-REPORT-ONE-RECEIVABLE.
           EXEC SQL
               FETCH CLMSOVPM_CURSOR
               INTO :DCL-RCB-POLICY-NO,     :DCL-RCB-CLAIM-ID,
                    :DCL-RCB-RCVB-SEQ,      :DCL-RCB-MEMBER-ID,
                    :DCL-RCB-SOURCE,        :DCL-RCB-OPEN-DATE,
                    :DCL-RCB-ORIGINAL-AMT,  :DCL-RCB-BALANCE-AMT,
                    :DCL-RCB-LAST-ACTIVITY, :DCL-RCB-REASON
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1                   TO WS-LEDGER-COUNT.
           ADD DCL-RCB-ORIGINAL-AMT TO WS-LEDGER-ORIGINAL.
           ADD DCL-RCB-BALANCE-AMT TO WS-LEDGER-BALANCE.
           MOVE DCL-RCB-OPEN-DATE  TO WS-OPEN-DATE-DISP.
           COMPUTE WS-OPEN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-DISP).
           COMPUTE WS-DAYS-OPEN =
               WS-TODAY-INTEGER - WS-OPEN-INTEGER.
           IF WS-DAYS-OPEN > WS-AGED-DAYS
               ADD 1                   TO WS-AGED-COUNT
               ADD DCL-RCB-BALANCE-AMT TO WS-AGED-BALANCE
               MOVE '** AGED'          TO WS-DL-FLAG
           ELSE
               MOVE SPACES             TO WS-DL-FLAG
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-RCB-POLICY-NO     TO WS-DL-POLICY.
           MOVE DCL-RCB-CLAIM-ID      TO WS-DL-CLAIM-ID.
           MOVE DCL-RCB-RCVB-SEQ      TO WS-DL-SEQ.
           MOVE DCL-RCB-MEMBER-ID     TO WS-DL-MEMBER.
           MOVE DCL-RCB-SOURCE        TO WS-DL-SOURCE.
           MOVE DCL-RCB-OPEN-DATE     TO WS-DL-OPENED.
           MOVE WS-DAYS-OPEN          TO WS-DL-DAYS.
           MOVE DCL-RCB-ORIGINAL-AMT  TO WS-DL-ORIGINAL.
           MOVE DCL-RCB-BALANCE-AMT   TO WS-DL-BALANCE.
           MOVE DCL-RCB-LAST-ACTIVITY TO WS-DL-LAST-ACT.
           MOVE DCL-RCB-REASON        TO WS-DL-REASON.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE OVERPAY-TXN-IN RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='       WS-INPUT-COUNT
                   ' OPENED='      WS-OPENED-COUNT
                   ' WRITTEN OFF=' WS-WRITE-OFF-COUNT
                   ' TXN ERRORS='  WS-TXN-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': LEDGER OPEN=' WS-LEDGER-COUNT
                   ' AGED='        WS-AGED-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
