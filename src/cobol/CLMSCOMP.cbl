      * percent, default 12.000). Built so market-conduct exams stop
      * requiring a by-hand reconstruction.
      * Sectioned by loss state: each jurisdiction's own prompt-pay
      * day limit and interest rate come from the ST table on the
      * REFMSTR reference cluster (entry layout STRLREC), with
      * per-state subtotals; a blank or unlisted state falls back to
      * the PARMCARD/default regime. State rules are effective-
      * dated: each claim is measured under the version in force on
      * its loss date, so a statutory change applies to the losses
      * it covers; the section header shows the regime in force
      * today.
      * Interest on late approvals already disbursed flows to
      * payment generation: one INTPREC record per late paid claim
      * with no interest payment yet (DD INTPAYO, read by CLMSPAY),
           SELECT INTEREST-OUT ASSIGN TO INTPAYO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTPAY-STATUS.
           SELECT OPTIONAL REFERENCE-MASTER ASSIGN TO REFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFMSTR-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           BLOCK CONTAINS 0 RECORDS.
           COPY INTPREC.

       FD  REFERENCE-MASTER.
           COPY REFSREC.

       FD  CONTROL-CARD
           RECORDING MODE F
       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-INTPAY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-REFMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.
           COPY BDAYPARM.

      *---------------------------------------------------------------
      * Per-state prompt-pay rules (REFMSTR table ST), every
      * version loaded up front in key order - a state's versions
      * together, oldest first. The cursor orders by loss state so
      * each state's claims run as a section, with per-state
      * subtotals at the break. WS-EFF-* hold the regime in force
      * for the claim in hand, picked for WS-RULE-DATE.
      *---------------------------------------------------------------
           COPY STRLREC.
       01  WS-STR-TBL-MAX          PIC 9(03) VALUE 300.
       01  WS-STR-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-STATE-RULE-TABLE.
           05  WS-STR-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-STR-IDX.
               10  WS-STR-STATE    PIC X(02).
               10  WS-STR-DAYS     PIC 9(03).
               10  WS-STR-RATE     PIC 9(02)V9(03).
               10  WS-STR-EFF-DATE PIC 9(08).
               10  WS-STR-TERM-DATE PIC 9(08).
       01  WS-STR-PICK             PIC 9(03) VALUE ZEROS.
       01  WS-RULE-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-CLAIM-DATE-DISP      PIC 9(08) VALUE ZEROS.
       01  WS-STR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STATE-RULES  VALUE 'Y'.
       01  WS-EFF-LIMIT-DAYS       PIC 9(03) VALUE 030.
           05  WS-ADJUDICATED-DATE PIC S9(08) COMP-3.
           05  WS-PAYMENT-NO       PIC X(10).
           05  WS-LOSS-STATE       PIC X(02).
           05  WS-CLAIM-DATE       PIC S9(08) COMP-3.

       01  WS-RECEIVED-DATE-DISP   PIC 9(08) VALUE ZEROS.
       01  WS-ADJ-DATE-DISP        PIC 9(08) VALUE ZEROS.
           EXEC SQL DECLARE CLMSCOMP_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, STATUS, CLAIM_AMOUNT,
                      APPROVED_AMOUNT, INSERT_TS, ADJUDICATED_DATE,
                      PAYMENT_NO, LOSS_STATE, CLAIM_DATE
               FROM CLAIMS_MASTER
               WHERE STATUS IN ('A', 'D')
                 AND ADJUDICATED_DATE > 0
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': PROMPT-PAY COMPLIANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-RUN-DATE =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           PERFORM 1055-LOAD-STATE-RULES.
           PERFORM 1060-INIT-BUCKETS.
           END-IF.
      *---------------------------------------------------------------
       1055-LOAD-STATE-RULES.
           OPEN INPUT REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               SET END-OF-STATE-RULES TO TRUE
               DISPLAY WS-PROGRAM-ID
                   ': REFMSTR NOT AVAILABLE FS=' WS-REFMSTR-STATUS
                   ' - SINGLE-REGIME RUN'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REF-KEY.
           MOVE 'ST'       TO REF-TABLE-ID.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-STATE-RULES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STATE-RULES
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-STATE-RULES TO TRUE
                   NOT AT END
                       IF REF-TABLE-STATE
                           MOVE REF-DATA TO STATE-RULE-RECORD
                           PERFORM 1056-STORE-STATE-RULE
                       ELSE
                           SET END-OF-STATE-RULES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-MASTER.
           DISPLAY WS-PROGRAM-ID ': STATE RULE VERSIONS LOADED='
               WS-STR-COUNT.
      *---------------------------------------------------------------
       1056-STORE-STATE-RULE.
           MOVE STR-STATE       TO WS-STR-STATE(WS-STR-IDX).
           MOVE STR-PROMPT-DAYS TO WS-STR-DAYS(WS-STR-IDX).
           MOVE STR-ANNUAL-RATE TO WS-STR-RATE(WS-STR-IDX).
           MOVE REF-EFF-DATE    TO WS-STR-EFF-DATE(WS-STR-IDX).
           MOVE REF-TERM-DATE   TO WS-STR-TERM-DATE(WS-STR-IDX).
      *---------------------------------------------------------------
       1060-INIT-BUCKETS.
           MOVE '0-15'    TO WS-BKT-LABEL(1).
               INTO :WS-POLICY-NO, :WS-CLAIM-ID, :WS-STATUS,
                    :WS-CLAIM-AMOUNT, :WS-APPROVED-AMOUNT,
                    :WS-INSERT-TS, :WS-ADJUDICATED-DATE,
                    :WS-PAYMENT-NO, :WS-LOSS-STATE,
                    :WS-CLAIM-DATE
           END-EXEC.

           IF SQLCODE = +100
           IF WS-LOSS-STATE NOT = WS-PRIOR-STATE
               PERFORM 2500-BREAK-STATE-SECTION
           END-IF.
           MOVE WS-CLAIM-DATE TO WS-CLAIM-DATE-DISP.
           MOVE WS-CLAIM-DATE-DISP TO WS-RULE-DATE.
           PERFORM 2550-SELECT-STATE-REGIME.
           ADD 1 TO WS-CLAIM-COUNT.
           PERFORM 3000-COMPUTE-LAG.
           PERFORM 3100-BUCKET-LAG.
      *---------------------------------------------------------------
      * State break - close the prior state's subtotal, set the
      * regime in force for the new one, and print its section
      * header - the regime in force today; each claim is then
      * measured under the version in force on its own loss date.
      * A blank or unlisted state runs under the default PARMCARD
      * regime.
      *---------------------------------------------------------------
       2500-BREAK-STATE-SECTION.
           PERFORM 2600-CLOSE-STATE-TOTAL.
           MOVE WS-LOSS-STATE TO WS-PRIOR-STATE.
           MOVE WS-RUN-DATE   TO WS-RULE-DATE.
           PERFORM 2550-SELECT-STATE-REGIME.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-STATE-HEADER-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The loss state's version in force on WS-RULE-DATE - the
      * latest effective on or before it, provided its term date
      * has not passed - into WS-EFF-*. No version in force leaves
      * the default PARMCARD regime.
      *---------------------------------------------------------------
       2550-SELECT-STATE-REGIME.
           MOVE WS-PROMPT-LIMIT-DAYS TO WS-EFF-LIMIT-DAYS.
           MOVE WS-ANNUAL-RATE       TO WS-EFF-RATE.
           MOVE ZEROS TO WS-STR-PICK.
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT
               IF WS-STR-STATE(WS-STR-IDX) = WS-LOSS-STATE
                   AND WS-STR-EFF-DATE(WS-STR-IDX) <= WS-RULE-DATE
                   SET WS-STR-PICK TO WS-STR-IDX
               END-IF
           END-PERFORM.
           IF WS-STR-PICK = ZEROS
               EXIT PARAGRAPH
           END-IF.
           SET WS-STR-IDX TO WS-STR-PICK.
           IF WS-STR-TERM-DATE(WS-STR-IDX) > ZEROS
               AND WS-STR-TERM-DATE(WS-STR-IDX) < WS-RULE-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STR-DAYS(WS-STR-IDX) TO WS-EFF-LIMIT-DAYS.
           MOVE WS-STR-RATE(WS-STR-IDX) TO WS-EFF-RATE.
      *---------------------------------------------------------------
       2600-CLOSE-STATE-TOTAL.
           IF WS-PRIOR-STATE = HIGH-VALUES
