      *===============================================================
      * CLMSBENM - Disability Benefit Schedule Maintenance
      * Daily step, run after CLMSADJU and before CLMSPAY (DB2
      * precompile required).
      * Applies benefit schedule transactions (DD BENTIN, layout
      * BENTREC) against CLAIMS_BENEFIT_SCHED: sets up the periodic
      * benefit for an approved disability (DS) claim - amount,
      * frequency, elimination period, benefit start date and
      * maximum end date - and stops it on a return-to-work or
      * termination. CLMSPAY cuts each installment as it falls due,
      * so a disability claim is adjudicated once and never again
      * just to trigger the next month's payment.
      * Then prints the schedule register - every schedule with an
      * installment still to come - and the approved disability
      * claims still waiting for a schedule, which CLMSPAY will not
      * pay until one is set up.
      * Return codes: 0=clean  4=claims awaiting a schedule or
      * transaction errors  8=error
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSBENM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENEFIT-TXN-IN ASSIGN TO BENTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENTIN-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY BENTREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLCLMS.
           COPY DCLBSCH.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSBENM'.

       01  WS-FILE-STATUSES.
           05  WS-BENTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-SET-UP-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-RETURN-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-TERMINATE-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-TXN-ERROR-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-SCHEDULE-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-AWAITING-COUNT   PIC 9(07) VALUE ZEROS.

       01  WS-COMMIT-INTERVAL      PIC 9(04) VALUE 500.
       01  WS-COMMIT-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-SCHEDULE-EXISTS      PIC S9(09) COMP VALUE +0.
       01  WS-STOP-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-AMOUNT-DISP          PIC Z,ZZZ,ZZ9.99.

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

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'DISABILITY BENEFIT SCHEDULE REGISTER'.
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
           05  FILLER              PIC X(09) VALUE 'MEMBER'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE '     BENEFIT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'FQ'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'START'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'MAX END'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PD THRU'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'NEXT DUE'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'INST'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '    TOTAL PAID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'ST'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'STOPPED'.
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(132) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-MEMBER        PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-BENEFIT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-FREQ          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-START         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-MAX-END       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-PAID-THRU     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-NEXT-DUE      PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-INSTALLMENTS  PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DL-TOTAL-PAID    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-STOP-DATE     PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-AWAIT-HEADER.
           05  FILLER              PIC X(50)
               VALUE 'APPROVED DISABILITY CLAIMS AWAITING A SCHEDULE'.
           05  FILLER              PIC X(82) VALUE SPACES.

       01  WS-AWAIT-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'MEMBER'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'CLAIMANT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DISABLED'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'APPROVED'.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-AWAIT-LINE.
           05  WS-AL-POLICY        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-MEMBER        PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-CLAIMANT      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-CLAIM-DATE    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-APPROVED      PIC 9(08).
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(26).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.

      *---------------------------------------------------------------
      * Every schedule with an installment still to come, soonest
      * due first.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSBENM_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, MEMBER_ID, BENEFIT_AMT,
                      FREQUENCY, BENEFIT_START_DATE, MAX_END_DATE,
                      PAID_THRU_DATE, NEXT_DUE_DATE,
                      INSTALLMENTS_PAID, TOTAL_PAID, SCHED_STATUS,
                      STOP_DATE
               FROM CLAIMS_BENEFIT_SCHED
               WHERE NEXT_DUE_DATE > 0
               ORDER BY NEXT_DUE_DATE, POLICY_NO, CLAIM_ID
           END-EXEC.

      *---------------------------------------------------------------
      * Approved disability claims with no schedule - CLMSPAY pays
      * these only through a schedule, so each one is money owed
      * and not moving.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSBENM_AWAIT_CURSOR CURSOR FOR
               SELECT M.POLICY_NO, M.CLAIM_ID, M.MEMBER_ID,
                      M.CLAIMANT_NAME, M.CLAIM_DATE,
                      M.ADJUDICATED_DATE
               FROM CLAIMS_MASTER M
               WHERE M.CLAIM_TYPE = 'DS'
                 AND M.STATUS     = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_BENEFIT_SCHED S
                      WHERE S.POLICY_NO = M.POLICY_NO
                        AND S.CLAIM_ID  = M.CLAIM_ID)
               ORDER BY M.ADJUDICATED_DATE, M.POLICY_NO, M.CLAIM_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 3000-FINAL-COMMIT.
           PERFORM 5000-SCHEDULE-REPORT.
           PERFORM 6000-AWAITING-REPORT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': BENEFIT SCHEDULE MAINTENANCE '
               'STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BENEFIT-TXN-IN.
           IF WS-BENTIN-STATUS = '00'
               PERFORM 2100-READ-TXN
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': BENTIN NOT AVAILABLE FS=' WS-BENTIN-STATUS
                   ' - REPORT ONLY THIS RUN'
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
       2000-PROCESS-TXN.
           ADD 1 TO WS-INPUT-COUNT.
           EVALUATE TRUE
               WHEN BEN-ACTION-SET-UP
                   PERFORM 2200-SET-UP-SCHEDULE
               WHEN BEN-ACTION-RETURN
                   PERFORM 2400-STOP-BENEFIT
               WHEN BEN-ACTION-TERMINATE
                   PERFORM 2400-STOP-BENEFIT
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': INVALID ACTION POLICY='
                       BEN-POLICY-NUMBER ' CLAIM=' BEN-CLAIM-ID
                       ' ACTION=' BEN-ACTION
                       ' BY=' BEN-ENTERED-BY
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
           READ BENEFIT-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-BENTIN-STATUS NOT = '00'
               AND WS-BENTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ BENTIN FAILED FS='
                   WS-BENTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Set-up - only an approved disability claim takes a schedule,
      * and only one. The first installment falls due one period
      * after the benefit start date (paid in arrears), or at the
      * maximum end date if that comes first.
      *---------------------------------------------------------------
       2200-SET-UP-SCHEDULE.
           IF BEN-BENEFIT-AMOUNT NOT NUMERIC
               OR BEN-BENEFIT-AMOUNT = ZEROS
               OR NOT BEN-FREQ-VALID
               OR BEN-ELIM-DAYS NOT NUMERIC
               OR BEN-MAX-END-DATE NOT NUMERIC
               OR BEN-MAX-END-DATE = ZEROS
               DISPLAY WS-PROGRAM-ID ': SET-UP FIELDS INVALID POLICY='
                   BEN-POLICY-NUMBER ' CLAIM=' BEN-CLAIM-ID
                   ' BY=' BEN-ENTERED-BY
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE BEN-POLICY-NUMBER TO DCL-POLICY-NO.
           MOVE BEN-CLAIM-ID      TO DCL-CLAIM-ID.
           EXEC SQL
               SELECT CLAIM_TYPE, STATUS, CLAIM_DATE, MEMBER_ID
               INTO :DCL-CLAIM-TYPE, :DCL-STATUS,
                    :DCL-CLAIM-DATE, :DCL-MEMBER-ID
               FROM CLAIMS_MASTER
               WHERE POLICY_NO = :DCL-POLICY-NO
                 AND CLAIM_ID  = :DCL-CLAIM-ID
           END-EXEC.
           IF SQLCODE = +100
               DISPLAY WS-PROGRAM-ID ': SET-UP CLAIM NOT ON FILE '
                   'POLICY=' BEN-POLICY-NUMBER
                   ' CLAIM=' BEN-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CLAIM LOOKUP FAILED SQLCODE='
                   SQLCODE ' POLICY=' BEN-POLICY-NUMBER
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF DCL-CLAIM-TYPE NOT = 'DS' OR DCL-STATUS NOT = 'A'
               DISPLAY WS-PROGRAM-ID ': SET-UP REFUSED - NOT AN '
                   'APPROVED DISABILITY CLAIM POLICY='
                   BEN-POLICY-NUMBER ' CLAIM=' BEN-CLAIM-ID
                   ' TYPE=' DCL-CLAIM-TYPE ' STATUS=' DCL-STATUS
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE BEN-POLICY-NUMBER TO DCL-BSC-POLICY-NO.
           MOVE BEN-CLAIM-ID      TO DCL-BSC-CLAIM-ID.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCHEDULE-EXISTS
               FROM CLAIMS_BENEFIT_SCHED
               WHERE POLICY_NO = :DCL-BSC-POLICY-NO
                 AND CLAIM_ID  = :DCL-BSC-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': SCHEDULE LOOKUP FAILED SQLCODE=' SQLCODE
                   ' POLICY=' BEN-POLICY-NUMBER
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCHEDULE-EXISTS > 0
               DISPLAY WS-PROGRAM-ID ': SCHEDULE ALREADY SET UP '
                   'POLICY=' BEN-POLICY-NUMBER
                   ' CLAIM=' BEN-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-CLAIM-DATE    TO DCL-BSC-DISABILITY-DATE.
           IF BEN-START-DATE NUMERIC AND BEN-START-DATE > ZEROS
               MOVE BEN-START-DATE TO DCL-BSC-START-DATE
           ELSE
               MOVE DCL-CLAIM-DATE TO WS-BASE-DATE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                   + BEN-ELIM-DAYS
               COMPUTE WS-PERIOD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-PERIOD-DATE TO DCL-BSC-START-DATE
           END-IF.
           IF BEN-MAX-END-DATE NOT > DCL-BSC-START-DATE
               DISPLAY WS-PROGRAM-ID ': MAX END NOT AFTER BENEFIT '
                   'START POLICY=' BEN-POLICY-NUMBER
                   ' CLAIM=' BEN-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE DCL-BSC-START-DATE TO WS-BASE-DATE.
           MOVE 1                  TO WS-PERIOD-COUNT.
           MOVE BEN-FREQUENCY      TO WS-PERIOD-FREQ.
           PERFORM 2250-ADD-PERIODS.
           IF WS-PERIOD-DATE > BEN-MAX-END-DATE
               MOVE BEN-MAX-END-DATE TO DCL-BSC-NEXT-DUE-DATE
           ELSE
               MOVE WS-PERIOD-DATE   TO DCL-BSC-NEXT-DUE-DATE
           END-IF.
           MOVE DCL-MEMBER-ID      TO DCL-BSC-MEMBER-ID.
           MOVE BEN-BENEFIT-AMOUNT TO DCL-BSC-BENEFIT-AMT.
           MOVE BEN-FREQUENCY      TO DCL-BSC-FREQUENCY.
           MOVE BEN-ELIM-DAYS      TO DCL-BSC-ELIM-DAYS.
           MOVE BEN-MAX-END-DATE   TO DCL-BSC-MAX-END-DATE.
           MOVE DCL-BSC-START-DATE TO DCL-BSC-PAID-THRU-DATE.
           MOVE ZEROS              TO DCL-BSC-INSTALLMENTS.
           MOVE ZEROS              TO DCL-BSC-TOTAL-PAID.
           MOVE 'A'                TO DCL-BSC-SCHED-STATUS.
           MOVE ZEROS              TO DCL-BSC-STOP-DATE.
           MOVE SPACES             TO DCL-BSC-STOP-REASON.
           MOVE BEN-ENTERED-BY     TO DCL-BSC-SET-UP-BY.
           EXEC SQL
               SET :DCL-BSC-INSERT-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_BENEFIT_SCHED
               (POLICY_NO,          CLAIM_ID,        MEMBER_ID,
                BENEFIT_AMT,        FREQUENCY,       ELIM_DAYS,
                DISABILITY_DATE,    BENEFIT_START_DATE,
                MAX_END_DATE,       PAID_THRU_DATE,  NEXT_DUE_DATE,
                INSTALLMENTS_PAID,  TOTAL_PAID,      SCHED_STATUS,
                STOP_DATE,          STOP_REASON,     SET_UP_BY,
                INSERT_TS)
               VALUES
               (:DCL-BSC-POLICY-NO,      :DCL-BSC-CLAIM-ID,
                :DCL-BSC-MEMBER-ID,      :DCL-BSC-BENEFIT-AMT,
                :DCL-BSC-FREQUENCY,      :DCL-BSC-ELIM-DAYS,
                :DCL-BSC-DISABILITY-DATE, :DCL-BSC-START-DATE,
                :DCL-BSC-MAX-END-DATE,   :DCL-BSC-PAID-THRU-DATE,
                :DCL-BSC-NEXT-DUE-DATE,  :DCL-BSC-INSTALLMENTS,
                :DCL-BSC-TOTAL-PAID,     :DCL-BSC-SCHED-STATUS,
                :DCL-BSC-STOP-DATE,      :DCL-BSC-STOP-REASON,
                :DCL-BSC-SET-UP-BY,      :DCL-BSC-INSERT-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': SCHEDULE INSERT FAILED SQLCODE=' SQLCODE
                   ' POLICY=' BEN-POLICY-NUMBER
                   ' CLAIM=' BEN-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE BEN-BENEFIT-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY WS-PROGRAM-ID ': SCHEDULE SET UP POLICY='
               BEN-POLICY-NUMBER ' CLAIM=' BEN-CLAIM-ID
               ' BENEFIT=' WS-AMOUNT-DISP ' FREQ=' BEN-FREQUENCY
               ' FIRST DUE=' DCL-BSC-NEXT-DUE-DATE
               ' BY=' BEN-ENTERED-BY.
           ADD 1 TO WS-SET-UP-COUNT.
           ADD 1 TO WS-COMMIT-COUNT.
      *---------------------------------------------------------------
       2250-ADD-PERIODS.
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
      * Return to work or termination - nothing is payable past the
      * stop date. An installment period the stop date cuts short
      * is left due at the stop date for CLMSPAY to pay pro rata;
      * a schedule already paid past the stop date is flagged for
      * overpayment review.
      *---------------------------------------------------------------
       2400-STOP-BENEFIT.
           MOVE BEN-POLICY-NUMBER TO DCL-BSC-POLICY-NO.
           MOVE BEN-CLAIM-ID      TO DCL-BSC-CLAIM-ID.
           EXEC SQL
               SELECT SCHED_STATUS, PAID_THRU_DATE, NEXT_DUE_DATE
               INTO :DCL-BSC-SCHED-STATUS, :DCL-BSC-PAID-THRU-DATE,
                    :DCL-BSC-NEXT-DUE-DATE
               FROM CLAIMS_BENEFIT_SCHED
               WHERE POLICY_NO = :DCL-BSC-POLICY-NO
                 AND CLAIM_ID  = :DCL-BSC-CLAIM-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY WS-PROGRAM-ID ': NO SCHEDULE TO STOP '
                       'POLICY=' BEN-POLICY-NUMBER
                       ' CLAIM=' BEN-CLAIM-ID
                       ' BY=' BEN-ENTERED-BY
                   ADD 1 TO WS-TXN-ERROR-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': SCHEDULE LOOKUP FAILED '
                       'SQLCODE=' SQLCODE
                       ' POLICY=' BEN-POLICY-NUMBER
                   ADD 1 TO WS-TXN-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF DCL-BSC-SCHED-STATUS NOT = 'A'
               DISPLAY WS-PROGRAM-ID ': BENEFIT ALREADY ENDED '
                   'POLICY=' BEN-POLICY-NUMBER
                   ' CLAIM=' BEN-CLAIM-ID
                   ' STATUS=' DCL-BSC-SCHED-STATUS
               ADD 1 TO WS-TXN-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF BEN-STOP-DATE NUMERIC AND BEN-STOP-DATE > ZEROS
               MOVE BEN-STOP-DATE    TO WS-STOP-DATE
           ELSE
               MOVE WS-TODAY-NUMERIC TO WS-STOP-DATE
           END-IF.
           IF DCL-BSC-PAID-THRU-DATE NOT < WS-STOP-DATE
               MOVE ZEROS TO DCL-BSC-NEXT-DUE-DATE
               IF DCL-BSC-PAID-THRU-DATE > WS-STOP-DATE
                   DISPLAY WS-PROGRAM-ID ': PAID THROUGH '
                       DCL-BSC-PAID-THRU-DATE ' PAST STOP DATE '
                       WS-STOP-DATE ' POLICY=' BEN-POLICY-NUMBER
                       ' CLAIM=' BEN-CLAIM-ID
                       ' - REVIEW FOR OVERPAYMENT'
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               IF DCL-BSC-NEXT-DUE-DATE > WS-STOP-DATE
                   MOVE WS-STOP-DATE TO DCL-BSC-NEXT-DUE-DATE
               END-IF
           END-IF.
           IF BEN-ACTION-RETURN
               MOVE 'R' TO DCL-BSC-SCHED-STATUS
           ELSE
               MOVE 'T' TO DCL-BSC-SCHED-STATUS
           END-IF.
           MOVE WS-STOP-DATE      TO DCL-BSC-STOP-DATE.
           IF BEN-REASON NOT = SPACES
               MOVE BEN-REASON        TO DCL-BSC-STOP-REASON
           ELSE
               IF BEN-ACTION-RETURN
                   MOVE 'RETURN TO WORK'  TO DCL-BSC-STOP-REASON
               ELSE
                   MOVE 'TERMINATED'      TO DCL-BSC-STOP-REASON
               END-IF
           END-IF.
           EXEC SQL
               UPDATE CLAIMS_BENEFIT_SCHED
               SET SCHED_STATUS  = :DCL-BSC-SCHED-STATUS,
                   STOP_DATE     = :DCL-BSC-STOP-DATE,
                   STOP_REASON   = :DCL-BSC-STOP-REASON,
                   NEXT_DUE_DATE = :DCL-BSC-NEXT-DUE-DATE
               WHERE POLICY_NO    = :DCL-BSC-POLICY-NO
                 AND CLAIM_ID     = :DCL-BSC-CLAIM-ID
                 AND SCHED_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': SCHEDULE UPDATE FAILED SQLCODE=' SQLCODE
                   ' POLICY=' BEN-POLICY-NUMBER
                   ' CLAIM=' BEN-CLAIM-ID
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-PROGRAM-ID ': BENEFIT STOPPED POLICY='
               BEN-POLICY-NUMBER ' CLAIM=' BEN-CLAIM-ID
               ' STATUS=' DCL-BSC-SCHED-STATUS
               ' STOP DATE=' WS-STOP-DATE
               ' BY=' BEN-ENTERED-BY.
           IF BEN-ACTION-RETURN
               ADD 1 TO WS-RETURN-COUNT
           ELSE
               ADD 1 TO WS-TERMINATE-COUNT
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
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
       5000-SCHEDULE-REPORT.
           PERFORM 5100-WRITE-PAGE-HEADER.
           EXEC SQL OPEN CLMSBENM_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 5200-REPORT-ONE-SCHEDULE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSBENM_CURSOR END-EXEC.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'SCHEDULES PAYING:         ' TO WS-TT-LABEL.
           MOVE WS-SCHEDULE-COUNT            TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
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
       5200-REPORT-ONE-SCHEDULE.
           EXEC SQL
               FETCH CLMSBENM_CURSOR
               INTO :DCL-BSC-POLICY-NO,      :DCL-BSC-CLAIM-ID,
                    :DCL-BSC-MEMBER-ID,      :DCL-BSC-BENEFIT-AMT,
                    :DCL-BSC-FREQUENCY,      :DCL-BSC-START-DATE,
                    :DCL-BSC-MAX-END-DATE,   :DCL-BSC-PAID-THRU-DATE,
                    :DCL-BSC-NEXT-DUE-DATE,  :DCL-BSC-INSTALLMENTS,
                    :DCL-BSC-TOTAL-PAID,     :DCL-BSC-SCHED-STATUS,
                    :DCL-BSC-STOP-DATE
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
           ADD 1 TO WS-SCHEDULE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-BSC-POLICY-NO      TO WS-DL-POLICY.
           MOVE DCL-BSC-CLAIM-ID       TO WS-DL-CLAIM-ID.
           MOVE DCL-BSC-MEMBER-ID      TO WS-DL-MEMBER.
           MOVE DCL-BSC-BENEFIT-AMT    TO WS-DL-BENEFIT.
           MOVE DCL-BSC-FREQUENCY      TO WS-DL-FREQ.
           MOVE DCL-BSC-START-DATE     TO WS-DL-START.
           MOVE DCL-BSC-MAX-END-DATE   TO WS-DL-MAX-END.
           MOVE DCL-BSC-PAID-THRU-DATE TO WS-DL-PAID-THRU.
           MOVE DCL-BSC-NEXT-DUE-DATE  TO WS-DL-NEXT-DUE.
           MOVE DCL-BSC-INSTALLMENTS   TO WS-DL-INSTALLMENTS.
           MOVE DCL-BSC-TOTAL-PAID     TO WS-DL-TOTAL-PAID.
           MOVE DCL-BSC-SCHED-STATUS   TO WS-DL-STATUS.
           MOVE DCL-BSC-STOP-DATE      TO WS-DL-STOP-DATE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       6000-AWAITING-REPORT.
           MOVE 'N' TO WS-FETCH-DONE.
           WRITE RPT-LINE FROM WS-AWAIT-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-AWAIT-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           ADD 5 TO WS-LINE-COUNT.
           EXEC SQL OPEN CLMSBENM_AWAIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': AWAIT CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 6100-REPORT-ONE-AWAITING UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSBENM_AWAIT_CURSOR END-EXEC.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'AWAITING A SCHEDULE:      ' TO WS-TT-LABEL.
           MOVE WS-AWAITING-COUNT            TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-AWAITING-COUNT > 0
               AND WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       6100-REPORT-ONE-AWAITING.
           EXEC SQL
               FETCH CLMSBENM_AWAIT_CURSOR
               INTO :DCL-POLICY-NO,     :DCL-CLAIM-ID,
                    :DCL-MEMBER-ID,     :DCL-CLAIMANT-NAME,
                    :DCL-CLAIM-DATE,    :DCL-ADJUDICATED-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': AWAIT FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-AWAITING-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5100-WRITE-PAGE-HEADER
           END-IF.
           MOVE DCL-POLICY-NO          TO WS-AL-POLICY.
           MOVE DCL-CLAIM-ID           TO WS-AL-CLAIM-ID.
           MOVE DCL-MEMBER-ID          TO WS-AL-MEMBER.
           MOVE DCL-CLAIMANT-NAME      TO WS-AL-CLAIMANT.
           MOVE DCL-CLAIM-DATE         TO WS-AL-CLAIM-DATE.
           MOVE DCL-ADJUDICATED-DATE   TO WS-AL-APPROVED.
           WRITE RPT-LINE FROM WS-AWAIT-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE BENEFIT-TXN-IN RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='       WS-INPUT-COUNT
                   ' SET UP='      WS-SET-UP-COUNT
                   ' RETURNED='    WS-RETURN-COUNT
                   ' TERMINATED='  WS-TERMINATE-COUNT
                   ' TXN ERRORS='  WS-TXN-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': SCHEDULES PAYING='
                   WS-SCHEDULE-COUNT
                   ' AWAITING SCHEDULE=' WS-AWAITING-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
