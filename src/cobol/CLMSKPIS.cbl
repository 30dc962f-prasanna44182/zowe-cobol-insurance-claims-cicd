      *===============================================================
      * CLMSKPIS - Monthly Claims Operations KPI Scorecard
      * Month-end step, run once the month's last CLMSJOB has
      * finished (DB2 precompile required).
      * Measures the report month, the month before it and the same
      * month a year earlier, side by side:
      *   - claims received (INSERT_TS in the month, CLAIMS_MASTER
      *     and CLAIMS_MASTER_HIST) in total and by SUBMIT_CHANNEL
      *   - first-pass validation rate - claims CLMSVALD passed as a
      *     share of claims it read, from REJHIST
      *   - pend rate - the month's received claims that were ever
      *     pended (a CLAIMS_AUDIT move to P) - and the average
      *     calendar days a pend lasted, over pends released in the
      *     month
      *   - average received-to-adjudicated days over claims
      *     adjudicated in the month, and adjudicated-to-paid days
      *     over claims paid in the month, both in business days
      *     (CLMSBDAY)
      *   - appeal overturn rate - V decisions as a share of appeals
      *     decided (U or V) in the month
      *   - SIU hold rate - claims CLMSVALD diverted to the SIU hold
      *     queue as a share of claims it read, from REJHIST
      *   - batch window end - when the night's last RUN_REGISTRY
      *     step finished, as the average and the latest over the
      *     month's business dates
      * The company-wide section is followed by the group-client
      * cut: the same measures for every policy with activity in any
      * of the three months, with the holder's name off POLYMSTR.
      * The validation, SIU hold and batch window measures belong to
      * the whole operation and print N/A in a policy section - SIU
      * holds are never broken out by client.
      * Every section's report-month figures are also appended to
      * the KPI history file (DD KPIHIST, layout KPIHREC) so the
      * scorecard can be trended without rerunning it.
      * PARMCARD (optional): cols 1-6 report month (CCYYMM), default
      * the month before today; cols 8-17 a single policy number,
      * which limits the report and history to that policy's
      * section for a client review.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSKPIS.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT OPTIONAL REJECT-HIST ASSIGN TO REJHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.
           SELECT POLICY-MASTER ASSIGN TO POLYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT OPTIONAL KPI-HIST ASSIGN TO KPIHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPIHIST-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Cols 1-6 =
      * report month (CCYYMM), blank for last month; cols 8-17 =
      * single policy, blank for the company and every policy.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-REPORT-MONTH     PIC X(06).
           05  FILLER              PIC X(01).
           05  CC-POLICY-NO        PIC X(10).
           05  FILLER              PIC X(63).

       FD  REJECT-HIST
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY RJHSTREC.

       FD  POLICY-MASTER.
           COPY POLYREC.

       FD  KPI-HIST
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY KPIHREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSKPIS'.

       01  WS-FILE-STATUSES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-REJHIST-STATUS   PIC X(02) VALUE SPACES.
           05  WS-POLICY-STATUS    PIC X(02) VALUE SPACES.
           05  WS-KPIHIST-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

           COPY BDAYPARM.

       01  WS-COUNTERS.
           05  WS-REJHIST-READ     PIC 9(07) VALUE ZEROS.
           05  WS-POLICY-SECTIONS  PIC 9(05) VALUE ZEROS.
           05  WS-HISTORY-WRITTEN  PIC 9(05) VALUE ZEROS.
           05  WS-DATE-FAIL-COUNT  PIC 9(07) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-POLMSTR-FLAG         PIC X(01) VALUE 'N'.
           88  POLMSTR-OPEN        VALUE 'Y'.
       01  WS-TABLE-FULL-FLAG      PIC X(01) VALUE 'N'.
           88  POLICY-TABLE-FULL   VALUE 'Y'.
       01  WS-SINGLE-POLICY-FLAG   PIC X(01) VALUE 'N'.
           88  SINGLE-POLICY-RUN   VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-REPORT-MONTH         PIC 9(06) VALUE ZEROS.
       01  WS-WORK-MONTH           PIC 9(06) VALUE ZEROS.
       01  WS-MONTH-SPLIT.
           05  WS-MS-YYYY          PIC 9(04).
           05  WS-MS-MM            PIC 9(02).
       01  WS-NEXT-YYYY            PIC 9(04) VALUE ZEROS.
       01  WS-NEXT-MM              PIC 9(02) VALUE ZEROS.
       01  WS-NEXT-FIRST           PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * The three months measured: 1 = report month, 2 = the month
      * before, 3 = the same month last year. Dates bound the DATE
      * columns (inclusive); the timestamps bound INSERT_TS and
      * CHANGE_TS (from inclusive, to = first of the next month,
      * exclusive).
      *---------------------------------------------------------------
       01  WS-PERIOD-TABLE.
           05  WS-PER-ENTRY OCCURS 3 TIMES.
               10  WS-PER-MONTH        PIC 9(06).
               10  WS-PER-FROM-DATE    PIC 9(08).
               10  WS-PER-TO-DATE      PIC 9(08).
               10  WS-PER-FROM-TS      PIC X(26).
               10  WS-PER-TO-TS        PIC X(26).
       01  WS-PER-SUB              PIC S9(04) COMP VALUE +0.

       01  WS-HOST-VARIABLES.
           05  WS-HV-FROM-DATE     PIC S9(08) COMP-3.
           05  WS-HV-TO-DATE       PIC S9(08) COMP-3.
           05  WS-HV-FROM-TS       PIC X(26).
           05  WS-HV-TO-TS         PIC X(26).
           05  WS-HV-POLICY-LO     PIC X(10) VALUE LOW-VALUES.
           05  WS-HV-POLICY-HI     PIC X(10) VALUE HIGH-VALUES.

       01  WS-DB2-FIELDS.
           05  WS-DB2-POLICY-NO    PIC X(10).
           05  WS-DB2-CHANNEL      PIC X(01).
           05  WS-DB2-COUNT        PIC S9(09) COMP.
           05  WS-DB2-COUNT-2      PIC S9(09) COMP.
           05  WS-DB2-INSERT-TS    PIC X(26).
           05  WS-DB2-ADJ-DATE     PIC S9(08) COMP-3.
           05  WS-DB2-PAID-DATE    PIC S9(08) COMP-3.
           05  WS-DB2-RUN-DATE     PIC S9(08) COMP-3.
           05  WS-DB2-END-TS       PIC X(26).

       01  WS-RECEIVED-DATE-DISP   PIC 9(08) VALUE ZEROS.
       01  WS-ADJ-DATE-DISP        PIC 9(08) VALUE ZEROS.
       01  WS-PAID-DATE-DISP       PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-DISP        PIC 9(08) VALUE ZEROS.
       01  WS-END-DATE-DISP        PIC 9(08) VALUE ZEROS.
       01  WS-CYCLE-DAYS           PIC S9(05) COMP VALUE +0.
       01  WS-END-MINUTES          PIC S9(07) COMP VALUE +0.
       01  WS-RJH-MONTH            PIC 9(06) VALUE ZEROS.

      *---------------------------------------------------------------
      * Measure accumulators - slot 1 is the company as a whole,
      * slots 2 on one per policy, kept in policy order as they are
      * first seen so the group-client cut prints in policy order.
      * A full table leaves the overflow policies in the company
      * totals only, with a warning.
      *---------------------------------------------------------------
       01  WS-SCP-TBL-MAX          PIC S9(04) COMP VALUE +501.
       01  WS-SCP-COUNT            PIC S9(04) COMP VALUE +1.
       01  WS-SCOPE-TABLE.
           05  WS-SCP-ENTRY OCCURS 501 TIMES.
               10  WS-SCP-POLICY-NO    PIC X(10).
               10  WS-SCP-PERIOD OCCURS 3 TIMES.
                   15  WS-SCP-RECEIVED     PIC S9(09) COMP-3.
                   15  WS-SCP-RCV-ONLINE   PIC S9(09) COMP-3.
                   15  WS-SCP-RCV-PHONE    PIC S9(09) COMP-3.
                   15  WS-SCP-RCV-PAPER    PIC S9(09) COMP-3.
                   15  WS-SCP-RCV-OTHER    PIC S9(09) COMP-3.
                   15  WS-SCP-PENDED       PIC S9(09) COMP-3.
                   15  WS-SCP-PEND-RELEASED PIC S9(09) COMP-3.
                   15  WS-SCP-PEND-DAYS    PIC S9(11) COMP-3.
                   15  WS-SCP-ADJUDICATED  PIC S9(09) COMP-3.
                   15  WS-SCP-ADJ-DAYS     PIC S9(11) COMP-3.
                   15  WS-SCP-PAID         PIC S9(09) COMP-3.
                   15  WS-SCP-PAID-DAYS    PIC S9(11) COMP-3.
                   15  WS-SCP-APL-DECIDED  PIC S9(09) COMP-3.
                   15  WS-SCP-APL-OVERTURN PIC S9(09) COMP-3.
       01  WS-SCP-SUB              PIC S9(04) COMP VALUE +0.
       01  WS-SCP-HIT              PIC S9(04) COMP VALUE +0.
       01  WS-ACC-SUB              PIC S9(04) COMP VALUE +0.
       01  WS-SHIFT-SUB            PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Company-only measures, per period.
      *---------------------------------------------------------------
       01  WS-COMPANY-TABLE.
           05  WS-CO-PERIOD OCCURS 3 TIMES.
               10  WS-CO-VAL-INPUT     PIC S9(09) COMP-3.
               10  WS-CO-VAL-VALID     PIC S9(09) COMP-3.
               10  WS-CO-SIU-HOLDS     PIC S9(09) COMP-3.
               10  WS-CO-BATCH-NIGHTS  PIC S9(05) COMP-3.
               10  WS-CO-BATCH-MINUTES PIC S9(09) COMP-3.
               10  WS-CO-BATCH-LATEST  PIC S9(07) COMP-3.

      *---------------------------------------------------------------
      * Cell formatting - a numerator over a denominator into a
      * right-aligned 16-byte cell, with an alternate view of the
      * cell for each kind of figure.
      *---------------------------------------------------------------
       01  WS-FMT-NUMERATOR        PIC S9(11) COMP-3 VALUE +0.
       01  WS-FMT-DENOMINATOR      PIC S9(11) COMP-3 VALUE +0.
       01  WS-FMT-RESULT           PIC S9(07)V99 COMP-3 VALUE +0.
       01  WS-FMT-MINUTES          PIC S9(07) COMP VALUE +0.
       01  WS-FMT-CELL             PIC X(16).
       01  WS-FMT-COUNT-VIEW REDEFINES WS-FMT-CELL.
           05  FILLER              PIC X(05).
           05  WS-FMT-COUNT-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-FMT-DECIMAL-VIEW REDEFINES WS-FMT-CELL.
           05  FILLER              PIC X(06).
           05  WS-FMT-DECIMAL-ED   PIC ZZZ,ZZ9.99.
       01  WS-FMT-CLOCK-VIEW REDEFINES WS-FMT-CELL.
           05  FILLER              PIC X(10).
           05  WS-FMT-CLOCK-HH     PIC 99.
           05  WS-FMT-CLOCK-SEP    PIC X(01).
           05  WS-FMT-CLOCK-MM     PIC 99.
           05  FILLER              PIC X(01).
       01  WS-FMT-NA               PIC X(16)
                                   VALUE '             N/A'.

      *---------------------------------------------------------------
      * Scorecard rows - one label per measure, printed in this
      * order with the three months' cells beside it.
      *---------------------------------------------------------------
       01  WS-MEASURE-COUNT        PIC S9(04) COMP VALUE +20.
       01  WS-MEASURE-LABELS.
           05  FILLER              PIC X(42)
               VALUE 'CLAIMS RECEIVED'.
           05  FILLER              PIC X(42)
               VALUE '  ONLINE'.
           05  FILLER              PIC X(42)
               VALUE '  PHONE'.
           05  FILLER              PIC X(42)
               VALUE '  PAPER'.
           05  FILLER              PIC X(42)
               VALUE '  OTHER / NOT RECORDED'.
           05  FILLER              PIC X(42)
               VALUE 'FIRST-PASS VALIDATION RATE %'.
           05  FILLER              PIC X(42)
               VALUE 'RECEIVED CLAIMS PENDED'.
           05  FILLER              PIC X(42)
               VALUE 'PEND RATE %'.
           05  FILLER              PIC X(42)
               VALUE 'PENDS RELEASED'.
           05  FILLER              PIC X(42)
               VALUE 'AVERAGE PEND DAYS'.
           05  FILLER              PIC X(42)
               VALUE 'CLAIMS ADJUDICATED'.
           05  FILLER              PIC X(42)
               VALUE 'AVG RECEIVED TO ADJUDICATED (BUS DAYS)'.
           05  FILLER              PIC X(42)
               VALUE 'CLAIMS PAID'.
           05  FILLER              PIC X(42)
               VALUE 'AVG ADJUDICATED TO PAID (BUS DAYS)'.
           05  FILLER              PIC X(42)
               VALUE 'APPEALS DECIDED'.
           05  FILLER              PIC X(42)
               VALUE 'APPEAL OVERTURN RATE %'.
           05  FILLER              PIC X(42)
               VALUE 'SIU HOLD RATE %'.
           05  FILLER              PIC X(42)
               VALUE 'BATCH NIGHTS'.
           05  FILLER              PIC X(42)
               VALUE 'AVG BATCH WINDOW END (HH:MM)'.
           05  FILLER              PIC X(42)
               VALUE 'LATEST BATCH WINDOW END (HH:MM)'.
       01  WS-MEASURE-LABEL-TABLE REDEFINES WS-MEASURE-LABELS.
           05  WS-MEASURE-LABEL    PIC X(42) OCCURS 20 TIMES.
       01  WS-MEASURE-CELLS.
           05  WS-MC-ROW OCCURS 20 TIMES.
               10  WS-MC-CELL      PIC X(16) OCCURS 3 TIMES.
       01  WS-ROW-SUB              PIC S9(04) COMP VALUE +0.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.
       01  WS-SECTION-LINES        PIC 9(02) VALUE 23.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'CLAIMS OPERATIONS KPI SCORECARD'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(14) VALUE 'REPORT MONTH: '.
           05  WS-TL2-MONTH        PIC X(07).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(42) VALUE 'MEASURE'.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'MONTH'.
           05  WS-CH-MONTH-1       PIC X(07).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'PRIOR'.
           05  WS-CH-MONTH-2       PIC X(07).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'YEAR AGO'.
           05  WS-CH-MONTH-3       PIC X(07).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(102) VALUE ALL '-'.
           05  FILLER              PIC X(30)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SC-SCOPE         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SC-POLICY-NO     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SC-HOLDER-NAME   PIC X(30).
           05  FILLER              PIC X(78) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL         PIC X(42).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-CELL-1        PIC X(16).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-CELL-2        PIC X(16).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-CELL-3        PIC X(16).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

      *---------------------------------------------------------------
      * Claims received in the month, by policy and channel, with
      * how many of them were ever pended. Archived claims still
      * count for the month they arrived in.
      *---------------------------------------------------------------
           EXEC SQL DECLARE KPIS_INTAKE_CURSOR CURSOR FOR
               SELECT T.POLICY_NO, T.SUBMIT_CHANNEL,
                      COUNT(*), SUM(T.PENDED)
               FROM (SELECT M.POLICY_NO, M.SUBMIT_CHANNEL,
                            CASE WHEN EXISTS
                                 (SELECT 1 FROM CLAIMS_AUDIT A
                                  WHERE A.POLICY_NO  = M.POLICY_NO
                                    AND A.CLAIM_ID   = M.CLAIM_ID
                                    AND A.NEW_STATUS = 'P')
                                 THEN 1 ELSE 0 END AS PENDED
                     FROM CLAIMS_MASTER M
                     WHERE M.INSERT_TS >= :WS-HV-FROM-TS
                       AND M.INSERT_TS <  :WS-HV-TO-TS
                       AND M.POLICY_NO BETWEEN :WS-HV-POLICY-LO
                                           AND :WS-HV-POLICY-HI
                     UNION ALL
                     SELECT H.POLICY_NO, H.SUBMIT_CHANNEL,
                            CASE WHEN EXISTS
                                 (SELECT 1 FROM CLAIMS_AUDIT A
                                  WHERE A.POLICY_NO  = H.POLICY_NO
                                    AND A.CLAIM_ID   = H.CLAIM_ID
                                    AND A.NEW_STATUS = 'P')
                                 THEN 1 ELSE 0 END AS PENDED
                     FROM CLAIMS_MASTER_HIST H
                     WHERE H.INSERT_TS >= :WS-HV-FROM-TS
                       AND H.INSERT_TS <  :WS-HV-TO-TS
                       AND H.POLICY_NO BETWEEN :WS-HV-POLICY-LO
                                           AND :WS-HV-POLICY-HI) AS T
               GROUP BY T.POLICY_NO, T.SUBMIT_CHANNEL
           END-EXEC.

      *---------------------------------------------------------------
      * Pends released in the month - an audit move out of P - each
      * measured back to the move into P that started it. A release
      * whose start has been purged from the audit trail is left
      * out rather than guessed.
      *---------------------------------------------------------------
           EXEC SQL DECLARE KPIS_PEND_CURSOR CURSOR FOR
               SELECT T.POLICY_NO, COUNT(*), SUM(T.PEND_DAYS)
               FROM (SELECT R.POLICY_NO,
                            DAYS(R.CHANGE_TS) -
                            DAYS((SELECT MAX(S.CHANGE_TS)
                                  FROM CLAIMS_AUDIT S
                                  WHERE S.POLICY_NO  = R.POLICY_NO
                                    AND S.CLAIM_ID   = R.CLAIM_ID
                                    AND S.NEW_STATUS = 'P'
                                    AND S.CHANGE_TS <= R.CHANGE_TS))
                            AS PEND_DAYS
                     FROM CLAIMS_AUDIT R
                     WHERE R.OLD_STATUS  = 'P'
                       AND R.NEW_STATUS <> 'P'
                       AND R.CHANGE_TS >= :WS-HV-FROM-TS
                       AND R.CHANGE_TS <  :WS-HV-TO-TS
                       AND R.POLICY_NO BETWEEN :WS-HV-POLICY-LO
                                           AND :WS-HV-POLICY-HI) AS T
               WHERE T.PEND_DAYS IS NOT NULL
               GROUP BY T.POLICY_NO
           END-EXEC.

      *---------------------------------------------------------------
      * Claims adjudicated or paid in the month, one row per claim -
      * the business-day cycle times are counted claim by claim
      * through CLMSBDAY.
      *---------------------------------------------------------------
           EXEC SQL DECLARE KPIS_CYCLE_CURSOR CURSOR FOR
               SELECT POLICY_NO, INSERT_TS,
                      ADJUDICATED_DATE, PAID_DATE
               FROM CLAIMS_MASTER
               WHERE POLICY_NO BETWEEN :WS-HV-POLICY-LO
                                   AND :WS-HV-POLICY-HI
                 AND ADJUDICATED_DATE > 0
                 AND (ADJUDICATED_DATE BETWEEN :WS-HV-FROM-DATE
                                           AND :WS-HV-TO-DATE
                      OR PAID_DATE BETWEEN :WS-HV-FROM-DATE
                                       AND :WS-HV-TO-DATE)
               UNION ALL
               SELECT POLICY_NO, INSERT_TS,
                      ADJUDICATED_DATE, PAID_DATE
               FROM CLAIMS_MASTER_HIST
               WHERE POLICY_NO BETWEEN :WS-HV-POLICY-LO
                                   AND :WS-HV-POLICY-HI
                 AND ADJUDICATED_DATE > 0
                 AND (ADJUDICATED_DATE BETWEEN :WS-HV-FROM-DATE
                                           AND :WS-HV-TO-DATE
                      OR PAID_DATE BETWEEN :WS-HV-FROM-DATE
                                       AND :WS-HV-TO-DATE)
           END-EXEC.

      *---------------------------------------------------------------
      * Appeals decided in the month, and how many were overturned.
      *---------------------------------------------------------------
           EXEC SQL DECLARE KPIS_APPEAL_CURSOR CURSOR FOR
               SELECT POLICY_NO, COUNT(*),
                      SUM(CASE WHEN STATUS = 'V' THEN 1 ELSE 0 END)
               FROM CLAIMS_APPEAL
               WHERE STATUS IN ('U', 'V')
                 AND DECISION_DATE BETWEEN :WS-HV-FROM-DATE
                                       AND :WS-HV-TO-DATE
                 AND POLICY_NO BETWEEN :WS-HV-POLICY-LO
                                   AND :WS-HV-POLICY-HI
               GROUP BY POLICY_NO
           END-EXEC.

      *---------------------------------------------------------------
      * The night's batch window closes when its last registered
      * step finishes. A step still without an end row (abended)
      * does not count.
      *---------------------------------------------------------------
           EXEC SQL DECLARE KPIS_BATCH_CURSOR CURSOR FOR
               SELECT RUN_DATE, MAX(END_TS)
               FROM RUN_REGISTRY
               WHERE RUN_DATE BETWEEN :WS-HV-FROM-DATE
                                  AND :WS-HV-TO-DATE
                 AND END_TS > ' '
               GROUP BY RUN_DATE
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-GATHER-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3.
           IF NOT SINGLE-POLICY-RUN
               PERFORM 3000-READ-REJECT-HISTORY
           END-IF.
           PERFORM 4000-PRINT-SCORECARD.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': KPI SCORECARD STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           COMPUTE WS-WORK-MONTH = WS-TODAY-NUMERIC / 100.
           PERFORM 1070-PRIOR-MONTH.
           MOVE WS-WORK-MONTH TO WS-REPORT-MONTH.
           PERFORM 1050-READ-CONTROL-CARD.
           INITIALIZE WS-SCOPE-TABLE WS-COMPANY-TABLE.
           MOVE 1 TO WS-SCP-COUNT.
           MOVE SPACES TO WS-SCP-POLICY-NO(1).
      *    Report month, the month before it, a year before it.
           MOVE 1 TO WS-PER-SUB.
           MOVE WS-REPORT-MONTH TO WS-WORK-MONTH.
           PERFORM 1060-SET-PERIOD.
           MOVE 2 TO WS-PER-SUB.
           PERFORM 1070-PRIOR-MONTH.
           PERFORM 1060-SET-PERIOD.
           MOVE 3 TO WS-PER-SUB.
           COMPUTE WS-WORK-MONTH = WS-REPORT-MONTH - 100.
           PERFORM 1060-SET-PERIOD.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS = '00'
               SET POLMSTR-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID ': OPEN POLYMSTR FAILED FS='
                   WS-POLICY-STATUS ' - HOLDER NAMES NOT SHOWN'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-PER-MONTH(1) TO WS-WORK-MONTH.
           PERFORM 1080-FORMAT-MONTH.
           MOVE WS-TL2-MONTH TO WS-CH-MONTH-1.
           MOVE WS-PER-MONTH(2) TO WS-WORK-MONTH.
           PERFORM 1080-FORMAT-MONTH.
           MOVE WS-TL2-MONTH TO WS-CH-MONTH-2.
           MOVE WS-PER-MONTH(3) TO WS-WORK-MONTH.
           PERFORM 1080-FORMAT-MONTH.
           MOVE WS-TL2-MONTH TO WS-CH-MONTH-3.
           MOVE WS-CH-MONTH-1 TO WS-TL2-MONTH.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           DISPLAY WS-PROGRAM-ID ': REPORT MONTH=' WS-PER-MONTH(1)
               ' PRIOR=' WS-PER-MONTH(2) ' YEAR AGO=' WS-PER-MONTH(3).
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ CONTROL-CARD
               AT END
                   CLOSE CONTROL-CARD
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTROL-CARD.
           IF CC-REPORT-MONTH NOT = SPACES
               IF CC-REPORT-MONTH NUMERIC
                   AND CC-REPORT-MONTH(5:2) >= '01'
                   AND CC-REPORT-MONTH(5:2) <= '12'
                   MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
               ELSE
                   DISPLAY WS-PROGRAM-ID ': INVALID REPORT MONTH '
                       CC-REPORT-MONTH ' ON PARMCARD'
                   MOVE +16 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CC-POLICY-NO NOT = SPACES
               SET SINGLE-POLICY-RUN TO TRUE
               MOVE CC-POLICY-NO TO WS-HV-POLICY-LO WS-HV-POLICY-HI
               DISPLAY WS-PROGRAM-ID ': SINGLE POLICY ' CC-POLICY-NO
           END-IF.
      *---------------------------------------------------------------
      * Date and timestamp bounds for the month in WS-WORK-MONTH
      * into period WS-PER-SUB. The month's last day is the day
      * before the first of the next.
      *---------------------------------------------------------------
       1060-SET-PERIOD.
           MOVE WS-WORK-MONTH TO WS-PER-MONTH(WS-PER-SUB).
           COMPUTE WS-PER-FROM-DATE(WS-PER-SUB) =
               (WS-WORK-MONTH * 100) + 1.
           MOVE WS-WORK-MONTH TO WS-MONTH-SPLIT.
           IF WS-MS-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-MS-YYYY + 1
               MOVE 01 TO WS-NEXT-MM
           ELSE
               MOVE WS-MS-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-MS-MM + 1
           END-IF.
           COMPUTE WS-NEXT-FIRST =
               (WS-NEXT-YYYY * 10000) + (WS-NEXT-MM * 100) + 1.
           COMPUTE WS-PER-TO-DATE(WS-PER-SUB) =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
           MOVE SPACES TO WS-PER-FROM-TS(WS-PER-SUB)
                          WS-PER-TO-TS(WS-PER-SUB).
           STRING WS-MS-YYYY '-' WS-MS-MM '-01-00.00.00.000000'
               DELIMITED BY SIZE INTO WS-PER-FROM-TS(WS-PER-SUB).
           STRING WS-NEXT-YYYY '-' WS-NEXT-MM '-01-00.00.00.000000'
               DELIMITED BY SIZE INTO WS-PER-TO-TS(WS-PER-SUB).
      *---------------------------------------------------------------
       1070-PRIOR-MONTH.
           MOVE WS-WORK-MONTH TO WS-MONTH-SPLIT.
           IF WS-MS-MM = 01
               SUBTRACT 1 FROM WS-MS-YYYY
               MOVE 12 TO WS-MS-MM
           ELSE
               SUBTRACT 1 FROM WS-MS-MM
           END-IF.
           MOVE WS-MONTH-SPLIT TO WS-WORK-MONTH.
      *---------------------------------------------------------------
       1080-FORMAT-MONTH.
           MOVE WS-WORK-MONTH TO WS-MONTH-SPLIT.
           MOVE SPACES TO WS-TL2-MONTH.
           STRING WS-MS-YYYY '-' WS-MS-MM
               DELIMITED BY SIZE INTO WS-TL2-MONTH.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * One month's measures off DB2 - each cursor adds into the
      * company slot and the row's policy slot.
      *---------------------------------------------------------------
       2000-GATHER-PERIOD.
           MOVE WS-PER-FROM-DATE(WS-PER-SUB) TO WS-HV-FROM-DATE.
           MOVE WS-PER-TO-DATE(WS-PER-SUB)   TO WS-HV-TO-DATE.
           MOVE WS-PER-FROM-TS(WS-PER-SUB)   TO WS-HV-FROM-TS.
           MOVE WS-PER-TO-TS(WS-PER-SUB)     TO WS-HV-TO-TS.
           PERFORM 2100-GATHER-INTAKE.
           PERFORM 2200-GATHER-PENDS.
           PERFORM 2300-GATHER-CYCLE-TIMES.
           PERFORM 2400-GATHER-APPEALS.
           IF NOT SINGLE-POLICY-RUN
               PERFORM 2500-GATHER-BATCH-WINDOW
           END-IF.
      *---------------------------------------------------------------
       2100-GATHER-INTAKE.
           EXEC SQL OPEN KPIS_INTAKE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN INTAKE CURSOR FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 'N' TO WS-FETCH-DONE.
           PERFORM 2110-FETCH-INTAKE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE KPIS_INTAKE_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2110-FETCH-INTAKE.
           EXEC SQL
               FETCH KPIS_INTAKE_CURSOR
               INTO :WS-DB2-POLICY-NO, :WS-DB2-CHANNEL,
                    :WS-DB2-COUNT,     :WS-DB2-COUNT-2
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH INTAKE FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM 2120-ADD-INTAKE.
           PERFORM 2900-FIND-POLICY-SLOT.
           IF WS-SCP-HIT > 1
               MOVE WS-SCP-HIT TO WS-ACC-SUB
               PERFORM 2120-ADD-INTAKE
           END-IF.
      *---------------------------------------------------------------
       2120-ADD-INTAKE.
           ADD WS-DB2-COUNT
               TO WS-SCP-RECEIVED(WS-ACC-SUB, WS-PER-SUB).
           ADD WS-DB2-COUNT-2
               TO WS-SCP-PENDED(WS-ACC-SUB, WS-PER-SUB).
           EVALUATE WS-DB2-CHANNEL
               WHEN 'O'
                   ADD WS-DB2-COUNT
                       TO WS-SCP-RCV-ONLINE(WS-ACC-SUB, WS-PER-SUB)
               WHEN 'P'
                   ADD WS-DB2-COUNT
                       TO WS-SCP-RCV-PHONE(WS-ACC-SUB, WS-PER-SUB)
               WHEN 'M'
                   ADD WS-DB2-COUNT
                       TO WS-SCP-RCV-PAPER(WS-ACC-SUB, WS-PER-SUB)
               WHEN OTHER
                   ADD WS-DB2-COUNT
                       TO WS-SCP-RCV-OTHER(WS-ACC-SUB, WS-PER-SUB)
           END-EVALUATE.
      *---------------------------------------------------------------
       2200-GATHER-PENDS.
           EXEC SQL OPEN KPIS_PEND_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN PEND CURSOR FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 'N' TO WS-FETCH-DONE.
           PERFORM 2210-FETCH-PENDS UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE KPIS_PEND_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2210-FETCH-PENDS.
           EXEC SQL
               FETCH KPIS_PEND_CURSOR
               INTO :WS-DB2-POLICY-NO, :WS-DB2-COUNT,
                    :WS-DB2-COUNT-2
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH PEND FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM 2220-ADD-PENDS.
           PERFORM 2900-FIND-POLICY-SLOT.
           IF WS-SCP-HIT > 1
               MOVE WS-SCP-HIT TO WS-ACC-SUB
               PERFORM 2220-ADD-PENDS
           END-IF.
      *---------------------------------------------------------------
       2220-ADD-PENDS.
           ADD WS-DB2-COUNT
               TO WS-SCP-PEND-RELEASED(WS-ACC-SUB, WS-PER-SUB).
           ADD WS-DB2-COUNT-2
               TO WS-SCP-PEND-DAYS(WS-ACC-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
       2300-GATHER-CYCLE-TIMES.
           EXEC SQL OPEN KPIS_CYCLE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN CYCLE CURSOR FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 'N' TO WS-FETCH-DONE.
           PERFORM 2310-FETCH-CYCLE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE KPIS_CYCLE_CURSOR END-EXEC.
      *---------------------------------------------------------------
      * A claim counts toward received-to-adjudicated in the month
      * it was adjudicated, and toward adjudicated-to-paid in the
      * month it was paid - the same claim can land in both.
      *---------------------------------------------------------------
       2310-FETCH-CYCLE.
           EXEC SQL
               FETCH KPIS_CYCLE_CURSOR
               INTO :WS-DB2-POLICY-NO, :WS-DB2-INSERT-TS,
                    :WS-DB2-ADJ-DATE,  :WS-DB2-PAID-DATE
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH CYCLE FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           PERFORM 2900-FIND-POLICY-SLOT.
           MOVE WS-DB2-ADJ-DATE  TO WS-ADJ-DATE-DISP.
           MOVE WS-DB2-PAID-DATE TO WS-PAID-DATE-DISP.
           IF WS-ADJ-DATE-DISP >= WS-PER-FROM-DATE(WS-PER-SUB)
               AND WS-ADJ-DATE-DISP <= WS-PER-TO-DATE(WS-PER-SUB)
               COMPUTE WS-RECEIVED-DATE-DISP =
                   FUNCTION NUMVAL(WS-DB2-INSERT-TS(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DB2-INSERT-TS(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DB2-INSERT-TS(9:2))
               MOVE WS-RECEIVED-DATE-DISP TO BDAY-DATE-1
               MOVE WS-ADJ-DATE-DISP      TO BDAY-DATE-2
               PERFORM 2350-COUNT-BUSINESS-DAYS
               IF BDAY-RETURN-CODE = 0
                   MOVE 1 TO WS-ACC-SUB
                   PERFORM 2320-ADD-ADJUDICATED
                   IF WS-SCP-HIT > 1
                       MOVE WS-SCP-HIT TO WS-ACC-SUB
                       PERFORM 2320-ADD-ADJUDICATED
                   END-IF
               END-IF
           END-IF.
           IF WS-PAID-DATE-DISP >= WS-PER-FROM-DATE(WS-PER-SUB)
               AND WS-PAID-DATE-DISP <= WS-PER-TO-DATE(WS-PER-SUB)
               MOVE WS-ADJ-DATE-DISP  TO BDAY-DATE-1
               MOVE WS-PAID-DATE-DISP TO BDAY-DATE-2
               PERFORM 2350-COUNT-BUSINESS-DAYS
               IF BDAY-RETURN-CODE = 0
                   MOVE 1 TO WS-ACC-SUB
                   PERFORM 2330-ADD-PAID
                   IF WS-SCP-HIT > 1
                       MOVE WS-SCP-HIT TO WS-ACC-SUB
                       PERFORM 2330-ADD-PAID
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2320-ADD-ADJUDICATED.
           ADD 1 TO WS-SCP-ADJUDICATED(WS-ACC-SUB, WS-PER-SUB).
           ADD WS-CYCLE-DAYS
               TO WS-SCP-ADJ-DAYS(WS-ACC-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
       2330-ADD-PAID.
           ADD 1 TO WS-SCP-PAID(WS-ACC-SUB, WS-PER-SUB).
           ADD WS-CYCLE-DAYS
               TO WS-SCP-PAID-DAYS(WS-ACC-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
      * Business days from BDAY-DATE-1 to BDAY-DATE-2 into
      * WS-CYCLE-DAYS. A date the service cannot use leaves the
      * claim out of the average with a warning; a negative span
      * (dates keyed out of order) counts as zero.
      *---------------------------------------------------------------
       2350-COUNT-BUSINESS-DAYS.
           SET BDAY-FUNC-DIFF     TO TRUE.
           SET BDAY-MODE-BUSINESS TO TRUE.
           CALL 'CLMSBDAY' USING BDAY-PARMS.
           IF BDAY-RETURN-CODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': CYCLE DATE UNUSABLE POLICY='
                   WS-DB2-POLICY-NO ' FROM=' BDAY-DATE-1
                   ' TO=' BDAY-DATE-2
               ADD 1 TO WS-DATE-FAIL-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE BDAY-DAYS TO WS-CYCLE-DAYS.
           IF WS-CYCLE-DAYS < 0
               MOVE ZEROS TO WS-CYCLE-DAYS
           END-IF.
      *---------------------------------------------------------------
       2400-GATHER-APPEALS.
           EXEC SQL OPEN KPIS_APPEAL_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN APPEAL CURSOR FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 'N' TO WS-FETCH-DONE.
           PERFORM 2410-FETCH-APPEALS UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE KPIS_APPEAL_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2410-FETCH-APPEALS.
           EXEC SQL
               FETCH KPIS_APPEAL_CURSOR
               INTO :WS-DB2-POLICY-NO, :WS-DB2-COUNT,
                    :WS-DB2-COUNT-2
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH APPEAL FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM 2420-ADD-APPEALS.
           PERFORM 2900-FIND-POLICY-SLOT.
           IF WS-SCP-HIT > 1
               MOVE WS-SCP-HIT TO WS-ACC-SUB
               PERFORM 2420-ADD-APPEALS
           END-IF.
      *---------------------------------------------------------------
       2420-ADD-APPEALS.
           ADD WS-DB2-COUNT
               TO WS-SCP-APL-DECIDED(WS-ACC-SUB, WS-PER-SUB).
           ADD WS-DB2-COUNT-2
               TO WS-SCP-APL-OVERTURN(WS-ACC-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
       2500-GATHER-BATCH-WINDOW.
           EXEC SQL OPEN KPIS_BATCH_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': OPEN BATCH CURSOR FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE 'N' TO WS-FETCH-DONE.
           PERFORM 2510-FETCH-BATCH UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE KPIS_BATCH_CURSOR END-EXEC.
      *---------------------------------------------------------------
      * Window end as minutes after midnight of the business date,
      * so a run that finishes after midnight averages correctly
      * (END_TS is YYYY-MM-DD-hh.mm.ss...).
      *---------------------------------------------------------------
       2510-FETCH-BATCH.
           EXEC SQL
               FETCH KPIS_BATCH_CURSOR
               INTO :WS-DB2-RUN-DATE, :WS-DB2-END-TS
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH BATCH FAILED SQLCODE=' SQLCODE
               PERFORM 8000-SQL-FAILED
           END-IF.
           MOVE WS-DB2-RUN-DATE TO WS-RUN-DATE-DISP.
           COMPUTE WS-END-DATE-DISP =
               FUNCTION NUMVAL(WS-DB2-END-TS(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DB2-END-TS(6:2)) * 100
               + FUNCTION NUMVAL(WS-DB2-END-TS(9:2)).
           COMPUTE WS-END-MINUTES =
               ((FUNCTION INTEGER-OF-DATE(WS-END-DATE-DISP)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-DISP)) * 1440)
               + (FUNCTION NUMVAL(WS-DB2-END-TS(12:2)) * 60)
               + FUNCTION NUMVAL(WS-DB2-END-TS(15:2)).
           IF WS-END-MINUTES < 0
               DISPLAY WS-PROGRAM-ID ': BATCH END BEFORE BUSINESS DATE '
                   WS-RUN-DATE-DISP ' END=' WS-DB2-END-TS
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CO-BATCH-NIGHTS(WS-PER-SUB).
           ADD WS-END-MINUTES TO WS-CO-BATCH-MINUTES(WS-PER-SUB).
           IF WS-END-MINUTES > WS-CO-BATCH-LATEST(WS-PER-SUB)
               MOVE WS-END-MINUTES TO WS-CO-BATCH-LATEST(WS-PER-SUB)
           END-IF.
      *---------------------------------------------------------------
      * Locate (or open) the slot for WS-DB2-POLICY-NO into
      * WS-SCP-HIT, inserting a new policy in key order. A full
      * table returns zero - the row still counts for the company.
      *---------------------------------------------------------------
       2900-FIND-POLICY-SLOT.
           MOVE ZEROS TO WS-SCP-HIT.
           PERFORM VARYING WS-SCP-SUB FROM 2 BY 1
               UNTIL WS-SCP-SUB > WS-SCP-COUNT
               OR WS-SCP-POLICY-NO(WS-SCP-SUB) >= WS-DB2-POLICY-NO
               CONTINUE
           END-PERFORM.
           IF WS-SCP-SUB <= WS-SCP-COUNT
               AND WS-SCP-POLICY-NO(WS-SCP-SUB) = WS-DB2-POLICY-NO
               MOVE WS-SCP-SUB TO WS-SCP-HIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCP-COUNT >= WS-SCP-TBL-MAX
               IF NOT POLICY-TABLE-FULL
                   SET POLICY-TABLE-FULL TO TRUE
                   DISPLAY WS-PROGRAM-ID ': POLICY TABLE FULL AT '
                       WS-SCP-TBL-MAX ' - FURTHER POLICIES IN '
                       'COMPANY TOTALS ONLY'
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-SCP-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-SCP-SUB
               MOVE WS-SCP-ENTRY(WS-SHIFT-SUB)
                   TO WS-SCP-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-SCP-COUNT.
           INITIALIZE WS-SCP-ENTRY(WS-SCP-SUB).
           MOVE WS-DB2-POLICY-NO TO WS-SCP-POLICY-NO(WS-SCP-SUB).
           MOVE WS-SCP-SUB TO WS-SCP-HIT.
      *---------------------------------------------------------------
      * REJHIST rows falling in the three months - one per CLMSVALD
      * run (or per partitioned run, appended by CLMSVMRG). A
      * missing file leaves the two measures N/A.
      *---------------------------------------------------------------
       3000-READ-REJECT-HISTORY.
           OPEN INPUT REJECT-HIST.
           IF WS-REJHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': REJHIST NOT AVAILABLE FS='
                   WS-REJHIST-STATUS ' - VALIDATION AND SIU RATES N/A'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 3100-READ-REJHIST UNTIL END-OF-FILE.
           CLOSE REJECT-HIST.
      *---------------------------------------------------------------
       3100-READ-REJHIST.
           READ REJECT-HIST
               AT END
                   SET END-OF-FILE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-REJHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': READ REJHIST FAILED FS='
                   WS-REJHIST-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REJHIST-READ.
           COMPUTE WS-RJH-MONTH = RJH-RUN-DATE / 100.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3
               IF WS-RJH-MONTH = WS-PER-MONTH(WS-PER-SUB)
                   ADD RJH-INPUT-COUNT
                       TO WS-CO-VAL-INPUT(WS-PER-SUB)
                   ADD RJH-VALID-COUNT
                       TO WS-CO-VAL-VALID(WS-PER-SUB)
                   IF RJH-SIU-HOLD-COUNT NUMERIC
                       ADD RJH-SIU-HOLD-COUNT
                           TO WS-CO-SIU-HOLDS(WS-PER-SUB)
                   END-IF
               END-IF
           END-PERFORM.
      *---------------------------------------------------------------
      * The company section (unless one policy was asked for), then
      * one section per policy; each section's report-month figures
      * go to the history file as it prints.
      *---------------------------------------------------------------
       4000-PRINT-SCORECARD.
           OPEN EXTEND KPI-HIST.
           IF WS-KPIHIST-STATUS = '05' OR '35'
               OPEN OUTPUT KPI-HIST
           END-IF.
           IF WS-KPIHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN KPIHIST FAILED FS='
                   WS-KPIHIST-STATUS
               MOVE +16 TO WS-RETURN-CODE
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           IF NOT SINGLE-POLICY-RUN
               MOVE 1 TO WS-SCP-SUB
               PERFORM 4100-PRINT-SECTION
           END-IF.
           PERFORM VARYING WS-SCP-SUB FROM 2 BY 1
               UNTIL WS-SCP-SUB > WS-SCP-COUNT
               PERFORM 4100-PRINT-SECTION
               ADD 1 TO WS-POLICY-SECTIONS
           END-PERFORM.
           IF SINGLE-POLICY-RUN AND WS-POLICY-SECTIONS = 0
               MOVE SPACES TO WS-SECTION-LINE
               MOVE 'POLICY' TO WS-SC-SCOPE
               MOVE WS-HV-POLICY-LO TO WS-SC-POLICY-NO
               MOVE 'NO ACTIVITY IN THE THREE MONTHS'
                   TO WS-SC-HOLDER-NAME
               WRITE RPT-LINE FROM WS-SECTION-LINE
           END-IF.
           CLOSE KPI-HIST.
      *---------------------------------------------------------------
       4100-PRINT-SECTION.
           IF WS-LINE-COUNT + WS-SECTION-LINES > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE SPACES TO WS-SECTION-LINE.
           IF WS-SCP-SUB = 1
               MOVE 'COMPANY' TO WS-SC-SCOPE
               MOVE 'ALL POLICIES' TO WS-SC-HOLDER-NAME
           ELSE
               MOVE 'POLICY' TO WS-SC-SCOPE
               MOVE WS-SCP-POLICY-NO(WS-SCP-SUB) TO WS-SC-POLICY-NO
               PERFORM 4150-LOOKUP-HOLDER
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM 4200-FORMAT-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-MEASURE-COUNT
               MOVE WS-MEASURE-LABEL(WS-ROW-SUB) TO WS-DL-LABEL
               MOVE WS-MC-CELL(WS-ROW-SUB, 1)    TO WS-DL-CELL-1
               MOVE WS-MC-CELL(WS-ROW-SUB, 2)    TO WS-DL-CELL-2
               MOVE WS-MC-CELL(WS-ROW-SUB, 3)    TO WS-DL-CELL-3
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           PERFORM 5000-WRITE-KPI-HISTORY.
      *---------------------------------------------------------------
       4150-LOOKUP-HOLDER.
           IF NOT POLMSTR-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCP-POLICY-NO(WS-SCP-SUB) TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE '*** NOT ON POLICY MASTER ***'
                       TO WS-SC-HOLDER-NAME
               NOT INVALID KEY
                   MOVE POL-HOLDER-NAME TO WS-SC-HOLDER-NAME
           END-READ.
      *---------------------------------------------------------------
      * One column of the section - period WS-PER-SUB of scope
      * WS-SCP-SUB - formatted into the measure cells, row by row
      * in WS-MEASURE-LABELS order.
      *---------------------------------------------------------------
       4200-FORMAT-PERIOD.
           MOVE WS-SCP-RECEIVED(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 1 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-RCV-ONLINE(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 2 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-RCV-PHONE(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 3 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-RCV-PAPER(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 4 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-RCV-OTHER(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 5 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE 6 TO WS-ROW-SUB.
           IF WS-SCP-SUB = 1
               MOVE WS-CO-VAL-VALID(WS-PER-SUB) TO WS-FMT-NUMERATOR
               MOVE WS-CO-VAL-INPUT(WS-PER-SUB) TO WS-FMT-DENOMINATOR
               PERFORM 4600-FORMAT-RATE
           ELSE
               MOVE WS-FMT-NA TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB)
           END-IF.
           MOVE WS-SCP-PENDED(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 7 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-RECEIVED(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-DENOMINATOR.
           MOVE 8 TO WS-ROW-SUB.
           PERFORM 4600-FORMAT-RATE.
           MOVE WS-SCP-PEND-RELEASED(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR WS-FMT-DENOMINATOR.
           MOVE 9 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-PEND-DAYS(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 10 TO WS-ROW-SUB.
           PERFORM 4700-FORMAT-AVERAGE.
           MOVE WS-SCP-ADJUDICATED(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR WS-FMT-DENOMINATOR.
           MOVE 11 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-ADJ-DAYS(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 12 TO WS-ROW-SUB.
           PERFORM 4700-FORMAT-AVERAGE.
           MOVE WS-SCP-PAID(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR WS-FMT-DENOMINATOR.
           MOVE 13 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-PAID-DAYS(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 14 TO WS-ROW-SUB.
           PERFORM 4700-FORMAT-AVERAGE.
           MOVE WS-SCP-APL-DECIDED(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR WS-FMT-DENOMINATOR.
           MOVE 15 TO WS-ROW-SUB.
           PERFORM 4500-FORMAT-COUNT.
           MOVE WS-SCP-APL-OVERTURN(WS-SCP-SUB, WS-PER-SUB)
               TO WS-FMT-NUMERATOR.
           MOVE 16 TO WS-ROW-SUB.
           PERFORM 4600-FORMAT-RATE.
           IF WS-SCP-SUB = 1
               MOVE WS-CO-SIU-HOLDS(WS-PER-SUB) TO WS-FMT-NUMERATOR
               MOVE WS-CO-VAL-INPUT(WS-PER-SUB) TO WS-FMT-DENOMINATOR
               MOVE 17 TO WS-ROW-SUB
               PERFORM 4600-FORMAT-RATE
               MOVE WS-CO-BATCH-NIGHTS(WS-PER-SUB)
                   TO WS-FMT-NUMERATOR WS-FMT-DENOMINATOR
               MOVE 18 TO WS-ROW-SUB
               PERFORM 4500-FORMAT-COUNT
               MOVE WS-CO-BATCH-MINUTES(WS-PER-SUB)
                   TO WS-FMT-NUMERATOR
               MOVE WS-CO-BATCH-NIGHTS(WS-PER-SUB)
                   TO WS-FMT-DENOMINATOR
               MOVE 19 TO WS-ROW-SUB
               PERFORM 4800-FORMAT-CLOCK
               MOVE WS-CO-BATCH-LATEST(WS-PER-SUB)
                   TO WS-FMT-NUMERATOR
               MOVE 1 TO WS-FMT-DENOMINATOR
               MOVE 20 TO WS-ROW-SUB
               PERFORM 4800-FORMAT-CLOCK
           ELSE
               PERFORM VARYING WS-ROW-SUB FROM 17 BY 1
                   UNTIL WS-ROW-SUB > 20
                   MOVE WS-FMT-NA
                       TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB)
               END-PERFORM
           END-IF.
      *---------------------------------------------------------------
       4500-FORMAT-COUNT.
           MOVE SPACES TO WS-FMT-CELL.
           MOVE WS-FMT-NUMERATOR TO WS-FMT-COUNT-ED.
           MOVE WS-FMT-CELL TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
      * Numerator as a percentage of the denominator; N/A when there
      * was nothing to take a rate of.
      *---------------------------------------------------------------
       4600-FORMAT-RATE.
           IF WS-FMT-DENOMINATOR = 0
               MOVE WS-FMT-NA TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FMT-RESULT ROUNDED =
               (WS-FMT-NUMERATOR * 100) / WS-FMT-DENOMINATOR.
           MOVE SPACES TO WS-FMT-CELL.
           MOVE WS-FMT-RESULT TO WS-FMT-DECIMAL-ED.
           MOVE WS-FMT-CELL TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
       4700-FORMAT-AVERAGE.
           IF WS-FMT-DENOMINATOR = 0
               MOVE WS-FMT-NA TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FMT-RESULT ROUNDED =
               WS-FMT-NUMERATOR / WS-FMT-DENOMINATOR.
           MOVE SPACES TO WS-FMT-CELL.
           MOVE WS-FMT-RESULT TO WS-FMT-DECIMAL-ED.
           MOVE WS-FMT-CELL TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
      * Minutes after midnight of the business date as HH:MM - the
      * average when the denominator is the night count, the value
      * itself when it is 1 (latest). Hours run past 24 for a window
      * that closed the next morning.
      *---------------------------------------------------------------
       4800-FORMAT-CLOCK.
           IF WS-CO-BATCH-NIGHTS(WS-PER-SUB) = 0
               MOVE WS-FMT-NA TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FMT-MINUTES ROUNDED =
               WS-FMT-NUMERATOR / WS-FMT-DENOMINATOR.
           MOVE SPACES TO WS-FMT-CELL.
           COMPUTE WS-FMT-CLOCK-HH = WS-FMT-MINUTES / 60.
           COMPUTE WS-FMT-CLOCK-MM =
               FUNCTION MOD(WS-FMT-MINUTES, 60).
           MOVE ':' TO WS-FMT-CLOCK-SEP.
           MOVE WS-FMT-CELL TO WS-MC-CELL(WS-ROW-SUB, WS-PER-SUB).
      *---------------------------------------------------------------
      * The section's report-month figures as one KPIHIST record.
      *---------------------------------------------------------------
       5000-WRITE-KPI-HISTORY.
           MOVE SPACES TO KPI-HISTORY-RECORD.
           MOVE WS-PER-MONTH(1)  TO KPH-REPORT-MONTH.
           MOVE WS-TODAY-NUMERIC TO KPH-RUN-DATE.
           IF WS-SCP-SUB = 1
               SET KPH-SCOPE-COMPANY TO TRUE
           ELSE
               SET KPH-SCOPE-POLICY TO TRUE
               MOVE WS-SCP-POLICY-NO(WS-SCP-SUB) TO KPH-POLICY-NO
           END-IF.
           MOVE WS-SCP-RECEIVED(WS-SCP-SUB, 1)  TO KPH-RECEIVED-COUNT.
           MOVE WS-SCP-RCV-ONLINE(WS-SCP-SUB, 1) TO KPH-RCV-ONLINE.
           MOVE WS-SCP-RCV-PHONE(WS-SCP-SUB, 1)  TO KPH-RCV-PHONE.
           MOVE WS-SCP-RCV-PAPER(WS-SCP-SUB, 1)  TO KPH-RCV-PAPER.
           MOVE WS-SCP-RCV-OTHER(WS-SCP-SUB, 1)  TO KPH-RCV-OTHER.
           MOVE WS-SCP-PENDED(WS-SCP-SUB, 1)    TO KPH-PENDED-COUNT.
           MOVE ZEROS TO KPH-PEND-PCT.
           IF WS-SCP-RECEIVED(WS-SCP-SUB, 1) > 0
               COMPUTE KPH-PEND-PCT ROUNDED =
                   (WS-SCP-PENDED(WS-SCP-SUB, 1) * 100)
                   / WS-SCP-RECEIVED(WS-SCP-SUB, 1)
           END-IF.
           MOVE WS-SCP-PEND-RELEASED(WS-SCP-SUB, 1)
               TO KPH-PEND-RELEASED.
           MOVE ZEROS TO KPH-AVG-PEND-DAYS.
           IF WS-SCP-PEND-RELEASED(WS-SCP-SUB, 1) > 0
               COMPUTE KPH-AVG-PEND-DAYS ROUNDED =
                   WS-SCP-PEND-DAYS(WS-SCP-SUB, 1)
                   / WS-SCP-PEND-RELEASED(WS-SCP-SUB, 1)
           END-IF.
           MOVE WS-SCP-ADJUDICATED(WS-SCP-SUB, 1)
               TO KPH-ADJUDICATED-COUNT.
           MOVE ZEROS TO KPH-AVG-RCV-ADJ-DAYS.
           IF WS-SCP-ADJUDICATED(WS-SCP-SUB, 1) > 0
               COMPUTE KPH-AVG-RCV-ADJ-DAYS ROUNDED =
                   WS-SCP-ADJ-DAYS(WS-SCP-SUB, 1)
                   / WS-SCP-ADJUDICATED(WS-SCP-SUB, 1)
           END-IF.
           MOVE WS-SCP-PAID(WS-SCP-SUB, 1) TO KPH-PAID-COUNT.
           MOVE ZEROS TO KPH-AVG-ADJ-PAID-DAYS.
           IF WS-SCP-PAID(WS-SCP-SUB, 1) > 0
               COMPUTE KPH-AVG-ADJ-PAID-DAYS ROUNDED =
                   WS-SCP-PAID-DAYS(WS-SCP-SUB, 1)
                   / WS-SCP-PAID(WS-SCP-SUB, 1)
           END-IF.
           MOVE WS-SCP-APL-DECIDED(WS-SCP-SUB, 1)
               TO KPH-APPEALS-DECIDED.
           MOVE ZEROS TO KPH-OVERTURN-PCT.
           IF WS-SCP-APL-DECIDED(WS-SCP-SUB, 1) > 0
               COMPUTE KPH-OVERTURN-PCT ROUNDED =
                   (WS-SCP-APL-OVERTURN(WS-SCP-SUB, 1) * 100)
                   / WS-SCP-APL-DECIDED(WS-SCP-SUB, 1)
           END-IF.
           MOVE ZEROS TO KPH-VALIDATED-COUNT KPH-FIRST-PASS-PCT
                         KPH-SIU-HOLD-PCT KPH-BATCH-NIGHTS
                         KPH-AVG-BATCH-END-MIN KPH-LAST-BATCH-END-MIN.
           IF WS-SCP-SUB = 1
               PERFORM 5100-COMPANY-HISTORY-FIELDS
           END-IF.
           WRITE KPI-HISTORY-RECORD.
           IF WS-KPIHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE KPIHIST FAILED FS='
                   WS-KPIHIST-STATUS
               MOVE +8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-HISTORY-WRITTEN
           END-IF.
      *---------------------------------------------------------------
       5100-COMPANY-HISTORY-FIELDS.
           MOVE WS-CO-VAL-INPUT(1) TO KPH-VALIDATED-COUNT.
           IF WS-CO-VAL-INPUT(1) > 0
               COMPUTE KPH-FIRST-PASS-PCT ROUNDED =
                   (WS-CO-VAL-VALID(1) * 100) / WS-CO-VAL-INPUT(1)
               COMPUTE KPH-SIU-HOLD-PCT ROUNDED =
                   (WS-CO-SIU-HOLDS(1) * 100) / WS-CO-VAL-INPUT(1)
           END-IF.
           MOVE WS-CO-BATCH-NIGHTS(1) TO KPH-BATCH-NIGHTS.
           IF WS-CO-BATCH-NIGHTS(1) > 0
               COMPUTE KPH-AVG-BATCH-END-MIN ROUNDED =
                   WS-CO-BATCH-MINUTES(1) / WS-CO-BATCH-NIGHTS(1)
               MOVE WS-CO-BATCH-LATEST(1) TO KPH-LAST-BATCH-END-MIN
           END-IF.
      *---------------------------------------------------------------
      * A failed cursor leaves the month's figures incomplete - stop
      * before anything is printed or appended to the history.
      *---------------------------------------------------------------
       8000-SQL-FAILED.
           MOVE +16 TO WS-RETURN-CODE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       9000-TERMINATE.
           IF POLMSTR-OPEN
               CLOSE POLICY-MASTER
           END-IF.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': POLICY SECTIONS='
                   WS-POLICY-SECTIONS
                   ' HISTORY RECORDS=' WS-HISTORY-WRITTEN
                   ' REJHIST READ='   WS-REJHIST-READ
                   ' DATE FAILURES='  WS-DATE-FAIL-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
