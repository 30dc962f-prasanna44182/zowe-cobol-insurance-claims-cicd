      *===============================================================
      * CLMSMCAS - NAIC MCAS Claims Data Extract
      * Run on demand once a year for the market conduct annual
      * statement filing (DB2 precompile required).
      * Builds the MCAS claims interrogatory counts for the reporting
      * year by loss state and claim type (line) from one pass of
      * each claim's history - every CLAIMS_AUDIT status change and
      * CLAIMS_PAYMENT disbursement, in time order, with the claim's
      * state and line off CLAIMS_MASTER or CLAIMS_MASTER_HIST and
      * its overturned appeals off CLAIMS_APPEAL:
      *   - a claim is open from receipt (INSERT_TS) until its first
      *     approval or denial; a move off a closed status - a
      *     CLMSREOP reopen, a correction, or a denial overturned on
      *     appeal - opens it again, as the NAIC instructions have
      *     reopened claims counted: opened again in the period it
      *     reopens and timed to its next close from the reopen
      *   - a close is with payment when it was an approval and a
      *     disbursement for the claim (not voided - an offset one
      *     counts) followed before any reopen; otherwise without
      *   - a denial overturned on appeal therefore stays a close
      *     without payment in the period it was denied, and is
      *     opened and closed again, with the payment, when the
      *     overturn is adjudicated
      * Lawsuits are the claim-level LEGAL_HOLD preservation orders
      * (CLMSLGHM) - placed is opened, released is closed.
      * Writes the interrogatory file (DD MCASOUT, layout MCASREC),
      * the claim-level detail file behind every count (DD MCASDTL,
      * layout MCADREC) and a summary report (DD RPTFILE) that
      * proves open-at-start + opened - closed = open-at-end for
      * each state and line. A run that fails part way writes no
      * trailer, so the file cannot be filed short.
      * PARMCARD (optional): cols 1-4 reporting year (CCYY), default
      * last calendar year.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSMCAS.
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
           SELECT MCAS-OUT ASSIGN TO MCASOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCASOUT-STATUS.
           SELECT MCAS-DETAIL-OUT ASSIGN TO MCASDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCASDTL-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Cols 1-4 =
      * reporting year (CCYY); blank keeps last year.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-REPORT-YEAR      PIC X(04).
           05  FILLER              PIC X(76).

       FD  MCAS-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY MCASREC.

       FD  MCAS-DETAIL-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY MCADREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLLGHD.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSMCAS'.

       01  WS-FILE-STATUSES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MCASOUT-STATUS   PIC X(02) VALUE SPACES.
           05  WS-MCASDTL-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-EVENT-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-CLAIM-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-DETAIL-COUNT     PIC 9(09) VALUE ZEROS.
           05  WS-RECORD-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-SUIT-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-OUT-OF-BALANCE   PIC 9(05) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-RUN-FAILED-FLAG      PIC X(01) VALUE 'N'.
           88  RUN-FAILED          VALUE 'Y'.
       01  WS-CLAIM-ACTIVE-FLAG    PIC X(01) VALUE 'N'.
           88  CLAIM-ACTIVE        VALUE 'Y'.
       01  WS-CLAIM-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  CLAIM-IS-OPEN       VALUE 'Y'.
       01  WS-TABLE-FULL-FLAG      PIC X(01) VALUE 'N'.
           88  STATE-TABLE-FULL    VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-REPORT-YEAR          PIC 9(04) VALUE ZEROS.
       01  WS-YEAR-FROM            PIC 9(08) VALUE ZEROS.
       01  WS-YEAR-TO              PIC 9(08) VALUE ZEROS.
       01  WS-HV-YEAR-FROM         PIC S9(08) COMP-3 VALUE +0.
       01  WS-HV-YEAR-TO           PIC S9(08) COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * One claim-history event off the event cursor - kind S is a
      * CLAIMS_AUDIT status change, kind Y a CLAIMS_PAYMENT row.
      *---------------------------------------------------------------
       01  WS-EVENT-FIELDS.
           05  WS-EV-POLICY-NO     PIC X(10).
           05  WS-EV-CLAIM-ID      PIC X(08).
           05  WS-EV-TS            PIC X(26).
           05  WS-EV-KIND          PIC X(01).
               88  EV-STATUS-CHANGE      VALUE 'S'.
               88  EV-PAYMENT            VALUE 'Y'.
           05  WS-EV-OLD-STATUS    PIC X(01).
           05  WS-EV-NEW-STATUS    PIC X(01).
               88  EV-TO-CLOSED          VALUE 'A' 'D'.
           05  WS-EV-PAY-STATUS    PIC X(01).
           05  WS-EV-PAY-AMOUNT    PIC S9(07)V99 COMP-3.
           05  WS-EV-LOSS-STATE    PIC X(02).
           05  WS-EV-CLAIM-TYPE    PIC X(02).
           05  WS-EV-INSERT-TS     PIC X(26).
           05  WS-EV-OVERTURNS     PIC S9(09) COMP.
       01  WS-EV-DATE              PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * The claim in hand and its episodes - receipt to first close,
      * then each reopen to the next close. Close date zero = still
      * open.
      *---------------------------------------------------------------
       01  WS-CLAIM-KEY.
           05  WS-CLM-POLICY-NO    PIC X(10).
           05  WS-CLM-CLAIM-ID     PIC X(08).
       01  WS-CLM-LOSS-STATE       PIC X(02).
       01  WS-CLM-CLAIM-TYPE       PIC X(02).
       01  WS-CLM-OVERTURNS        PIC S9(09) COMP VALUE +0.
       01  WS-EPI-TBL-MAX          PIC S9(04) COMP VALUE +50.
       01  WS-EPI-COUNT            PIC S9(04) COMP VALUE +0.
       01  WS-EPISODE-TABLE.
           05  WS-EPI-ENTRY OCCURS 50 TIMES.
               10  WS-EPI-OPEN-DATE    PIC 9(08).
               10  WS-EPI-OPEN-REASON  PIC X(01).
               10  WS-EPI-CLOSE-DATE   PIC 9(08).
               10  WS-EPI-CLOSE-STATUS PIC X(01).
               10  WS-EPI-PAID-FLAG    PIC X(01).
       01  WS-EPI-SUB              PIC S9(04) COMP VALUE +0.
       01  WS-DAYS-TO-CLOSE        PIC S9(07) COMP VALUE +0.
       01  WS-BAND                 PIC 9(01) VALUE ZEROS.

      *---------------------------------------------------------------
      * Counts by loss state / claim type, kept in key order as the
      * pairs are first seen so the file and report come out sorted.
      *---------------------------------------------------------------
       01  WS-SL-TBL-MAX           PIC S9(04) COMP VALUE +400.
       01  WS-SL-COUNT             PIC S9(04) COMP VALUE +0.
       01  WS-STATE-LINE-TABLE.
           05  WS-SL-ENTRY OCCURS 400 TIMES.
               10  WS-SL-KEY.
                   15  WS-SL-LOSS-STATE    PIC X(02).
                   15  WS-SL-CLAIM-TYPE    PIC X(02).
               10  WS-SL-OPEN-BEGIN        PIC S9(07) COMP-3.
               10  WS-SL-OPENED            PIC S9(07) COMP-3.
               10  WS-SL-REOPENED          PIC S9(07) COMP-3.
               10  WS-SL-OVERTURNED        PIC S9(07) COMP-3.
               10  WS-SL-CLOSED-PAID       PIC S9(07) COMP-3.
               10  WS-SL-CLOSED-NOPAY      PIC S9(07) COMP-3.
               10  WS-SL-OPEN-END          PIC S9(07) COMP-3.
               10  WS-SL-PAID-BAND         PIC S9(07) COMP-3
                                           OCCURS 6 TIMES.
               10  WS-SL-NOPAY-BAND        PIC S9(07) COMP-3
                                           OCCURS 6 TIMES.
               10  WS-SL-SUITS-OPENED      PIC S9(07) COMP-3.
               10  WS-SL-SUITS-CLOSED      PIC S9(07) COMP-3.
               10  WS-SL-SUITS-OPEN-END    PIC S9(07) COMP-3.
       01  WS-SL-SUB               PIC S9(04) COMP VALUE +0.
       01  WS-SL-HIT               PIC S9(04) COMP VALUE +0.
       01  WS-SHIFT-SUB            PIC S9(04) COMP VALUE +0.
       01  WS-BAND-SUB             PIC S9(04) COMP VALUE +0.
       01  WS-FIND-KEY.
           05  WS-FIND-LOSS-STATE  PIC X(02).
           05  WS-FIND-CLAIM-TYPE  PIC X(02).
       01  WS-BALANCE-CHECK        PIC S9(09) COMP-3 VALUE +0.

       01  WS-GRAND-TOTALS.
           05  WS-GT-OPEN-BEGIN    PIC S9(09) COMP-3 VALUE +0.
           05  WS-GT-OPENED        PIC S9(09) COMP-3 VALUE +0.
           05  WS-GT-CLOSED-PAID   PIC S9(09) COMP-3 VALUE +0.
           05  WS-GT-CLOSED-NOPAY  PIC S9(09) COMP-3 VALUE +0.
           05  WS-GT-OPEN-END      PIC S9(09) COMP-3 VALUE +0.
           05  WS-GT-SUITS-OPENED  PIC S9(09) COMP-3 VALUE +0.
           05  WS-GT-SUITS-CLOSED  PIC S9(09) COMP-3 VALUE +0.

       01  WS-LGH-LOSS-STATE       PIC X(02).
       01  WS-LGH-CLAIM-TYPE       PIC X(02).
       01  WS-LGH-PLACED-DISP      PIC 9(08).
       01  WS-LGH-RELEASED-DISP    PIC 9(08).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'NAIC MCAS CLAIMS DATA - STATE / LINE SUMMARY'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(16) VALUE 'REPORTING YEAR: '.
           05  WS-TL2-YEAR         PIC 9(04).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(06) VALUE 'STATE'.
           05  FILLER              PIC X(06) VALUE 'LINE'.
           05  FILLER              PIC X(10) VALUE '  OPEN BEG'.
           05  FILLER              PIC X(10) VALUE '    OPENED'.
           05  FILLER              PIC X(10) VALUE '  REOPENED'.
           05  FILLER              PIC X(10) VALUE 'OVERTURNED'.
           05  FILLER              PIC X(10) VALUE ' CLSD PAID'.
           05  FILLER              PIC X(10) VALUE 'CLSD NOPAY'.
           05  FILLER              PIC X(10) VALUE '  OPEN END'.
           05  FILLER              PIC X(10) VALUE ' SUITS OPN'.
           05  FILLER              PIC X(10) VALUE ' SUITS CLS'.
           05  FILLER              PIC X(10) VALUE ' SUITS END'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'BALANCE'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-BAND-HEADER.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'DAYS TO CLS'.
           05  FILLER              PIC X(21) VALUE
               '   0-30  31-60  61-90'.
           05  FILLER              PIC X(21) VALUE
               ' 91-180181-365   >365'.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(122) VALUE ALL '-'.
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-STATE         PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-LINE          PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DL-OPEN-BEGIN    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-OPENED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-REOPENED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-OVERTURNED    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-CLOSED-PAID   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-CLOSED-NOPAY  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-OPEN-END      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-SUITS-OPENED  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-SUITS-CLOSED  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DL-SUITS-END     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DL-BALANCE       PIC X(08).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-BAND-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  WS-BL-LABEL         PIC X(12).
           05  WS-BL-BAND          PIC ZZZ,ZZ9 OCCURS 6 TIMES.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE 'ALL STATES'.
           05  WS-TT-OPEN-BEGIN    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TT-OPENED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  WS-TT-CLOSED-PAID   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TT-CLOSED-NOPAY  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TT-OPEN-END      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TT-SUITS-OPENED  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TT-SUITS-CLOSED  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-CONTROL-LINE.
           05  WS-CL-LABEL         PIC X(40).
           05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(81) VALUE SPACES.

      *---------------------------------------------------------------
      * Every claim's history in time order: its status changes and
      * its claim and benefit disbursements (interest is not a claim
      * payment), with the claim's state and line from whichever of
      * CLAIMS_MASTER / CLAIMS_MASTER_HIST holds it now and the
      * number of its appeals decided for the claimant. A claim on
      * neither table (backed out of a bad load) has nothing to
      * report.
      *---------------------------------------------------------------
           EXEC SQL DECLARE MCAS_EVENT_CURSOR CURSOR FOR
               SELECT E.POLICY_NO, E.CLAIM_ID, E.EVENT_TS,
                      E.EVENT_KIND, E.OLD_STATUS, E.NEW_STATUS,
                      E.PAY_STATUS, E.PAY_AMOUNT,
                      COALESCE(M.LOSS_STATE, H.LOSS_STATE, ' '),
                      COALESCE(M.CLAIM_TYPE, H.CLAIM_TYPE, ' '),
                      COALESCE(M.INSERT_TS,  H.INSERT_TS),
                      COALESCE(V.OVERTURNS, 0)
               FROM (SELECT A.POLICY_NO, A.CLAIM_ID,
                            A.CHANGE_TS AS EVENT_TS,
                            'S' AS EVENT_KIND,
                            A.OLD_STATUS, A.NEW_STATUS,
                            ' ' AS PAY_STATUS,
                            CAST(0 AS DECIMAL(9,2)) AS PAY_AMOUNT
                     FROM CLAIMS_AUDIT A
                     UNION ALL
                     SELECT P.POLICY_NO, P.CLAIM_ID,
                            P.PAYMENT_TS,
                            'Y',
                            ' ', ' ',
                            P.STATUS,
                            P.PAYMENT_AMOUNT
                     FROM CLAIMS_PAYMENT P
                     WHERE P.PAY_TYPE IN ('C', 'B', ' ')) AS E
                    LEFT OUTER JOIN CLAIMS_MASTER M
                      ON  M.POLICY_NO = E.POLICY_NO
                      AND M.CLAIM_ID  = E.CLAIM_ID
                    LEFT OUTER JOIN CLAIMS_MASTER_HIST H
                      ON  H.POLICY_NO = E.POLICY_NO
                      AND H.CLAIM_ID  = E.CLAIM_ID
                    LEFT OUTER JOIN
                         (SELECT X.POLICY_NO, X.CLAIM_ID,
                                 COUNT(*) AS OVERTURNS
                          FROM CLAIMS_APPEAL X
                          WHERE X.STATUS = 'V'
                          GROUP BY X.POLICY_NO, X.CLAIM_ID) AS V
                      ON  V.POLICY_NO = E.POLICY_NO
                      AND V.CLAIM_ID  = E.CLAIM_ID
               WHERE M.CLAIM_ID IS NOT NULL
                  OR H.CLAIM_ID IS NOT NULL
               ORDER BY 1, 2, 3, 4
           END-EXEC.

      *---------------------------------------------------------------
      * Claim-level preservation orders live at any point in the
      * year.
      *---------------------------------------------------------------
           EXEC SQL DECLARE MCAS_SUIT_CURSOR CURSOR FOR
               SELECT L.HOLD_ID, L.POLICY_NO, L.CLAIM_ID,
                      L.PLACED_DATE, L.RELEASED_DATE,
                      COALESCE(M.LOSS_STATE, H.LOSS_STATE, ' '),
                      COALESCE(M.CLAIM_TYPE, H.CLAIM_TYPE, ' ')
               FROM LEGAL_HOLD L
                    LEFT OUTER JOIN CLAIMS_MASTER M
                      ON  M.POLICY_NO = L.POLICY_NO
                      AND M.CLAIM_ID  = L.CLAIM_ID
                    LEFT OUTER JOIN CLAIMS_MASTER_HIST H
                      ON  H.POLICY_NO = L.POLICY_NO
                      AND H.CLAIM_ID  = L.CLAIM_ID
               WHERE L.SCOPE_TYPE  = 'C'
                 AND L.PLACED_DATE <= :WS-HV-YEAR-TO
                 AND (L.RELEASED_DATE = 0
                      OR L.RELEASED_DATE >= :WS-HV-YEAR-FROM)
                 AND (M.CLAIM_ID IS NOT NULL
                      OR H.CLAIM_ID IS NOT NULL)
               ORDER BY L.POLICY_NO, L.CLAIM_ID, L.HOLD_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-EVENTS UNTIL FETCH-COMPLETE.
           IF CLAIM-ACTIVE AND NOT RUN-FAILED
               PERFORM 3000-COUNT-CLAIM
           END-IF.
           EXEC SQL CLOSE MCAS_EVENT_CURSOR END-EXEC.
           IF NOT RUN-FAILED
               PERFORM 4000-COUNT-LAWSUITS
           END-IF.
           PERFORM 5000-WRITE-MCAS-FILE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': MCAS CLAIMS EXTRACT STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           COMPUTE WS-REPORT-YEAR = WS-DATE-YYYY - 1.
           PERFORM 1050-READ-CONTROL-CARD.
           COMPUTE WS-YEAR-FROM = (WS-REPORT-YEAR * 10000) + 0101.
           COMPUTE WS-YEAR-TO   = (WS-REPORT-YEAR * 10000) + 1231.
           MOVE WS-YEAR-FROM TO WS-HV-YEAR-FROM.
           MOVE WS-YEAR-TO   TO WS-HV-YEAR-TO.
           DISPLAY WS-PROGRAM-ID ': REPORTING YEAR=' WS-REPORT-YEAR.
           INITIALIZE WS-STATE-LINE-TABLE.
           OPEN OUTPUT MCAS-OUT.
           IF WS-MCASOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN MCASOUT FAILED FS='
                   WS-MCASOUT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MCAS-DETAIL-OUT.
           IF WS-MCASDTL-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN MCASDTL FAILED FS='
                   WS-MCASDTL-STATUS
               MOVE +16 TO WS-RETURN-CODE
               CLOSE MCAS-OUT
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               CLOSE MCAS-OUT MCAS-DETAIL-OUT
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-TL2-YEAR.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           EXEC SQL OPEN MCAS_EVENT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN EVENT CURSOR FAILED '
                   'SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
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
           IF CC-REPORT-YEAR = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CC-REPORT-YEAR NUMERIC
               AND CC-REPORT-YEAR > '1900'
               MOVE CC-REPORT-YEAR TO WS-REPORT-YEAR
           ELSE
               DISPLAY WS-PROGRAM-ID ': INVALID REPORTING YEAR '
                   CC-REPORT-YEAR ' ON PARMCARD'
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------
       2000-PROCESS-EVENTS.
           EXEC SQL
               FETCH MCAS_EVENT_CURSOR
               INTO :WS-EV-POLICY-NO,  :WS-EV-CLAIM-ID,
                    :WS-EV-TS,         :WS-EV-KIND,
                    :WS-EV-OLD-STATUS, :WS-EV-NEW-STATUS,
                    :WS-EV-PAY-STATUS, :WS-EV-PAY-AMOUNT,
                    :WS-EV-LOSS-STATE, :WS-EV-CLAIM-TYPE,
                    :WS-EV-INSERT-TS,  :WS-EV-OVERTURNS
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH EVENT FAILED SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               SET RUN-FAILED     TO TRUE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           IF NOT CLAIM-ACTIVE
               OR WS-EV-POLICY-NO NOT = WS-CLM-POLICY-NO
               OR WS-EV-CLAIM-ID  NOT = WS-CLM-CLAIM-ID
               IF CLAIM-ACTIVE
                   PERFORM 3000-COUNT-CLAIM
               END-IF
               PERFORM 2100-START-CLAIM
           END-IF.
           COMPUTE WS-EV-DATE =
               FUNCTION NUMVAL(WS-EV-TS(1:4)) * 10000
               + FUNCTION NUMVAL(WS-EV-TS(6:2)) * 100
               + FUNCTION NUMVAL(WS-EV-TS(9:2)).
           IF EV-PAYMENT
               PERFORM 2300-APPLY-PAYMENT
           ELSE
               PERFORM 2200-APPLY-STATUS-CHANGE
           END-IF.
      *---------------------------------------------------------------
      * A new claim's first episode opens on the day it was received
      * - the date of INSERT_TS, whether or not its insert audit row
      * is still on file.
      *---------------------------------------------------------------
       2100-START-CLAIM.
           SET CLAIM-ACTIVE TO TRUE.
           SET CLAIM-IS-OPEN TO TRUE.
           ADD 1 TO WS-CLAIM-COUNT.
           MOVE WS-EV-POLICY-NO  TO WS-CLM-POLICY-NO.
           MOVE WS-EV-CLAIM-ID   TO WS-CLM-CLAIM-ID.
           MOVE WS-EV-LOSS-STATE TO WS-CLM-LOSS-STATE.
           MOVE WS-EV-CLAIM-TYPE TO WS-CLM-CLAIM-TYPE.
           MOVE WS-EV-OVERTURNS  TO WS-CLM-OVERTURNS.
           INITIALIZE WS-EPISODE-TABLE.
           MOVE 1 TO WS-EPI-COUNT.
           COMPUTE WS-EPI-OPEN-DATE(1) =
               FUNCTION NUMVAL(WS-EV-INSERT-TS(1:4)) * 10000
               + FUNCTION NUMVAL(WS-EV-INSERT-TS(6:2)) * 100
               + FUNCTION NUMVAL(WS-EV-INSERT-TS(9:2)).
           MOVE 'N' TO WS-EPI-OPEN-REASON(1).
      *---------------------------------------------------------------
      * An approval or denial closes the open episode. A change off
      * a closed status opens the next one - reason A when it is a
      * denial turning into an approval on a claim with an
      * overturned appeal, R for anything else - and if the change
      * lands straight on A or D the new episode closes the same
      * day. Same-status rows (payment-return notes) change nothing.
      *---------------------------------------------------------------
       2200-APPLY-STATUS-CHANGE.
           IF WS-EV-NEW-STATUS = WS-EV-OLD-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF CLAIM-IS-OPEN
               IF EV-TO-CLOSED
                   PERFORM 2250-CLOSE-EPISODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-EPI-COUNT >= WS-EPI-TBL-MAX
               DISPLAY WS-PROGRAM-ID ': EPISODE TABLE FULL POLICY='
                   WS-CLM-POLICY-NO ' CLAIM=' WS-CLM-CLAIM-ID
                   ' - LATER REOPENS NOT COUNTED'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EPI-COUNT.
           MOVE WS-EV-DATE TO WS-EPI-OPEN-DATE(WS-EPI-COUNT).
           IF WS-EV-OLD-STATUS = 'D' AND WS-EV-NEW-STATUS = 'A'
               AND WS-CLM-OVERTURNS > 0
               MOVE 'A' TO WS-EPI-OPEN-REASON(WS-EPI-COUNT)
           ELSE
               MOVE 'R' TO WS-EPI-OPEN-REASON(WS-EPI-COUNT)
           END-IF.
           SET CLAIM-IS-OPEN TO TRUE.
           IF EV-TO-CLOSED
               PERFORM 2250-CLOSE-EPISODE
           END-IF.
      *---------------------------------------------------------------
       2250-CLOSE-EPISODE.
           MOVE WS-EV-DATE TO WS-EPI-CLOSE-DATE(WS-EPI-COUNT).
           IF WS-EPI-CLOSE-DATE(WS-EPI-COUNT)
               < WS-EPI-OPEN-DATE(WS-EPI-COUNT)
               MOVE WS-EPI-OPEN-DATE(WS-EPI-COUNT)
                   TO WS-EPI-CLOSE-DATE(WS-EPI-COUNT)
           END-IF.
           MOVE WS-EV-NEW-STATUS TO WS-EPI-CLOSE-STATUS(WS-EPI-COUNT).
           MOVE 'N' TO WS-CLAIM-OPEN-FLAG.
      *---------------------------------------------------------------
      * A disbursement that was not voided - including one absorbed
      * in full by an overpayment offset (written at zero, cleared)
      * - makes the current episode a paid one.
      *---------------------------------------------------------------
       2300-APPLY-PAYMENT.
           IF WS-EV-PAY-STATUS = 'V'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EV-PAY-AMOUNT > 0 OR WS-EV-PAY-STATUS = 'C'
               MOVE 'Y' TO WS-EPI-PAID-FLAG(WS-EPI-COUNT)
           END-IF.
      *---------------------------------------------------------------
      * The finished claim's episodes against the reporting year -
      * each one counted, and written to the detail file, under
      * every measure it falls in.
      *---------------------------------------------------------------
       3000-COUNT-CLAIM.
           MOVE WS-CLM-LOSS-STATE TO WS-FIND-LOSS-STATE.
           MOVE WS-CLM-CLAIM-TYPE TO WS-FIND-CLAIM-TYPE.
           PERFORM 3900-FIND-STATE-LINE.
           IF WS-SL-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SL-HIT TO WS-SL-SUB.
           PERFORM 3100-COUNT-EPISODE
               VARYING WS-EPI-SUB FROM 1 BY 1
               UNTIL WS-EPI-SUB > WS-EPI-COUNT.
      *---------------------------------------------------------------
       3100-COUNT-EPISODE.
           IF WS-EPI-OPEN-DATE(WS-EPI-SUB) > WS-YEAR-TO
               EXIT PARAGRAPH
           END-IF.
           IF WS-EPI-CLOSE-DATE(WS-EPI-SUB) > 0
               AND WS-EPI-CLOSE-DATE(WS-EPI-SUB) < WS-YEAR-FROM
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES              TO MCAS-DETAIL-RECORD.
           MOVE WS-REPORT-YEAR      TO MCD-REPORT-YEAR.
           MOVE WS-CLM-LOSS-STATE   TO MCD-LOSS-STATE.
           MOVE WS-CLM-CLAIM-TYPE   TO MCD-CLAIM-TYPE.
           MOVE WS-CLM-POLICY-NO    TO MCD-POLICY-NO.
           MOVE WS-CLM-CLAIM-ID     TO MCD-CLAIM-ID.
           MOVE WS-EPI-SUB          TO MCD-EPISODE-SEQ.
           MOVE WS-EPI-OPEN-REASON(WS-EPI-SUB) TO MCD-OPEN-REASON.
           MOVE WS-EPI-OPEN-DATE(WS-EPI-SUB)   TO MCD-OPEN-DATE.
           MOVE WS-EPI-CLOSE-DATE(WS-EPI-SUB)  TO MCD-CLOSE-DATE.
           MOVE WS-EPI-CLOSE-STATUS(WS-EPI-SUB) TO MCD-CLOSE-STATUS.
           MOVE ZEROS TO MCD-DAYS-TO-CLOSE MCD-CLOSE-BAND.
           IF WS-EPI-OPEN-DATE(WS-EPI-SUB) < WS-YEAR-FROM
               SET MCD-OPEN-BEGIN TO TRUE
               PERFORM 3800-WRITE-DETAIL
               ADD 1 TO WS-SL-OPEN-BEGIN(WS-SL-SUB)
           ELSE
               SET MCD-OPENED TO TRUE
               PERFORM 3800-WRITE-DETAIL
               ADD 1 TO WS-SL-OPENED(WS-SL-SUB)
               EVALUATE WS-EPI-OPEN-REASON(WS-EPI-SUB)
                   WHEN 'R'
                       ADD 1 TO WS-SL-REOPENED(WS-SL-SUB)
                   WHEN 'A'
                       ADD 1 TO WS-SL-OVERTURNED(WS-SL-SUB)
               END-EVALUATE
           END-IF.
           IF WS-EPI-CLOSE-DATE(WS-EPI-SUB) = 0
               OR WS-EPI-CLOSE-DATE(WS-EPI-SUB) > WS-YEAR-TO
               SET MCD-OPEN-END TO TRUE
               PERFORM 3800-WRITE-DETAIL
               ADD 1 TO WS-SL-OPEN-END(WS-SL-SUB)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-COUNT-CLOSE.
      *---------------------------------------------------------------
      * Closed in the year - with payment only when it closed on an
      * approval that was paid - and banded by calendar days from
      * the episode's open.
      *---------------------------------------------------------------
       3200-COUNT-CLOSE.
           COMPUTE WS-DAYS-TO-CLOSE =
               FUNCTION INTEGER-OF-DATE(WS-EPI-CLOSE-DATE(WS-EPI-SUB))
               - FUNCTION INTEGER-OF-DATE(WS-EPI-OPEN-DATE(WS-EPI-SUB)).
           EVALUATE TRUE
               WHEN WS-DAYS-TO-CLOSE <= 30
                   MOVE 1 TO WS-BAND
               WHEN WS-DAYS-TO-CLOSE <= 60
                   MOVE 2 TO WS-BAND
               WHEN WS-DAYS-TO-CLOSE <= 90
                   MOVE 3 TO WS-BAND
               WHEN WS-DAYS-TO-CLOSE <= 180
                   MOVE 4 TO WS-BAND
               WHEN WS-DAYS-TO-CLOSE <= 365
                   MOVE 5 TO WS-BAND
               WHEN OTHER
                   MOVE 6 TO WS-BAND
           END-EVALUATE.
           MOVE WS-DAYS-TO-CLOSE TO MCD-DAYS-TO-CLOSE.
           MOVE WS-BAND          TO MCD-CLOSE-BAND WS-BAND-SUB.
           IF WS-EPI-CLOSE-STATUS(WS-EPI-SUB) = 'A'
               AND WS-EPI-PAID-FLAG(WS-EPI-SUB) = 'Y'
               SET MCD-CLOSED-PAID TO TRUE
               ADD 1 TO WS-SL-CLOSED-PAID(WS-SL-SUB)
               ADD 1 TO WS-SL-PAID-BAND(WS-SL-SUB, WS-BAND-SUB)
           ELSE
               SET MCD-CLOSED-NOPAY TO TRUE
               ADD 1 TO WS-SL-CLOSED-NOPAY(WS-SL-SUB)
               ADD 1 TO WS-SL-NOPAY-BAND(WS-SL-SUB, WS-BAND-SUB)
           END-IF.
           PERFORM 3800-WRITE-DETAIL.
      *---------------------------------------------------------------
       3800-WRITE-DETAIL.
           WRITE MCAS-DETAIL-RECORD.
           IF WS-MCASDTL-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE MCASDTL FAILED FS='
                   WS-MCASDTL-STATUS
               MOVE +16 TO WS-RETURN-CODE
               SET RUN-FAILED     TO TRUE
               SET FETCH-COMPLETE TO TRUE
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.
      *---------------------------------------------------------------
      * Locate (or open, in key order) the slot for WS-FIND-KEY into
      * WS-SL-HIT. A full table is a failed run - a count that
      * cannot be placed cannot be filed.
      *---------------------------------------------------------------
       3900-FIND-STATE-LINE.
           MOVE ZEROS TO WS-SL-HIT.
           PERFORM VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT
               OR WS-SL-KEY(WS-SL-SUB) >= WS-FIND-KEY
               CONTINUE
           END-PERFORM.
           IF WS-SL-SUB <= WS-SL-COUNT
               AND WS-SL-KEY(WS-SL-SUB) = WS-FIND-KEY
               MOVE WS-SL-SUB TO WS-SL-HIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SL-COUNT >= WS-SL-TBL-MAX
               IF NOT STATE-TABLE-FULL
                   SET STATE-TABLE-FULL TO TRUE
                   DISPLAY WS-PROGRAM-ID ': STATE/LINE TABLE FULL AT '
                       WS-SL-TBL-MAX
               END-IF
               MOVE +16 TO WS-RETURN-CODE
               SET RUN-FAILED     TO TRUE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-SL-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-SL-SUB
               MOVE WS-SL-ENTRY(WS-SHIFT-SUB)
                   TO WS-SL-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-SL-COUNT.
           INITIALIZE WS-SL-ENTRY(WS-SL-SUB).
           MOVE WS-FIND-KEY TO WS-SL-KEY(WS-SL-SUB).
           MOVE WS-SL-SUB TO WS-SL-HIT.
      *---------------------------------------------------------------
       4000-COUNT-LAWSUITS.
           EXEC SQL OPEN MCAS_SUIT_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN SUIT CURSOR FAILED '
                   'SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               SET RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FETCH-DONE.
           PERFORM 4100-FETCH-LAWSUIT UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE MCAS_SUIT_CURSOR END-EXEC.
      *---------------------------------------------------------------
       4100-FETCH-LAWSUIT.
           EXEC SQL
               FETCH MCAS_SUIT_CURSOR
               INTO :DCL-LGH-HOLD-ID,     :DCL-LGH-POLICY-NO,
                    :DCL-LGH-CLAIM-ID,    :DCL-LGH-PLACED-DATE,
                    :DCL-LGH-RELEASED-DATE,
                    :WS-LGH-LOSS-STATE,   :WS-LGH-CLAIM-TYPE
           END-EXEC.
           IF SQLCODE = +100
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': FETCH SUIT FAILED SQLCODE=' SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               SET RUN-FAILED     TO TRUE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUIT-COUNT.
           MOVE WS-LGH-LOSS-STATE TO WS-FIND-LOSS-STATE.
           MOVE WS-LGH-CLAIM-TYPE TO WS-FIND-CLAIM-TYPE.
           PERFORM 3900-FIND-STATE-LINE.
           IF WS-SL-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SL-HIT TO WS-SL-SUB.
           MOVE DCL-LGH-PLACED-DATE   TO WS-LGH-PLACED-DISP.
           MOVE DCL-LGH-RELEASED-DATE TO WS-LGH-RELEASED-DISP.
           MOVE SPACES              TO MCAS-DETAIL-RECORD.
           MOVE WS-REPORT-YEAR      TO MCD-REPORT-YEAR.
           MOVE WS-LGH-LOSS-STATE   TO MCD-LOSS-STATE.
           MOVE WS-LGH-CLAIM-TYPE   TO MCD-CLAIM-TYPE.
           MOVE DCL-LGH-POLICY-NO   TO MCD-POLICY-NO.
           MOVE DCL-LGH-CLAIM-ID    TO MCD-CLAIM-ID.
           MOVE ZEROS               TO MCD-EPISODE-SEQ
                                       MCD-DAYS-TO-CLOSE
                                       MCD-CLOSE-BAND.
           MOVE WS-LGH-PLACED-DISP   TO MCD-OPEN-DATE.
           MOVE WS-LGH-RELEASED-DISP TO MCD-CLOSE-DATE.
           MOVE DCL-LGH-HOLD-ID     TO MCD-HOLD-ID.
           IF WS-LGH-PLACED-DISP >= WS-YEAR-FROM
               SET MCD-SUIT-OPENED TO TRUE
               PERFORM 3800-WRITE-DETAIL
               ADD 1 TO WS-SL-SUITS-OPENED(WS-SL-SUB)
           END-IF.
           IF WS-LGH-RELEASED-DISP > 0
               AND WS-LGH-RELEASED-DISP <= WS-YEAR-TO
               SET MCD-SUIT-CLOSED TO TRUE
               PERFORM 3800-WRITE-DETAIL
               ADD 1 TO WS-SL-SUITS-CLOSED(WS-SL-SUB)
           ELSE
               SET MCD-SUIT-OPEN-END TO TRUE
               PERFORM 3800-WRITE-DETAIL
               ADD 1 TO WS-SL-SUITS-OPEN-END(WS-SL-SUB)
           END-IF.
      *---------------------------------------------------------------
      * Header, one claims record and report entry per state/line,
      * control totals, then the trailer - withheld after any
      * failure so a short file is never filed.
      *---------------------------------------------------------------
       5000-WRITE-MCAS-FILE.
           PERFORM 1100-WRITE-PAGE-HEADER.
           IF RUN-FAILED
               DISPLAY WS-PROGRAM-ID
                   ': EXTRACT INCOMPLETE - NO TRAILER WRITTEN'
               MOVE 'EXTRACT INCOMPLETE - NOT FOR FILING'
                   TO WS-CL-LABEL
               MOVE ZEROS TO WS-CL-COUNT
               WRITE RPT-LINE FROM WS-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES           TO MCAS-HEADER-RECORD.
           SET MCH-TYPE-HEADER   TO TRUE.
           MOVE WS-REPORT-YEAR   TO MCH-REPORT-YEAR.
           MOVE WS-YEAR-FROM     TO MCH-PERIOD-FROM.
           MOVE WS-YEAR-TO       TO MCH-PERIOD-TO.
           MOVE WS-TODAY-NUMERIC TO MCH-CREATE-DATE.
           WRITE MCAS-HEADER-RECORD.
           PERFORM 5900-CHECK-WRITE.
           PERFORM 5100-WRITE-STATE-LINE
               VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT OR RUN-FAILED.
           PERFORM 5200-WRITE-CONTROL-TOTALS.
           IF RUN-FAILED
               DISPLAY WS-PROGRAM-ID
                   ': EXTRACT INCOMPLETE - NO TRAILER WRITTEN'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES           TO MCAS-TRAILER-RECORD.
           SET MCT-TYPE-TRAILER  TO TRUE.
           MOVE WS-RECORD-COUNT  TO MCT-RECORD-COUNT.
           MOVE WS-DETAIL-COUNT  TO MCT-DETAIL-COUNT.
           MOVE WS-CLAIM-COUNT   TO MCT-CLAIMS-READ.
           WRITE MCAS-TRAILER-RECORD.
           PERFORM 5900-CHECK-WRITE.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-BAND-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 6 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * One state/line: its claims record, its report line with the
      * open/close balance proved, and its two band lines.
      *---------------------------------------------------------------
       5100-WRITE-STATE-LINE.
           MOVE SPACES TO MCAS-CLAIMS-RECORD.
           SET MCS-TYPE-DETAIL TO TRUE.
           MOVE WS-REPORT-YEAR                TO MCS-REPORT-YEAR.
           MOVE WS-SL-LOSS-STATE(WS-SL-SUB)   TO MCS-LOSS-STATE.
           MOVE WS-SL-CLAIM-TYPE(WS-SL-SUB)   TO MCS-CLAIM-TYPE.
           MOVE WS-SL-OPEN-BEGIN(WS-SL-SUB)   TO MCS-OPEN-BEGIN.
           MOVE WS-SL-OPENED(WS-SL-SUB)       TO MCS-OPENED.
           MOVE WS-SL-REOPENED(WS-SL-SUB)     TO MCS-REOPENED.
           MOVE WS-SL-OVERTURNED(WS-SL-SUB)   TO MCS-OVERTURNED.
           MOVE WS-SL-CLOSED-PAID(WS-SL-SUB)  TO MCS-CLOSED-PAID.
           MOVE WS-SL-CLOSED-NOPAY(WS-SL-SUB) TO MCS-CLOSED-NOPAY.
           MOVE WS-SL-OPEN-END(WS-SL-SUB)     TO MCS-OPEN-END.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6
               MOVE WS-SL-PAID-BAND(WS-SL-SUB, WS-BAND-SUB)
                   TO MCS-PAID-BAND(WS-BAND-SUB)
               MOVE WS-SL-NOPAY-BAND(WS-SL-SUB, WS-BAND-SUB)
                   TO MCS-NOPAY-BAND(WS-BAND-SUB)
           END-PERFORM.
           MOVE WS-SL-SUITS-OPENED(WS-SL-SUB)   TO MCS-SUITS-OPENED.
           MOVE WS-SL-SUITS-CLOSED(WS-SL-SUB)   TO MCS-SUITS-CLOSED.
           MOVE WS-SL-SUITS-OPEN-END(WS-SL-SUB) TO MCS-SUITS-OPEN-END.
           WRITE MCAS-CLAIMS-RECORD.
           PERFORM 5900-CHECK-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-SL-OPEN-BEGIN(WS-SL-SUB)   TO WS-GT-OPEN-BEGIN.
           ADD WS-SL-OPENED(WS-SL-SUB)       TO WS-GT-OPENED.
           ADD WS-SL-CLOSED-PAID(WS-SL-SUB)  TO WS-GT-CLOSED-PAID.
           ADD WS-SL-CLOSED-NOPAY(WS-SL-SUB) TO WS-GT-CLOSED-NOPAY.
           ADD WS-SL-OPEN-END(WS-SL-SUB)     TO WS-GT-OPEN-END.
           ADD WS-SL-SUITS-OPENED(WS-SL-SUB) TO WS-GT-SUITS-OPENED.
           ADD WS-SL-SUITS-CLOSED(WS-SL-SUB) TO WS-GT-SUITS-CLOSED.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-SL-LOSS-STATE(WS-SL-SUB)     TO WS-DL-STATE.
           MOVE WS-SL-CLAIM-TYPE(WS-SL-SUB)     TO WS-DL-LINE.
           MOVE WS-SL-OPEN-BEGIN(WS-SL-SUB)     TO WS-DL-OPEN-BEGIN.
           MOVE WS-SL-OPENED(WS-SL-SUB)         TO WS-DL-OPENED.
           MOVE WS-SL-REOPENED(WS-SL-SUB)       TO WS-DL-REOPENED.
           MOVE WS-SL-OVERTURNED(WS-SL-SUB)     TO WS-DL-OVERTURNED.
           MOVE WS-SL-CLOSED-PAID(WS-SL-SUB)    TO WS-DL-CLOSED-PAID.
           MOVE WS-SL-CLOSED-NOPAY(WS-SL-SUB)   TO WS-DL-CLOSED-NOPAY.
           MOVE WS-SL-OPEN-END(WS-SL-SUB)       TO WS-DL-OPEN-END.
           MOVE WS-SL-SUITS-OPENED(WS-SL-SUB)   TO WS-DL-SUITS-OPENED.
           MOVE WS-SL-SUITS-CLOSED(WS-SL-SUB)   TO WS-DL-SUITS-CLOSED.
           MOVE WS-SL-SUITS-OPEN-END(WS-SL-SUB) TO WS-DL-SUITS-END.
           COMPUTE WS-BALANCE-CHECK =
               WS-SL-OPEN-BEGIN(WS-SL-SUB) + WS-SL-OPENED(WS-SL-SUB)
               - WS-SL-CLOSED-PAID(WS-SL-SUB)
               - WS-SL-CLOSED-NOPAY(WS-SL-SUB)
               - WS-SL-OPEN-END(WS-SL-SUB).
           IF WS-BALANCE-CHECK = 0
               MOVE 'OK'       TO WS-DL-BALANCE
           ELSE
               MOVE '*OUT*'    TO WS-DL-BALANCE
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY WS-PROGRAM-ID ': OUT OF BALANCE STATE='
                   WS-DL-STATE ' LINE=' WS-DL-LINE
               IF WS-RETURN-CODE < +8
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           MOVE 'CLSD PAID'  TO WS-BL-LABEL.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6
               MOVE WS-SL-PAID-BAND(WS-SL-SUB, WS-BAND-SUB)
                   TO WS-BL-BAND(WS-BAND-SUB)
           END-PERFORM.
           WRITE RPT-LINE FROM WS-BAND-LINE.
           MOVE 'CLSD NOPAY' TO WS-BL-LABEL.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6
               MOVE WS-SL-NOPAY-BAND(WS-SL-SUB, WS-BAND-SUB)
                   TO WS-BL-BAND(WS-BAND-SUB)
           END-PERFORM.
           WRITE RPT-LINE FROM WS-BAND-LINE.
           ADD 3 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Company totals and the counts an examiner ties the file to:
      * records on MCASOUT, rows on MCASDTL, claims read.
      *---------------------------------------------------------------
       5200-WRITE-CONTROL-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE WS-GT-OPEN-BEGIN   TO WS-TT-OPEN-BEGIN.
           MOVE WS-GT-OPENED       TO WS-TT-OPENED.
           MOVE WS-GT-CLOSED-PAID  TO WS-TT-CLOSED-PAID.
           MOVE WS-GT-CLOSED-NOPAY TO WS-TT-CLOSED-NOPAY.
           MOVE WS-GT-OPEN-END     TO WS-TT-OPEN-END.
           MOVE WS-GT-SUITS-OPENED TO WS-TT-SUITS-OPENED.
           MOVE WS-GT-SUITS-CLOSED TO WS-TT-SUITS-CLOSED.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'STATE/LINE RECORDS ON MCASOUT' TO WS-CL-LABEL.
           MOVE WS-RECORD-COUNT TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
           MOVE 'DETAIL RECORDS ON MCASDTL'     TO WS-CL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
           MOVE 'CLAIMS READ'                   TO WS-CL-LABEL.
           MOVE WS-CLAIM-COUNT  TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
           MOVE 'LAWSUIT ORDERS READ'           TO WS-CL-LABEL.
           MOVE WS-SUIT-COUNT   TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
           MOVE 'STATE/LINES OUT OF BALANCE'    TO WS-CL-LABEL.
           MOVE WS-OUT-OF-BALANCE TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
      *---------------------------------------------------------------
       5900-CHECK-WRITE.
           IF WS-MCASOUT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE MCASOUT FAILED FS='
                   WS-MCASOUT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               SET RUN-FAILED TO TRUE
           END-IF.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE MCAS-OUT MCAS-DETAIL-OUT RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': EVENTS='  WS-EVENT-COUNT
                   ' CLAIMS='     WS-CLAIM-COUNT
                   ' STATE/LINES=' WS-RECORD-COUNT
                   ' DETAIL='     WS-DETAIL-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
