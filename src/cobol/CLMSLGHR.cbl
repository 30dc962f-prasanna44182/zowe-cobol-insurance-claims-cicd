      *===============================================================
      * CLMSLGHR - Legal Hold Status Report
      * Standing report, run weekly for legal and before every
      * CLMSARCH/CLMSRETN cycle for operations (DB2 precompile
      * required).
      * Lists every hold on LEGAL_HOLD - active holds first, then
      * released ones - with its scope, the requesting attorney and
      * matter, and the dates placed and released. Under each active
      * hold are the rows it is keeping from archive and purge:
      * claims still on CLAIMS_MASTER, claims already archived to
      * CLAIMS_MASTER_HIST, and the CLAIMS_AUDIT and CLAIMS_PAYMENT
      * rows for those claims (for a provider hold, also every
      * payment made to the provider). A member or provider hold
      * reaches audit and payment rows through the claim on the
      * master or the history table, the same test CLMSARCH and
      * CLMSRETN apply. Counts are per hold - a row under two holds
      * counts under both. A released hold shows who released it.
      * An active hold protecting no rows yet is still listed; it
      * will cover the claims as they arrive.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSLGHR.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLLGHD.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSLGHR'.

       01  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-COUNTERS.
           05  WS-ACTIVE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------
      * Rows protected by the hold being printed.
      *---------------------------------------------------------------
       01  WS-PROTECTED-COUNTS.
           05  WS-MASTER-ROWS      PIC S9(09) COMP VALUE +0.
           05  WS-HIST-ROWS        PIC S9(09) COMP VALUE +0.
           05  WS-AUDIT-ROWS       PIC S9(09) COMP VALUE +0.
           05  WS-PAYMENT-ROWS     PIC S9(09) COMP VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CURSOR       VALUE 'Y'.

       01  WS-DATE-DISP            PIC 9(08).
       01  WS-DATE-EDITED          PIC X(10).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'LEGAL HOLD STATUS REPORT'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'HOLD ID'.
           05  FILLER              PIC X(03) VALUE 'SC'.
           05  FILLER              PIC X(21) VALUE 'HELD KEY'.
           05  FILLER              PIC X(12) VALUE 'PLACED'.
           05  FILLER              PIC X(12) VALUE 'RELEASED'.
           05  FILLER              PIC X(32) VALUE 'ATTORNEY'.
           05  FILLER              PIC X(20) VALUE 'MATTER'.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(110) VALUE ALL '-'.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  WS-HOLD-LINE.
           05  WS-HL-HOLD-ID       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-SCOPE         PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-KEY           PIC X(19).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-PLACED        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-RELEASED      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-ATTORNEY      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HL-MATTER        PIC X(20).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-PROTECT-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'PROTECTS CLAIMS '.
           05  WS-PL-MASTER        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  ARCHIVED '.
           05  WS-PL-HIST          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  AUDIT ROWS '.
           05  WS-PL-AUDIT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  PAYMENTS '.
           05  WS-PL-PAYMENT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-RELEASED-BY-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'RELEASED BY '.
           05  WS-RB-ATTORNEY      PIC X(30).
           05  FILLER              PIC X(79) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(26).
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.

      *---------------------------------------------------------------
      * Every hold, active (RELEASED_DATE zero) first.
      *---------------------------------------------------------------
           EXEC SQL DECLARE LGHR_HOLD_CURSOR CURSOR FOR
               SELECT HOLD_ID,     SCOPE_TYPE,    POLICY_NO,
                      CLAIM_ID,    MEMBER_ID,     PROVIDER_ID,
                      PLACED_DATE, RELEASED_DATE, ATTORNEY,
                      MATTER_REF,  RELEASED_BY
               FROM LEGAL_HOLD
               ORDER BY RELEASED_DATE, HOLD_ID
           END-EXEC.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REPORT-HOLD UNTIL END-OF-CURSOR.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': LEGAL HOLD REPORT STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
           EXEC SQL OPEN LGHR_HOLD_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
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
       2000-REPORT-HOLD.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           PERFORM 2200-FORMAT-HOLD-LINE.
           WRITE RPT-LINE FROM WS-HOLD-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF DCL-LGH-RELEASED-DATE = 0
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 3000-COUNT-PROTECTED-ROWS
               MOVE WS-MASTER-ROWS  TO WS-PL-MASTER
               MOVE WS-HIST-ROWS    TO WS-PL-HIST
               MOVE WS-AUDIT-ROWS   TO WS-PL-AUDIT
               MOVE WS-PAYMENT-ROWS TO WS-PL-PAYMENT
               WRITE RPT-LINE FROM WS-PROTECT-LINE
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE DCL-LGH-RELEASED-BY TO WS-RB-ATTORNEY
               WRITE RPT-LINE FROM WS-RELEASED-BY-LINE
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH LGHR_HOLD_CURSOR
               INTO :DCL-LGH-HOLD-ID,      :DCL-LGH-SCOPE-TYPE,
                    :DCL-LGH-POLICY-NO,    :DCL-LGH-CLAIM-ID,
                    :DCL-LGH-MEMBER-ID,    :DCL-LGH-PROVIDER-ID,
                    :DCL-LGH-PLACED-DATE,  :DCL-LGH-RELEASED-DATE,
                    :DCL-LGH-ATTORNEY,     :DCL-LGH-MATTER-REF,
                    :DCL-LGH-RELEASED-BY
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
       2200-FORMAT-HOLD-LINE.
           MOVE DCL-LGH-HOLD-ID    TO WS-HL-HOLD-ID.
           MOVE DCL-LGH-SCOPE-TYPE TO WS-HL-SCOPE.
           MOVE SPACES             TO WS-HL-KEY.
           EVALUATE DCL-LGH-SCOPE-TYPE
               WHEN 'C'
                   STRING DCL-LGH-POLICY-NO '/' DCL-LGH-CLAIM-ID
                       DELIMITED BY SIZE INTO WS-HL-KEY
               WHEN 'P'
                   MOVE DCL-LGH-POLICY-NO   TO WS-HL-KEY
               WHEN 'M'
                   MOVE DCL-LGH-MEMBER-ID   TO WS-HL-KEY
               WHEN 'R'
                   MOVE DCL-LGH-PROVIDER-ID TO WS-HL-KEY
           END-EVALUATE.
           MOVE DCL-LGH-PLACED-DATE TO WS-DATE-DISP.
           PERFORM 2300-EDIT-DATE.
           MOVE WS-DATE-EDITED      TO WS-HL-PLACED.
           IF DCL-LGH-RELEASED-DATE = 0
               MOVE 'ACTIVE'        TO WS-HL-RELEASED
           ELSE
               MOVE DCL-LGH-RELEASED-DATE TO WS-DATE-DISP
               PERFORM 2300-EDIT-DATE
               MOVE WS-DATE-EDITED  TO WS-HL-RELEASED
           END-IF.
           MOVE DCL-LGH-ATTORNEY    TO WS-HL-ATTORNEY.
           MOVE DCL-LGH-MATTER-REF  TO WS-HL-MATTER.
      *---------------------------------------------------------------
       2300-EDIT-DATE.
           STRING WS-DATE-DISP(1:4) '-' WS-DATE-DISP(5:2)
                  '-' WS-DATE-DISP(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EDITED.
      *---------------------------------------------------------------
      * A claim is under the hold by its own keys (claim and policy
      * scopes) or by the member or billing provider on it. Audit
      * and payment rows carry only the claim's keys, so a member or
      * provider hold finds them through the claim on the master or
      * the history table; a provider hold also takes every payment
      * made out to the provider.
      *---------------------------------------------------------------
       3000-COUNT-PROTECTED-ROWS.
           INITIALIZE WS-PROTECTED-COUNTS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MASTER-ROWS
               FROM CLAIMS_MASTER M
               WHERE (:DCL-LGH-SCOPE-TYPE = 'C'
                      AND M.POLICY_NO   = :DCL-LGH-POLICY-NO
                      AND M.CLAIM_ID    = :DCL-LGH-CLAIM-ID)
                  OR (:DCL-LGH-SCOPE-TYPE = 'P'
                      AND M.POLICY_NO   = :DCL-LGH-POLICY-NO)
                  OR (:DCL-LGH-SCOPE-TYPE = 'M'
                      AND M.MEMBER_ID   = :DCL-LGH-MEMBER-ID)
                  OR (:DCL-LGH-SCOPE-TYPE = 'R'
                      AND M.PROVIDER_ID = :DCL-LGH-PROVIDER-ID)
           END-EXEC.
           PERFORM 3900-CHECK-COUNT-CODE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HIST-ROWS
               FROM CLAIMS_MASTER_HIST X
               WHERE (:DCL-LGH-SCOPE-TYPE = 'C'
                      AND X.POLICY_NO   = :DCL-LGH-POLICY-NO
                      AND X.CLAIM_ID    = :DCL-LGH-CLAIM-ID)
                  OR (:DCL-LGH-SCOPE-TYPE = 'P'
                      AND X.POLICY_NO   = :DCL-LGH-POLICY-NO)
                  OR (:DCL-LGH-SCOPE-TYPE = 'M'
                      AND X.MEMBER_ID   = :DCL-LGH-MEMBER-ID)
                  OR (:DCL-LGH-SCOPE-TYPE = 'R'
                      AND X.PROVIDER_ID = :DCL-LGH-PROVIDER-ID)
           END-EXEC.
           PERFORM 3900-CHECK-COUNT-CODE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-AUDIT-ROWS
               FROM CLAIMS_AUDIT A
               WHERE (:DCL-LGH-SCOPE-TYPE = 'C'
                      AND A.POLICY_NO   = :DCL-LGH-POLICY-NO
                      AND A.CLAIM_ID    = :DCL-LGH-CLAIM-ID)
                  OR (:DCL-LGH-SCOPE-TYPE = 'P'
                      AND A.POLICY_NO   = :DCL-LGH-POLICY-NO)
                  OR EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = A.POLICY_NO
                        AND M.CLAIM_ID  = A.CLAIM_ID
                        AND ((:DCL-LGH-SCOPE-TYPE = 'M'
                              AND M.MEMBER_ID   = :DCL-LGH-MEMBER-ID)
                          OR (:DCL-LGH-SCOPE-TYPE = 'R'
                              AND M.PROVIDER_ID
                                  = :DCL-LGH-PROVIDER-ID)))
                  OR EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER_HIST X
                      WHERE X.POLICY_NO = A.POLICY_NO
                        AND X.CLAIM_ID  = A.CLAIM_ID
                        AND ((:DCL-LGH-SCOPE-TYPE = 'M'
                              AND X.MEMBER_ID   = :DCL-LGH-MEMBER-ID)
                          OR (:DCL-LGH-SCOPE-TYPE = 'R'
                              AND X.PROVIDER_ID
                                  = :DCL-LGH-PROVIDER-ID)))
           END-EXEC.
           PERFORM 3900-CHECK-COUNT-CODE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PAYMENT-ROWS
               FROM CLAIMS_PAYMENT P
               WHERE (:DCL-LGH-SCOPE-TYPE = 'C'
                      AND P.POLICY_NO   = :DCL-LGH-POLICY-NO
                      AND P.CLAIM_ID    = :DCL-LGH-CLAIM-ID)
                  OR (:DCL-LGH-SCOPE-TYPE = 'P'
                      AND P.POLICY_NO   = :DCL-LGH-POLICY-NO)
                  OR (:DCL-LGH-SCOPE-TYPE = 'R'
                      AND P.PAYEE_PROVIDER_ID = :DCL-LGH-PROVIDER-ID)
                  OR EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER M
                      WHERE M.POLICY_NO = P.POLICY_NO
                        AND M.CLAIM_ID  = P.CLAIM_ID
                        AND ((:DCL-LGH-SCOPE-TYPE = 'M'
                              AND M.MEMBER_ID   = :DCL-LGH-MEMBER-ID)
                          OR (:DCL-LGH-SCOPE-TYPE = 'R'
                              AND M.PROVIDER_ID
                                  = :DCL-LGH-PROVIDER-ID)))
                  OR EXISTS
                     (SELECT 1 FROM CLAIMS_MASTER_HIST X
                      WHERE X.POLICY_NO = P.POLICY_NO
                        AND X.CLAIM_ID  = P.CLAIM_ID
                        AND ((:DCL-LGH-SCOPE-TYPE = 'M'
                              AND X.MEMBER_ID   = :DCL-LGH-MEMBER-ID)
                          OR (:DCL-LGH-SCOPE-TYPE = 'R'
                              AND X.PROVIDER_ID
                                  = :DCL-LGH-PROVIDER-ID)))
           END-EXEC.
           PERFORM 3900-CHECK-COUNT-CODE.
      *---------------------------------------------------------------
       3900-CHECK-COUNT-CODE.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': COUNT FAILED SQLCODE='
                   SQLCODE ' HOLD=' DCL-LGH-HOLD-ID
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'ACTIVE HOLDS:             ' TO WS-SL-LABEL.
           MOVE WS-ACTIVE-COUNT              TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'RELEASED HOLDS:           ' TO WS-SL-LABEL.
           MOVE WS-RELEASED-COUNT            TO WS-SL-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           EXEC SQL CLOSE LGHR_HOLD_CURSOR END-EXEC.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': ACTIVE='   WS-ACTIVE-COUNT
                   ' RELEASED=' WS-RELEASED-COUNT
                   ' ERRORS='   WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
