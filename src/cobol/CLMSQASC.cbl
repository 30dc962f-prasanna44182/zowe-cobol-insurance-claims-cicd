      *===============================================================
      * CLMSQASC - Adjudication Quality Scorecard
      * Monthly report step, run after month end once the month's
      * QA findings are in through CLMSQAFM (DB2 precompile
      * required).
      * Scores the sampled decisions on CLAIMS_QA_SAMPLE reviewed in
      * the month (REVIEW_DATE), per adjudicator and per claim type:
      *   financial accuracy  - dollars decided right as a share of
      *                         the dollars reviewed:
      *                         (reviewed $ - error $) / reviewed $
      *   procedural accuracy - reviewed decisions with no
      *                         procedural error as a share of all
      *                         reviewed decisions
      * The group-client service agreements promise 98 percent
      * financial accuracy; any adjudicator, claim type or overall
      * figure under the target is flagged '*', and an overall
      * figure under it ends RC 4. Samples still open for review
      * are counted so the scorecard is not read as complete while
      * the workqueue is behind.
      * PARMCARD (all optional):
      *   cols 1-6  month scored (CCYYMM), default the prior month
      *   cols 8-12 financial accuracy target, 9(03)V99 percent
      *             (default 098.00)
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSQASC.
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
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - one optional record. Cols 1-6 =
      * month (CCYYMM), cols 8-12 = financial accuracy target.
      * Blank fields keep their defaults.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-MONTH            PIC 9(06).
           05  FILLER              PIC X(01).
           05  CC-TARGET-PCT       PIC 9(03)V99.
           05  FILLER              PIC X(68).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLQASM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSQASC'.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-SECTION-FLAG         PIC X(01) VALUE 'A'.
           88  SECTION-ADJUDICATOR VALUE 'A'.
           88  SECTION-CLAIM-TYPE  VALUE 'T'.

      *---------------------------------------------------------------
      * Month scored and the target, PARMCARD-overridable.
      *---------------------------------------------------------------
       01  WS-SCORE-MONTH          PIC 9(06) VALUE ZEROS.
       01  WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
           05  WS-SM-YYYY          PIC 9(04).
           05  WS-SM-MM            PIC 9(02).
       01  WS-TARGET-PCT           PIC 9(03)V99 VALUE 098.00.
       01  WS-MONTH-FROM-DB2       PIC S9(08) COMP-3 VALUE +0.
       01  WS-MONTH-TO-DB2         PIC S9(08) COMP-3 VALUE +0.

      *---------------------------------------------------------------
      * One scorecard row as fetched - adjudicator or claim type,
      * decisions reviewed, errors, and dollars.
      *---------------------------------------------------------------
       01  WS-SC-ADJUDICATOR       PIC X(08) VALUE SPACES.
       01  WS-SC-CLAIM-TYPE        PIC X(02) VALUE SPACES.
       01  WS-SC-REVIEWED          PIC S9(09) COMP VALUE +0.
       01  WS-SC-FIN-ERRORS        PIC S9(09) COMP VALUE +0.
       01  WS-SC-PROC-ERRORS       PIC S9(09) COMP VALUE +0.
       01  WS-SC-DOLLARS           PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-SC-ERROR-DOLLARS     PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-SC-FIN-ACCURACY      PIC S9(03)V99 COMP-3 VALUE +0.
       01  WS-SC-PROC-ACCURACY     PIC S9(03)V99 COMP-3 VALUE +0.

       01  WS-TOTALS.
           05  WS-TOT-REVIEWED     PIC S9(09) COMP VALUE +0.
           05  WS-TOT-FIN-ERRORS   PIC S9(09) COMP VALUE +0.
           05  WS-TOT-PROC-ERRORS  PIC S9(09) COMP VALUE +0.
           05  WS-TOT-DOLLARS      PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-ERROR-DOLLARS PIC S9(13)V99 COMP-3 VALUE +0.
       01  WS-OPEN-SAMPLES         PIC S9(09) COMP VALUE +0.
       01  WS-BELOW-TARGET-COUNT   PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

      *---------------------------------------------------------------
      * The month's reviewed samples, scored per adjudicator and
      * per claim type. Error dollars are zero on every finding but
      * a financial error.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSQASC_ADJ_CURSOR CURSOR FOR
               SELECT ADJUDICATOR_ID, COUNT(*),
                      SUM(CASE WHEN QA_STATUS = 'F' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN QA_STATUS = 'P' THEN 1
                               ELSE 0 END),
                      SUM(DECISION_AMT), SUM(ERROR_AMOUNT)
               FROM CLAIMS_QA_SAMPLE
               WHERE QA_STATUS IN ('C', 'F', 'P')
                 AND REVIEW_DATE BETWEEN :WS-MONTH-FROM-DB2
                                     AND :WS-MONTH-TO-DB2
               GROUP BY ADJUDICATOR_ID
               ORDER BY ADJUDICATOR_ID
           END-EXEC.

           EXEC SQL DECLARE CLMSQASC_TYPE_CURSOR CURSOR FOR
               SELECT CLAIM_TYPE, COUNT(*),
                      SUM(CASE WHEN QA_STATUS = 'F' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN QA_STATUS = 'P' THEN 1
                               ELSE 0 END),
                      SUM(DECISION_AMT), SUM(ERROR_AMOUNT)
               FROM CLAIMS_QA_SAMPLE
               WHERE QA_STATUS IN ('C', 'F', 'P')
                 AND REVIEW_DATE BETWEEN :WS-MONTH-FROM-DB2
                                     AND :WS-MONTH-TO-DB2
               GROUP BY CLAIM_TYPE
               ORDER BY CLAIM_TYPE
           END-EXEC.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'ADJUDICATION QUALITY SCORECARD'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(07) VALUE 'MONTH: '.
           05  WS-TL2-YYYY         PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-TL2-MM           PIC 9(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(28)
               VALUE 'FINANCIAL ACCURACY TARGET: '.
           05  WS-TL2-TARGET       PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(79) VALUE SPACES.

       01  WS-SECTION-TITLE.
           05  WS-ST-TEXT          PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(12) VALUE 'ADJ / TYPE'.
           05  FILLER              PIC X(10) VALUE '  REVIEWED'.
           05  FILLER              PIC X(10) VALUE '   FIN ERR'.
           05  FILLER              PIC X(10) VALUE '  PROC ERR'.
           05  FILLER              PIC X(19)
               VALUE '   DOLLARS REVIEWED'.
           05  FILLER              PIC X(19)
               VALUE '     ERROR DOLLARS'.
           05  FILLER              PIC X(10) VALUE '  FIN ACC%'.
           05  FILLER              PIC X(11) VALUE '  PROC ACC%'.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(110) VALUE ALL '-'.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  WS-SCORE-LINE.
           05  WS-SL-KEY           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-REVIEWED      PIC ZZZ,ZZZ,ZZ9.
           05  WS-SL-FIN-ERRORS    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SL-PROC-ERRORS   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-DOLLARS       PIC $$$$,$$$,$$$,$$9.99.
           05  WS-SL-ERROR-DOLLARS PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SL-FIN-ACCURACY  PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SL-FIN-FLAG      PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-SL-PROC-ACCURACY PIC ZZ9.99.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(40).
           05  WS-TT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(81) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SET SECTION-ADJUDICATOR TO TRUE.
           PERFORM 2000-SCORE-BY-ADJUDICATOR.
           SET SECTION-CLAIM-TYPE TO TRUE.
           PERFORM 3000-SCORE-BY-CLAIM-TYPE.
           PERFORM 5000-WRITE-OVERALL.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': QUALITY SCORECARD STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           IF WS-DATE-MM = 1
               COMPUTE WS-SM-YYYY = WS-DATE-YYYY - 1
               MOVE 12 TO WS-SM-MM
           ELSE
               MOVE WS-DATE-YYYY TO WS-SM-YYYY
               COMPUTE WS-SM-MM = WS-DATE-MM - 1
           END-IF.
           PERFORM 1050-READ-CONTROL-CARD.
           COMPUTE WS-MONTH-FROM-DB2 = (WS-SCORE-MONTH * 100) + 1.
           COMPUTE WS-MONTH-TO-DB2   = (WS-SCORE-MONTH * 100) + 31.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
                   WS-RPT-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-MONTH NUMERIC
                           AND CC-MONTH(5:2) >= '01'
                           AND CC-MONTH(5:2) <= '12'
                           MOVE CC-MONTH TO WS-SCORE-MONTH
                       END-IF
                       IF CC-TARGET-PCT NUMERIC
                           AND CC-TARGET-PCT > 0
                           AND CC-TARGET-PCT <= 100
                           MOVE CC-TARGET-PCT TO WS-TARGET-PCT
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': MONTH=' WS-SCORE-MONTH
               ' TARGET=' WS-TARGET-PCT.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           MOVE WS-SM-YYYY     TO WS-TL2-YYYY.
           MOVE WS-SM-MM       TO WS-TL2-MM.
           MOVE WS-TARGET-PCT  TO WS-TL2-TARGET.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 3 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       1200-WRITE-SECTION-HEADER.
           IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           WRITE RPT-LINE FROM WS-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE RPT-LINE FROM WS-COLUMN-HEADER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           ADD 4 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Per adjudicator - also builds the overall totals.
      *---------------------------------------------------------------
       2000-SCORE-BY-ADJUDICATOR.
           MOVE 'BY ADJUDICATOR' TO WS-ST-TEXT.
           PERFORM 1200-WRITE-SECTION-HEADER.
           MOVE 'N' TO WS-FETCH-DONE.
           EXEC SQL OPEN CLMSQASC_ADJ_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': ADJUDICATOR CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 2100-FETCH-ADJUDICATOR UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSQASC_ADJ_CURSOR END-EXEC.
      *---------------------------------------------------------------
       2100-FETCH-ADJUDICATOR.
           EXEC SQL
               FETCH CLMSQASC_ADJ_CURSOR
               INTO :WS-SC-ADJUDICATOR, :WS-SC-REVIEWED,
                    :WS-SC-FIN-ERRORS,  :WS-SC-PROC-ERRORS,
                    :WS-SC-DOLLARS,     :WS-SC-ERROR-DOLLARS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD WS-SC-REVIEWED      TO WS-TOT-REVIEWED
                   ADD WS-SC-FIN-ERRORS    TO WS-TOT-FIN-ERRORS
                   ADD WS-SC-PROC-ERRORS   TO WS-TOT-PROC-ERRORS
                   ADD WS-SC-DOLLARS       TO WS-TOT-DOLLARS
                   ADD WS-SC-ERROR-DOLLARS TO WS-TOT-ERROR-DOLLARS
                   MOVE WS-SC-ADJUDICATOR  TO WS-SL-KEY
                   PERFORM 4000-PRINT-SCORE-LINE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': ADJUDICATOR FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
       3000-SCORE-BY-CLAIM-TYPE.
           MOVE 'BY CLAIM TYPE' TO WS-ST-TEXT.
           PERFORM 1200-WRITE-SECTION-HEADER.
           MOVE 'N' TO WS-FETCH-DONE.
           EXEC SQL OPEN CLMSQASC_TYPE_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID
                   ': CLAIM TYPE CURSOR OPEN FAILED SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 3100-FETCH-CLAIM-TYPE UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CLMSQASC_TYPE_CURSOR END-EXEC.
      *---------------------------------------------------------------
       3100-FETCH-CLAIM-TYPE.
           EXEC SQL
               FETCH CLMSQASC_TYPE_CURSOR
               INTO :WS-SC-CLAIM-TYPE,  :WS-SC-REVIEWED,
                    :WS-SC-FIN-ERRORS,  :WS-SC-PROC-ERRORS,
                    :WS-SC-DOLLARS,     :WS-SC-ERROR-DOLLARS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-SC-CLAIM-TYPE TO WS-SL-KEY
                   PERFORM 4000-PRINT-SCORE-LINE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID
                       ': CLAIM TYPE FETCH FAILED SQLCODE=' SQLCODE
                   MOVE +8 TO WS-RETURN-CODE
                   SET FETCH-COMPLETE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Accuracy percentages for the row in WS-SC-*. Nothing
      * reviewed scores 100 - there is no error to count.
      *---------------------------------------------------------------
       3500-COMPUTE-ACCURACY.
           IF WS-SC-DOLLARS > 0
               IF WS-SC-ERROR-DOLLARS >= WS-SC-DOLLARS
                   MOVE ZEROS TO WS-SC-FIN-ACCURACY
               ELSE
                   COMPUTE WS-SC-FIN-ACCURACY ROUNDED =
                       (WS-SC-DOLLARS - WS-SC-ERROR-DOLLARS) * 100
                       / WS-SC-DOLLARS
               END-IF
           ELSE
               MOVE 100 TO WS-SC-FIN-ACCURACY
           END-IF.
           IF WS-SC-REVIEWED > 0
               COMPUTE WS-SC-PROC-ACCURACY ROUNDED =
                   (WS-SC-REVIEWED - WS-SC-PROC-ERRORS) * 100
                   / WS-SC-REVIEWED
           ELSE
               MOVE 100 TO WS-SC-PROC-ACCURACY
           END-IF.
      *---------------------------------------------------------------
       4000-PRINT-SCORE-LINE.
           PERFORM 3500-COMPUTE-ACCURACY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
               WRITE RPT-LINE FROM WS-COLUMN-HEADER
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-SC-REVIEWED      TO WS-SL-REVIEWED.
           MOVE WS-SC-FIN-ERRORS    TO WS-SL-FIN-ERRORS.
           MOVE WS-SC-PROC-ERRORS   TO WS-SL-PROC-ERRORS.
           MOVE WS-SC-DOLLARS       TO WS-SL-DOLLARS.
           MOVE WS-SC-ERROR-DOLLARS TO WS-SL-ERROR-DOLLARS.
           MOVE WS-SC-FIN-ACCURACY  TO WS-SL-FIN-ACCURACY.
           MOVE WS-SC-PROC-ACCURACY TO WS-SL-PROC-ACCURACY.
           IF WS-SC-FIN-ACCURACY < WS-TARGET-PCT
               MOVE '*' TO WS-SL-FIN-FLAG
               ADD 1 TO WS-BELOW-TARGET-COUNT
           ELSE
               MOVE SPACE TO WS-SL-FIN-FLAG
           END-IF.
           WRITE RPT-LINE FROM WS-SCORE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Overall figure, the month's open workqueue, and the
      * below-target count.
      *---------------------------------------------------------------
       5000-WRITE-OVERALL.
           MOVE 'OVERALL' TO WS-ST-TEXT.
           PERFORM 1200-WRITE-SECTION-HEADER.
           MOVE WS-TOT-REVIEWED      TO WS-SC-REVIEWED.
           MOVE WS-TOT-FIN-ERRORS    TO WS-SC-FIN-ERRORS.
           MOVE WS-TOT-PROC-ERRORS   TO WS-SC-PROC-ERRORS.
           MOVE WS-TOT-DOLLARS       TO WS-SC-DOLLARS.
           MOVE WS-TOT-ERROR-DOLLARS TO WS-SC-ERROR-DOLLARS.
           MOVE 'ALL'                TO WS-SL-KEY.
           PERFORM 4000-PRINT-SCORE-LINE.
           IF WS-TOT-REVIEWED > 0
               AND WS-SC-FIN-ACCURACY < WS-TARGET-PCT
               DISPLAY WS-PROGRAM-ID
                   ': OVERALL FINANCIAL ACCURACY BELOW TARGET='
                   WS-SC-FIN-ACCURACY
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-SAMPLES
               FROM CLAIMS_QA_SAMPLE
               WHERE QA_STATUS   = 'O'
                 AND SAMPLE_DATE <= :WS-MONTH-TO-DB2
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY WS-PROGRAM-ID ': OPEN SAMPLE COUNT FAILED '
                   'SQLCODE=' SQLCODE
               MOVE +8 TO WS-RETURN-CODE
               MOVE ZEROS TO WS-OPEN-SAMPLES
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'SAMPLES STILL AWAITING REVIEW:' TO WS-TT-LABEL.
           MOVE WS-OPEN-SAMPLES TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ROWS BELOW FINANCIAL ACCURACY TARGET:'
               TO WS-TT-LABEL.
           MOVE WS-BELOW-TARGET-COUNT TO WS-TT-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': REVIEWED=' WS-TOT-REVIEWED
                   ' FIN ERRORS='  WS-TOT-FIN-ERRORS
                   ' PROC ERRORS=' WS-TOT-PROC-ERRORS
                   ' OPEN='        WS-OPEN-SAMPLES
                   ' BELOW TARGET=' WS-BELOW-TARGET-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
