      * Run after the nightly load (DB2 precompile required).
      * Reads loaded claims from CLAIMS_MASTER, applies the
      * per-coverage-code retention and treaty-share rules from the
      * TR table on the REFMSTR reference cluster (entry layout
      * TRTYREC), and writes one cession record per claim/treaty
      * (DD CESSOUT, layout CESSREC) with the retained and ceded
      * amounts - plus a bordereau-style report with per-treaty
      * totals. Replaces the spreadsheet math done off the CLMSEXTR
      * flat extract.
      * Treaty terms are effective-dated: each claim is ceded under
      * the version of each treaty in force on its loss date, so a
      * renewal at new terms leaves earlier losses under the old.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-MASTER ASSIGN TO REFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFMSTR-STATUS.
           SELECT CESSION-OUT ASSIGN TO CESSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CESSOUT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-MASTER.
           COPY REFSREC.

       FD  CESSION-OUT
           RECORDING MODE F

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSCEDE'.

           COPY TRTYREC.

       01  WS-FILE-STATUSES.
           05  WS-REFMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-CESSOUT-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * Treaty rule table, loaded from the REFMSTR TR entries at
      * start. One entry per version of each coverage/treaty pair,
      * in key order - a pair's versions together, oldest first;
      * per-version ceded totals accumulate in place for the
      * bordereau summary.
      *---------------------------------------------------------------
       01  WS-TRT-TBL-MAX          PIC 9(03) VALUE 300.
       01  WS-TRT-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-TREATY-TABLE.
           05  WS-TRT-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-TRT-IDX.
               10  WS-TRT-COVERAGE   PIC X(03).
               10  WS-TRT-RETENTION  PIC 9(07)V99.
               10  WS-TRT-TREATY-ID  PIC X(08).
               10  WS-TRT-SHARE-PCT  PIC 9(03)V99.
               10  WS-TRT-EFF-DATE   PIC 9(08).
               10  WS-TRT-TERM-DATE  PIC 9(08).
               10  WS-TRT-CEDED-CNT  PIC 9(07).
               10  WS-TRT-CEDED-AMT  PIC 9(11)V99.
       01  WS-TRT-NEXT             PIC 9(03) VALUE ZEROS.
       01  WS-TRT-IN-FORCE-FLAG    PIC X(01) VALUE 'N'.
           88  TREATY-IN-FORCE     VALUE 'Y'.
       01  WS-TRT-LATEST-FLAG      PIC X(01) VALUE 'N'.
           88  LATEST-TREATY-VERSION VALUE 'Y'.
       01  WS-CLAIM-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-EXCESS-AMOUNT        PIC S9(09)V99 VALUE ZEROS.
       01  WS-CEDED-AMOUNT         PIC S9(09)V99 VALUE ZEROS.
           05  FILLER              PIC X(08) VALUE 'TREATY: '.
           05  WS-TT-TREATY        PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'EFF: '.
           05  WS-TT-EFF-DATE      PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'CLAIMS: '.
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'CEDED TOTAL: '.
           05  WS-TT-CEDED         PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(48) VALUE SPACES.

      *---------------------------------------------------------------
      * Every claim on the book except denials is exposure the
      *---------------------------------------------------------------
           EXEC SQL DECLARE CLMSCEDE_CURSOR CURSOR FOR
               SELECT POLICY_NO, CLAIM_ID, CLAIM_TYPE,
                      CLAIM_AMOUNT, COVERAGE_CODE, CLAIM_DATE
               FROM CLAIMS_MASTER
               WHERE STATUS <> 'D'
               ORDER BY COVERAGE_CODE, POLICY_NO, CLAIM_ID
               STOP RUN
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
      * Every TR version is loaded - the claims span many loss
      * dates, and 2050 picks the version for each.
      *---------------------------------------------------------------
       1100-LOAD-TREATY-RULES.
           OPEN INPUT REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN REFMSTR FAILED FS='
                   WS-REFMSTR-STATUS
               SET END-OF-TREATIES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REF-KEY.
           MOVE 'TR'       TO REF-TABLE-ID.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-TREATIES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-TREATIES
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-TREATIES TO TRUE
                   NOT AT END
                       IF REF-TABLE-TREATY
                           MOVE REF-DATA TO TREATY-RULE-RECORD
                           PERFORM 1150-STORE-TREATY-RULE
                       ELSE
                           SET END-OF-TREATIES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-MASTER.
           DISPLAY WS-PROGRAM-ID ': TREATY RULE VERSIONS LOADED='
               WS-TRT-COUNT.
      *---------------------------------------------------------------
       1150-STORE-TREATY-RULE.
           MOVE TRT-RETENTION     TO WS-TRT-RETENTION(WS-TRT-IDX).
           MOVE TRT-TREATY-ID     TO WS-TRT-TREATY-ID(WS-TRT-IDX).
           MOVE TRT-SHARE-PCT     TO WS-TRT-SHARE-PCT(WS-TRT-IDX).
           MOVE REF-EFF-DATE      TO WS-TRT-EFF-DATE(WS-TRT-IDX).
           MOVE REF-TERM-DATE     TO WS-TRT-TERM-DATE(WS-TRT-IDX).
           MOVE ZEROS             TO WS-TRT-CEDED-CNT(WS-TRT-IDX)
                                     WS-TRT-CEDED-AMT(WS-TRT-IDX).
      *---------------------------------------------------------------
      * across that coverage's treaties by their share percentages;
      * what is not ceded stays retained. Claims at or under
      * retention, or on a coverage with no treaty, are fully
      * retained and produce no cession record. Only the version of
      * each treaty in force on the claim's loss date takes a share.
      *---------------------------------------------------------------
       2000-PROCESS-CLAIMS.
           ADD 1 TO WS-CLAIM-COUNT.
           MOVE 'N'   TO WS-CLAIM-CEDED-FLAG.
           MOVE ZEROS TO WS-CEDED-TOTAL.
           MOVE DCL-CLAIM-DATE TO WS-CLAIM-DATE.
           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
               UNTIL WS-TRT-IDX > WS-TRT-COUNT
               IF WS-TRT-COVERAGE(WS-TRT-IDX) = DCL-COVERAGE-CODE
                   PERFORM 2050-CHECK-TREATY-VERSION
                   IF TREATY-IN-FORCE
                       PERFORM 2200-CEDE-TO-TREATY
                   END-IF
               END-IF
           END-PERFORM.
           IF CLAIM-WAS-CEDED
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.
           PERFORM 2100-FETCH-NEXT.
      *---------------------------------------------------------------
      * The version at WS-TRT-IDX is the one in force on the loss
      * date when it is effective by then, the pair's next version
      * (if any) is not, and its own term date has not passed.
      *---------------------------------------------------------------
       2050-CHECK-TREATY-VERSION.
           MOVE 'N' TO WS-TRT-IN-FORCE-FLAG.
           IF WS-TRT-EFF-DATE(WS-TRT-IDX) > WS-CLAIM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRT-TERM-DATE(WS-TRT-IDX) > ZEROS
               AND WS-TRT-TERM-DATE(WS-TRT-IDX) < WS-CLAIM-DATE
               EXIT PARAGRAPH
           END-IF.
           SET WS-TRT-NEXT TO WS-TRT-IDX.
           ADD 1 TO WS-TRT-NEXT.
           IF WS-TRT-NEXT <= WS-TRT-COUNT
               IF WS-TRT-COVERAGE(WS-TRT-NEXT) =
                      WS-TRT-COVERAGE(WS-TRT-IDX)
                   AND WS-TRT-TREATY-ID(WS-TRT-NEXT) =
                      WS-TRT-TREATY-ID(WS-TRT-IDX)
                   AND WS-TRT-EFF-DATE(WS-TRT-NEXT) <= WS-CLAIM-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET TREATY-IN-FORCE TO TRUE.
      *---------------------------------------------------------------
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CLMSCEDE_CURSOR
               INTO :DCL-POLICY-NO,   :DCL-CLAIM-ID,
                    :DCL-CLAIM-TYPE,  :DCL-CLAIM-AMOUNT,
                    :DCL-COVERAGE-CODE, :DCL-CLAIM-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
      * Share percentages for a coverage should sum to 100 or less -
      * when they do not, each cession is clamped to whatever excess
      * is still unceded so the bordereau can never cede more than
      * the loss. The warning points at the TR entries to fix.
      *---------------------------------------------------------------
           IF WS-CEDED-TOTAL + WS-CEDED-AMOUNT > WS-EXCESS-AMOUNT
               DISPLAY WS-PROGRAM-ID
                   ': TREATY SHARES OVER-CEDE COVERAGE '
                   DCL-COVERAGE-CODE ' POLICY=' DCL-POLICY-NO
                   ' CLAIM=' DCL-CLAIM-ID
                   ' - CESSION CLAMPED, CHECK TR SHARES'
               COMPUTE WS-CEDED-AMOUNT =
                   WS-EXCESS-AMOUNT - WS-CEDED-TOTAL
               IF WS-RETURN-CODE < +4
           MOVE WS-CEDED-AMOUNT    TO WS-DL-CEDED.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      * One total line per treaty version that ceded anything, plus
      * the latest version of every pair so a treaty with no
      * cessions still shows.
      *---------------------------------------------------------------
       5000-WRITE-TREATY-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
               UNTIL WS-TRT-IDX > WS-TRT-COUNT
               SET WS-TRT-NEXT TO WS-TRT-IDX
               ADD 1 TO WS-TRT-NEXT
               SET LATEST-TREATY-VERSION TO TRUE
               IF WS-TRT-NEXT <= WS-TRT-COUNT
                   IF WS-TRT-COVERAGE(WS-TRT-NEXT) =
                          WS-TRT-COVERAGE(WS-TRT-IDX)
                       AND WS-TRT-TREATY-ID(WS-TRT-NEXT) =
                          WS-TRT-TREATY-ID(WS-TRT-IDX)
                       MOVE 'N' TO WS-TRT-LATEST-FLAG
                   END-IF
               END-IF
               IF WS-TRT-CEDED-CNT(WS-TRT-IDX) > ZEROS
                   OR LATEST-TREATY-VERSION
                   MOVE WS-TRT-TREATY-ID(WS-TRT-IDX) TO WS-TT-TREATY
                   MOVE WS-TRT-EFF-DATE(WS-TRT-IDX)  TO WS-TT-EFF-DATE
                   MOVE WS-TRT-CEDED-CNT(WS-TRT-IDX) TO WS-TT-COUNT
                   MOVE WS-TRT-CEDED-AMT(WS-TRT-IDX) TO WS-TT-CEDED
                   WRITE RPT-LINE FROM WS-TREATY-TOTAL-LINE
               END-IF
           END-PERFORM.
      *---------------------------------------------------------------
       9000-TERMINATE.
