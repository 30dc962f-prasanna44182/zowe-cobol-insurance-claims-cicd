      *===============================================================
      * CLMSFEEM - Procedure Fee Schedule Maintenance
      * Run ahead of the nightly CLMSJOB pipeline.
      * Applies add/change/expire transactions (DD FEETIN, layout
      * FEETREC) against the FEESMSTR cluster with field edits,
      * writes a before/after change report, and prints control
      * totals. FEESMSTR is the rate table CLMSPRCE prices claim
      * lines from, so every allowance change is on the report trail.
      * A rate change going forward is an add with a new effective
      * date - the version it replaces stays on file for lines with
      * earlier service dates, and may be expired if it should stop
      * short of the new one.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSFEEM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-TXN-IN ASSIGN TO FEETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEETIN-STATUS.
           SELECT FEE-SCHEDULE ASSIGN TO FEESMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-SCHEDULE-KEY
               FILE STATUS IS WS-FEES-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY FEETREC.

       FD  FEE-SCHEDULE.
           COPY FEESREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSFEEM'.

       01  WS-FILE-STATUSES.
           05  WS-FEETIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-FEES-STATUS      PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ADD-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-EXPIRE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.

       01  WS-TXN-OK-FLAG          PIC X(01) VALUE 'N'.
           88  TXN-OK              VALUE 'Y'.
           88  TXN-FAILED          VALUE 'N'.

       01  WS-ERROR-TEXT           PIC X(30) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).

       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Before-image held for the change report while the master
      * record is updated in place.
      *---------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BF-TERM-DATE     PIC 9(08).
           05  WS-BF-ALLOWED       PIC 9(07)V99.
           05  WS-BF-PROC-DESC     PIC X(20).

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'FEE SCHEDULE MAINTENANCE REPORT'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(90)  VALUE ALL '-'.
           05  FILLER              PIC X(42)  VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER              PIC X(08) VALUE 'ACTION: '.
           05  WS-AL-ACTION        PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'RATE '.
           05  WS-AL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-COVERAGE      PIC X(03).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-PROC-CODE     PIC X(05).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-EFF-DATE      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-RESULT        PIC X(30).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG           PIC X(08).
           05  FILLER              PIC X(08) VALUE 'ALLOWED='.
           05  WS-IL-ALLOWED       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'TERM='.
           05  WS-IL-TERM-DATE     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'DESC='.
           05  WS-IL-PROC-DESC     PIC X(20).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TXN UNTIL END-OF-FILE.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': FEE SCHEDULE MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT FEE-TXN-IN.
           IF WS-FEETIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN FEETIN FAILED FS='
                   WS-FEETIN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FEE-SCHEDULE.
           IF WS-FEES-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN FEESMSTR FAILED FS='
                   WS-FEES-STATUS
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
           PERFORM 1100-WRITE-PAGE-HEADER.
           PERFORM 2100-READ-TXN.
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
           MOVE 3 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       2000-PROCESS-TXN.
           ADD 1 TO WS-INPUT-COUNT.
           SET TXN-FAILED TO TRUE.
           MOVE SPACES TO WS-ERROR-TEXT.
           PERFORM 2200-EDIT-TXN.
           IF TXN-OK
               EVALUATE TRUE
                   WHEN FMT-ACTION-ADD
                       PERFORM 3000-APPLY-ADD
                   WHEN FMT-ACTION-CHANGE
                       PERFORM 4000-APPLY-CHANGE
                   WHEN FMT-ACTION-EXPIRE
                       PERFORM 5000-APPLY-EXPIRE
               END-EVALUATE
           END-IF.
           IF TXN-FAILED
               ADD 1 TO WS-ERROR-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               PERFORM 7100-PRINT-ACTION-LINE
           END-IF.
           PERFORM 2100-READ-TXN.
      *---------------------------------------------------------------
       2100-READ-TXN.
           READ FEE-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-FEETIN-STATUS NOT = '00'
               AND WS-FEETIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ FEETIN FAILED FS='
                   WS-FEETIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common edits - every action carries the full key of the rate
      * version it adds or touches.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           IF NOT FMT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT FMT-TYPE-VALID
               MOVE 'INVALID CLAIM TYPE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF FMT-PROC-CODE = SPACES
               OR FMT-PROC-CODE = LOW-VALUES
               MOVE 'PROCEDURE CODE BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF FMT-EFF-DATE NOT NUMERIC
               OR FMT-EFF-DATE = ZEROS
               MOVE 'EFFECTIVE DATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
       3000-APPLY-ADD.
           SET TXN-FAILED TO TRUE.
           IF FMT-ALLOWED-AMOUNT NOT NUMERIC
               OR FMT-ALLOWED-AMOUNT = ZEROS
               MOVE 'ALLOWED AMOUNT REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF FMT-TERM-DATE NUMERIC
               AND FMT-TERM-DATE > ZEROS
               AND FMT-TERM-DATE < FMT-EFF-DATE
               MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE FMT-SCHEDULE-KEY    TO FEE-SCHEDULE-KEY.
           MOVE FMT-ALLOWED-AMOUNT  TO FEE-ALLOWED-AMOUNT.
           MOVE FMT-PROC-DESC       TO FEE-PROC-DESC.
           MOVE WS-TODAY-NUMERIC    TO FEE-LAST-MAINT-DATE.
      *---------------------------------------------------------------
      * Blank card columns arrive as spaces - an open-ended rate
      * must still carry a numeric zero term date for CLMSPRCE.
      *---------------------------------------------------------------
           IF FMT-TERM-DATE NUMERIC
               MOVE FMT-TERM-DATE   TO FEE-TERM-DATE
           ELSE
               MOVE ZEROS           TO FEE-TERM-DATE
           END-IF.
           WRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'RATE VERSION ALREADY ON FILE' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-WRITE.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed.
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
           MOVE FMT-SCHEDULE-KEY TO FEE-SCHEDULE-KEY.
           READ FEE-SCHEDULE
               INVALID KEY
                   MOVE 'RATE VERSION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           IF FMT-ALLOWED-AMOUNT NUMERIC
               AND FMT-ALLOWED-AMOUNT > ZEROS
               MOVE FMT-ALLOWED-AMOUNT TO FEE-ALLOWED-AMOUNT
           END-IF.
           IF FMT-TERM-DATE NUMERIC
               AND FMT-TERM-DATE > ZEROS
               IF FMT-TERM-DATE < FEE-EFF-DATE
                   MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE FMT-TERM-DATE TO FEE-TERM-DATE
           END-IF.
           IF FMT-PROC-DESC NOT = SPACES
               MOVE FMT-PROC-DESC TO FEE-PROC-DESC
           END-IF.
           MOVE WS-TODAY-NUMERIC TO FEE-LAST-MAINT-DATE.
           REWRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
      * Expire - the version stops applying to service dates after
      * the term date. Records are never deleted: CLMSPRCE may still
      * reprice a corrected line whose service date it covers.
      *---------------------------------------------------------------
       5000-APPLY-EXPIRE.
           SET TXN-FAILED TO TRUE.
           IF FMT-TERM-DATE NOT NUMERIC
               OR FMT-TERM-DATE = ZEROS
               MOVE 'TERM DATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE FMT-SCHEDULE-KEY TO FEE-SCHEDULE-KEY.
           READ FEE-SCHEDULE
               INVALID KEY
                   MOVE 'RATE VERSION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF FMT-TERM-DATE < FEE-EFF-DATE
               MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           MOVE FMT-TERM-DATE    TO FEE-TERM-DATE.
           MOVE WS-TODAY-NUMERIC TO FEE-LAST-MAINT-DATE.
           REWRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-EXPIRE-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-REWRITE.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN FMT-ACTION-ADD
                   MOVE 'ADD       ' TO WS-AL-ACTION
               WHEN FMT-ACTION-CHANGE
                   MOVE 'CHANGE    ' TO WS-AL-ACTION
               WHEN FMT-ACTION-EXPIRE
                   MOVE 'EXPIRE    ' TO WS-AL-ACTION
               WHEN OTHER
                   MOVE FMT-ACTION   TO WS-AL-ACTION
           END-EVALUATE.
           MOVE FMT-CLAIM-TYPE    TO WS-AL-CLAIM-TYPE.
           MOVE FMT-COVERAGE-CODE TO WS-AL-COVERAGE.
           MOVE FMT-PROC-CODE     TO WS-AL-PROC-CODE.
           MOVE FMT-EFF-DATE      TO WS-AL-EFF-DATE.
           MOVE SPACES TO WS-AL-RESULT.
           IF TXN-OK
               MOVE 'APPLIED' TO WS-AL-RESULT
           ELSE
               STRING '*** ' WS-ERROR-TEXT DELIMITED BY '  '
                   INTO WS-AL-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           WRITE RPT-LINE FROM WS-ACTION-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7200-SAVE-BEFORE-IMAGE.
           MOVE FEE-TERM-DATE       TO WS-BF-TERM-DATE.
           MOVE FEE-ALLOWED-AMOUNT  TO WS-BF-ALLOWED.
           MOVE FEE-PROC-DESC       TO WS-BF-PROC-DESC.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '          TO WS-IL-TAG.
           MOVE FEE-ALLOWED-AMOUNT  TO WS-IL-ALLOWED.
           MOVE FEE-TERM-DATE       TO WS-IL-TERM-DATE.
           MOVE FEE-PROC-DESC       TO WS-IL-PROC-DESC.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7400-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: '          TO WS-IL-TAG.
           MOVE WS-BF-ALLOWED       TO WS-IL-ALLOWED.
           MOVE WS-BF-TERM-DATE     TO WS-IL-TERM-DATE.
           MOVE WS-BF-PROC-DESC     TO WS-IL-PROC-DESC.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:      ' TO WS-TL-LABEL.
           MOVE WS-INPUT-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RATES ADDED:            ' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT               TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RATES CHANGED:          ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RATES EXPIRED:          ' TO WS-TL-LABEL.
           MOVE WS-EXPIRE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE FEE-TXN-IN FEE-SCHEDULE RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='   WS-INPUT-COUNT
                   ' ADDS='    WS-ADD-COUNT
                   ' CHANGES=' WS-CHANGE-COUNT
                   ' EXPIRES=' WS-EXPIRE-COUNT
                   ' ERRORS='  WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
