      *===============================================================
      * CLMSREFM - Reference Table Maintenance
      * Run ahead of the nightly CLMSJOB pipeline, alongside
      * CLMSFEEM, and on demand for an as-of listing.
      * Applies add/change/expire transactions (DD REFTIN, layout
      * REFTREC) against the effective-dated reference tables on
      * the REFMSTR cluster - fraud rules, reinsurance treaties,
      * state prompt-pay rules, catastrophe events and the holiday
      * calendar - with field edits, writes a before/after change
      * report, and prints control totals. Replaces the card decks
      * (FRLSIN, TRTYIN, STRULES, CATEVNT, CALDAYS) edited in ISPF
      * with no edit, no effective date and no trail.
      * A value change going forward is an add with a new effective
      * date - the version it replaces stays on file for the dates
      * before it, and may be expired if it should stop short of
      * the new one. Every change applied is also written to the
      * REFHIST trail (layout REFHREC) with the user id from the
      * card and the before and after versions.
      * After the deck, the report lists every entry in force on
      * the PARMCARD as-of date (cols 1-8, CCYYMMDD; default today)
      * - which version applied, since when, and who last touched
      * it - so the value used on any past date can be shown.
      * The decks were converted by adding each card as it stood
      * with the effective date it first applied from.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSREFM.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-TXN-IN ASSIGN TO REFTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFTIN-STATUS.
           SELECT REFERENCE-MASTER ASSIGN TO REFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFMSTR-STATUS.
           SELECT REFERENCE-HIST ASSIGN TO REFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFH-HIST-KEY
               FILE STATUS IS WS-REFHIST-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  REF-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY REFTREC.

       FD  REFERENCE-MASTER.
           COPY REFSREC.

       FD  REFERENCE-HIST.
           COPY REFHREC.

       FD  CONTROL-CARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-RECORD.
           05  CC-AS-OF-DATE       PIC 9(08).
           05  FILLER              PIC X(72).

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * The entry on the card, in its table's own layout, edited and
      * (on a change) merged with the version on file here before it
      * becomes REF-DATA.
      *---------------------------------------------------------------
           COPY FRLSREC.
           COPY TRTYREC.
           COPY STRLREC.
           COPY CATEVREC.
           COPY CALREC.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSREFM'.

       01  WS-FILE-STATUSES.
           05  WS-REFTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-REFMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-REFHIST-STATUS   PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ADD-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-EXPIRE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-HIST-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-IN-FORCE-COUNT   PIC 9(07) VALUE ZEROS.

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
           05  WS-TIME-HH          PIC 9(02).
           05  WS-TIME-MN          PIC 9(02).
           05  WS-TIME-SS          PIC 9(02).
           05  WS-TIME-HS          PIC 9(02).
           05  FILLER              PIC X(05).

       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.
       01  WS-CHANGE-TS            PIC X(26) VALUE SPACES.
       01  WS-AS-OF-DATE           PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Key of the version the card touches - the table, the entry
      * key taken from the card's entry, and the effective date.
      *---------------------------------------------------------------
       01  WS-TXN-KEY.
           05  WS-TK-TABLE-ID      PIC X(02).
           05  WS-TK-ENTRY-KEY     PIC X(16).
           05  WS-TK-EFF-DATE      PIC 9(08).
       01  WS-ENTRY-DATA           PIC X(80) VALUE SPACES.
       01  WS-NEW-TERM-DATE        PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Before-image held for the change report and the history
      * trail while the version is updated in place, with a view of
      * the entry for each table so a change card's blank fields can
      * be filled from it.
      *---------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BF-TERM-DATE     PIC 9(08).
           05  WS-BF-DATA          PIC X(80).
           05  WS-BF-FRAUD REDEFINES WS-BF-DATA.
               10  WS-BF-FRL-CODE      PIC X(04).
               10  WS-BF-FRL-POINTS    PIC 9(03).
               10  WS-BF-FRL-PARM-1    PIC 9(07)V99.
               10  WS-BF-FRL-PARM-2    PIC 9(05).
               10  FILLER              PIC X(59).
           05  WS-BF-TREATY REDEFINES WS-BF-DATA.
               10  WS-BF-TRT-COVERAGE  PIC X(03).
               10  WS-BF-TRT-RETENTION PIC 9(07)V99.
               10  WS-BF-TRT-TREATY-ID PIC X(08).
               10  WS-BF-TRT-SHARE-PCT PIC 9(03)V99.
               10  FILLER              PIC X(55).
           05  WS-BF-STATE REDEFINES WS-BF-DATA.
               10  WS-BF-STR-STATE     PIC X(02).
               10  WS-BF-STR-DAYS      PIC 9(03).
               10  WS-BF-STR-RATE      PIC 9(02)V9(03).
               10  FILLER              PIC X(70).
           05  WS-BF-CAT-EVENT REDEFINES WS-BF-DATA.
               10  WS-BF-CAT-CODE      PIC X(04).
               10  WS-BF-CAT-DESC      PIC X(30).
               10  WS-BF-CAT-DECLARED  PIC 9(08).
               10  FILLER              PIC X(38).
           05  WS-BF-CALENDAR REDEFINES WS-BF-DATA.
               10  WS-BF-CAL-DATE      PIC 9(08).
               10  WS-BF-CAL-DESC      PIC X(30).
               10  FILLER              PIC X(42).

      *---------------------------------------------------------------
      * In-force listing - the latest version seen so far of the
      * entry being read, printed once the entry's versions are
      * past if it is still in force on the as-of date.
      *---------------------------------------------------------------
       01  WS-LIST-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-LISTING      VALUE 'Y'.
       01  WS-HELD-FLAG            PIC X(01) VALUE 'N'.
           88  VERSION-HELD        VALUE 'Y'.
       01  WS-HELD-VERSION         PIC X(150) VALUE SPACES.
       01  WS-LIST-TABLE-ENTRY     PIC X(18) VALUE SPACES.
       01  WS-PRIOR-TABLE-ID       PIC X(02) VALUE SPACES.

       01  WS-HIST-SCAN-FLAG       PIC X(01) VALUE 'N'.
           88  HIST-SCAN-DONE      VALUE 'Y'.
           88  HIST-SCAN-MORE      VALUE 'N'.
       01  WS-HIST-SEQ             PIC 9(03) VALUE ZEROS.

       01  WS-ED-POINTS            PIC ZZ9.
       01  WS-ED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-PARM-2            PIC ZZZZ9.
       01  WS-ED-PCT               PIC ZZ9.99.
       01  WS-ED-DAYS              PIC ZZ9.
       01  WS-ED-RATE              PIC Z9.999.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.
       01  WS-RPT-SECTION          PIC X(01) VALUE 'M'.
           88  SECTION-MAINTENANCE VALUE 'M'.
           88  SECTION-IN-FORCE    VALUE 'F'.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'REFERENCE TABLE MAINTENANCE REPORT'.
           05  FILLER              PIC X(52) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PAGE: '.
           05  WS-TL1-PAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-TL2-SECTION      PIC X(30).
           05  WS-TL2-AS-OF        PIC X(08).
           05  FILLER              PIC X(70) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER              PIC X(120) VALUE ALL '-'.
           05  FILLER              PIC X(12)  VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER              PIC X(08) VALUE 'ACTION: '.
           05  WS-AL-ACTION        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-TABLE         PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-AL-ENTRY-KEY     PIC X(16).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-AL-EFF-DATE      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'BY '.
           05  WS-AL-USER          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-RESULT        PIC X(30).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG           PIC X(08).
           05  FILLER              PIC X(05) VALUE 'TERM='.
           05  WS-IL-TERM-DATE     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-DETAIL        PIC X(80).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-IN-FORCE-HEADER.
           05  FILLER              PIC X(16) VALUE 'TABLE'.
           05  FILLER              PIC X(18) VALUE 'ENTRY'.
           05  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER              PIC X(10) VALUE 'TERM'.
           05  FILLER              PIC X(62) VALUE 'VALUE'.
           05  FILLER              PIC X(16) VALUE 'LAST CHANGED BY'.

       01  WS-IN-FORCE-LINE.
           05  WS-FL-TABLE         PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-ENTRY-KEY     PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-EFF-DATE      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-TERM-DATE     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-DETAIL        PIC X(60).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-FL-MAINT-BY      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-FL-MAINT-DATE    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.

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
           PERFORM 6000-LIST-IN-FORCE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': REFERENCE MAINTENANCE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD '-'
                  WS-TIME-HH '.' WS-TIME-MN '.' WS-TIME-SS '.'
                  WS-TIME-HS '0000'
               DELIMITED BY SIZE INTO WS-CHANGE-TS.
           MOVE WS-TODAY-NUMERIC TO WS-AS-OF-DATE.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN INPUT REF-TXN-IN.
           IF WS-REFTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN REFTIN FAILED FS='
                   WS-REFTIN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN REFMSTR FAILED FS='
                   WS-REFMSTR-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REFERENCE-HIST.
           IF WS-REFHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN REFHIST FAILED FS='
                   WS-REFHIST-STATUS
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
      * Control card (DD PARMCARD) - optional as-of date for the
      * in-force listing; blank lists what is in force today.
      *---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-PARMCARD-STATUS = '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-AS-OF-DATE NUMERIC
                           AND CC-AS-OF-DATE > ZEROS
                           MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           DISPLAY WS-PROGRAM-ID ': IN-FORCE LISTING AS OF '
               WS-AS-OF-DATE.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TL1-PAGE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           IF SECTION-IN-FORCE
               MOVE 'TABLE ENTRIES IN FORCE ON:' TO WS-TL2-SECTION
               MOVE WS-AS-OF-DATE TO WS-TL2-AS-OF
           ELSE
               MOVE SPACES TO WS-TL2-SECTION WS-TL2-AS-OF
           END-IF.
           WRITE RPT-LINE FROM WS-TITLE-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-TITLE-LINE-2.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 3 TO WS-LINE-COUNT.
           IF SECTION-IN-FORCE
               WRITE RPT-LINE FROM WS-IN-FORCE-HEADER
               WRITE RPT-LINE FROM WS-SEPARATOR-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
      *---------------------------------------------------------------
       2000-PROCESS-TXN.
           ADD 1 TO WS-INPUT-COUNT.
           SET TXN-FAILED TO TRUE.
           MOVE SPACES TO WS-ERROR-TEXT.
           MOVE SPACES TO WS-TXN-KEY.
           PERFORM 2200-EDIT-TXN.
           IF TXN-OK
               EVALUATE TRUE
                   WHEN RMT-ACTION-ADD
                       PERFORM 3000-APPLY-ADD
                   WHEN RMT-ACTION-CHANGE
                       PERFORM 4000-APPLY-CHANGE
                   WHEN RMT-ACTION-EXPIRE
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
           READ REF-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-REFTIN-STATUS NOT = '00'
               AND WS-REFTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ REFTIN FAILED FS='
                   WS-REFTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Common edits - every action names who made it and carries
      * the full key of the version it adds or touches: the table,
      * the entry's key fields, and the effective date.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           IF NOT RMT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT RMT-TABLE-VALID
               MOVE 'INVALID TABLE ID' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF RMT-USER-ID = SPACES
               OR RMT-USER-ID = LOW-VALUES
               MOVE 'USER ID REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF RMT-EFF-DATE NOT NUMERIC
               OR RMT-EFF-DATE = ZEROS
               MOVE 'EFFECTIVE DATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
      *---------------------------------------------------------------
      * Blank card columns arrive as spaces - no term date on the
      * card is carried as zero.
      *---------------------------------------------------------------
           IF RMT-TERM-DATE NUMERIC
               MOVE RMT-TERM-DATE TO WS-NEW-TERM-DATE
           ELSE
               MOVE ZEROS         TO WS-NEW-TERM-DATE
           END-IF.
           IF WS-NEW-TERM-DATE > ZEROS
               AND WS-NEW-TERM-DATE < RMT-EFF-DATE
               MOVE 'TERM DATE BEFORE EFFECTIVE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2250-BUILD-ENTRY-KEY.
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
      * The entry key comes from the entry's own key fields, which
      * every action must carry.
      *---------------------------------------------------------------
       2250-BUILD-ENTRY-KEY.
           MOVE RMT-TABLE-ID TO WS-TK-TABLE-ID.
           MOVE RMT-EFF-DATE TO WS-TK-EFF-DATE.
           MOVE SPACES       TO WS-TK-ENTRY-KEY.
           MOVE RMT-DATA     TO WS-ENTRY-DATA.
           EVALUATE TRUE
               WHEN RMT-TABLE-FRAUD
                   MOVE WS-ENTRY-DATA TO FRAUD-RULE-RECORD
                   IF NOT FRL-RULE-VALID
                       MOVE 'INVALID FRAUD RULE CODE'
                           TO WS-ERROR-TEXT
                   ELSE
                       MOVE FRL-RULE-CODE TO WS-TK-ENTRY-KEY
                   END-IF
               WHEN RMT-TABLE-TREATY
                   MOVE WS-ENTRY-DATA TO TREATY-RULE-RECORD
                   IF TRT-COVERAGE-CODE = SPACES
                       OR TRT-TREATY-ID = SPACES
                       MOVE 'COVERAGE AND TREATY REQUIRED'
                           TO WS-ERROR-TEXT
                   ELSE
                       MOVE TRT-COVERAGE-CODE
                           TO WS-TK-ENTRY-KEY(1:3)
                       MOVE TRT-TREATY-ID
                           TO WS-TK-ENTRY-KEY(4:8)
                   END-IF
               WHEN RMT-TABLE-STATE
                   MOVE WS-ENTRY-DATA TO STATE-RULE-RECORD
                   IF STR-STATE = SPACES
                       MOVE 'STATE REQUIRED' TO WS-ERROR-TEXT
                   ELSE
                       MOVE STR-STATE TO WS-TK-ENTRY-KEY
                   END-IF
               WHEN RMT-TABLE-CAT-EVENT
                   MOVE WS-ENTRY-DATA TO CAT-EVENT-RECORD
                   IF CAT-EVENT-CODE = SPACES
                       MOVE 'EVENT CODE REQUIRED' TO WS-ERROR-TEXT
                   ELSE
                       MOVE CAT-EVENT-CODE TO WS-TK-ENTRY-KEY
                   END-IF
               WHEN RMT-TABLE-CALENDAR
                   MOVE WS-ENTRY-DATA TO CALENDAR-RECORD
                   IF CAL-HOLIDAY-DATE NOT NUMERIC
                       OR CAL-HOLIDAY-DATE = ZEROS
                       MOVE 'HOLIDAY DATE REQUIRED' TO WS-ERROR-TEXT
                   ELSE
                       MOVE CAL-HOLIDAY-DATE TO WS-TK-ENTRY-KEY(1:8)
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * Field edits on a complete entry - the card of an add, or a
      * change card once its blank fields are filled from file.
      * The same edits the reading programs used to apply as they
      * loaded the decks, so a version that reaches the file is one
      * they will use. The edited entry is left in WS-ENTRY-DATA.
      *---------------------------------------------------------------
       2400-EDIT-ENTRY.
           EVALUATE TRUE
               WHEN RMT-TABLE-FRAUD
                   IF FRL-POINTS NOT NUMERIC
                       OR FRL-POINTS = ZEROS
                       MOVE 'POINTS REQUIRED' TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   IF FRL-PARM-1 NOT NUMERIC
                       MOVE ZEROS TO FRL-PARM-1
                   END-IF
                   IF FRL-PARM-2 NOT NUMERIC
                       MOVE ZEROS TO FRL-PARM-2
                   END-IF
                   IF (FRL-RULE-ROUND-DOLLAR OR FRL-RULE-NEAR-LIMIT
                       OR FRL-RULE-PAPER-HIGH)
                       AND FRL-PARM-1 = ZEROS
                       MOVE 'PARM-1 REQUIRED FOR RULE'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   IF FRL-RULE-NEAR-LIMIT
                       AND FRL-PARM-1 > 100
                       MOVE 'PARM-1 PERCENT OVER 100'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FRAUD-RULE-RECORD TO WS-ENTRY-DATA
               WHEN RMT-TABLE-TREATY
                   IF TRT-SHARE-PCT NOT NUMERIC
                       OR TRT-SHARE-PCT = ZEROS
                       OR TRT-SHARE-PCT > 100
                       MOVE 'SHARE PCT MUST BE 0-100'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   IF TRT-RETENTION NOT NUMERIC
                       MOVE 'RETENTION REQUIRED' TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TREATY-RULE-RECORD TO WS-ENTRY-DATA
               WHEN RMT-TABLE-STATE
                   IF STR-PROMPT-DAYS NOT NUMERIC
                       OR STR-PROMPT-DAYS = ZEROS
                       MOVE 'PROMPT-PAY DAYS REQUIRED'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   IF STR-ANNUAL-RATE NOT NUMERIC
                       MOVE 'ANNUAL RATE REQUIRED' TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE STATE-RULE-RECORD TO WS-ENTRY-DATA
               WHEN RMT-TABLE-CAT-EVENT
                   IF CAT-EVENT-DESC = SPACES
                       MOVE 'EVENT DESCRIPTION REQUIRED'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   IF CAT-DECLARED-DATE NOT NUMERIC
                       OR CAT-DECLARED-DATE = ZEROS
                       MOVE 'DECLARED DATE REQUIRED'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CAT-EVENT-RECORD TO WS-ENTRY-DATA
               WHEN RMT-TABLE-CALENDAR
                   IF CAL-HOLIDAY-DESC = SPACES
                       MOVE 'HOLIDAY DESCRIPTION REQUIRED'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   IF RMT-EFF-DATE > CAL-HOLIDAY-DATE
                       MOVE 'EFFECTIVE AFTER HOLIDAY DATE'
                           TO WS-ERROR-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CALENDAR-RECORD TO WS-ENTRY-DATA
           END-EVALUATE.
      *---------------------------------------------------------------
       3000-APPLY-ADD.
           SET TXN-FAILED TO TRUE.
           PERFORM 2400-EDIT-ENTRY.
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS              TO WS-BF-TERM-DATE.
           MOVE SPACES             TO WS-BF-DATA.
           MOVE SPACES             TO REFERENCE-RECORD.
           MOVE WS-TXN-KEY         TO REF-KEY.
           MOVE WS-NEW-TERM-DATE   TO REF-TERM-DATE.
           MOVE WS-ENTRY-DATA      TO REF-DATA.
           MOVE RMT-USER-ID        TO REF-ADDED-BY REF-LAST-MAINT-BY.
           MOVE WS-TODAY-NUMERIC   TO REF-ADDED-DATE
                                      REF-LAST-MAINT-DATE.
           WRITE REFERENCE-RECORD
               INVALID KEY
                   MOVE 'VERSION ALREADY ON FILE' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7300-PRINT-AFTER-IMAGE
                   PERFORM 8100-WRITE-HISTORY
           END-WRITE.
      *---------------------------------------------------------------
      * Change - blank/zero entry fields and term date keep what is
      * on file, so a change card only has to carry the entry's key
      * fields and the fields being changed.
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
           MOVE WS-TXN-KEY TO REF-KEY.
           READ REFERENCE-MASTER
               INVALID KEY
                   MOVE 'VERSION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           PERFORM 4100-MERGE-ENTRY.
           PERFORM 2400-EDIT-ENTRY.
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TERM-DATE > ZEROS
               MOVE WS-NEW-TERM-DATE TO REF-TERM-DATE
           END-IF.
           MOVE WS-ENTRY-DATA    TO REF-DATA.
           MOVE RMT-USER-ID      TO REF-LAST-MAINT-BY.
           MOVE WS-TODAY-NUMERIC TO REF-LAST-MAINT-DATE.
           REWRITE REFERENCE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
                   PERFORM 8100-WRITE-HISTORY
           END-REWRITE.
      *---------------------------------------------------------------
      * Fill the change card's blank or zero fields from the version
      * on file (the card's entry is already in its layout).
      *---------------------------------------------------------------
       4100-MERGE-ENTRY.
           EVALUATE TRUE
               WHEN RMT-TABLE-FRAUD
                   IF FRL-POINTS NOT NUMERIC
                       OR FRL-POINTS = ZEROS
                       MOVE WS-BF-FRL-POINTS TO FRL-POINTS
                   END-IF
                   IF FRL-PARM-1 NOT NUMERIC
                       OR FRL-PARM-1 = ZEROS
                       MOVE WS-BF-FRL-PARM-1 TO FRL-PARM-1
                   END-IF
                   IF FRL-PARM-2 NOT NUMERIC
                       OR FRL-PARM-2 = ZEROS
                       MOVE WS-BF-FRL-PARM-2 TO FRL-PARM-2
                   END-IF
               WHEN RMT-TABLE-TREATY
                   IF TRT-RETENTION NOT NUMERIC
                       OR TRT-RETENTION = ZEROS
                       MOVE WS-BF-TRT-RETENTION TO TRT-RETENTION
                   END-IF
                   IF TRT-SHARE-PCT NOT NUMERIC
                       OR TRT-SHARE-PCT = ZEROS
                       MOVE WS-BF-TRT-SHARE-PCT TO TRT-SHARE-PCT
                   END-IF
               WHEN RMT-TABLE-STATE
                   IF STR-PROMPT-DAYS NOT NUMERIC
                       OR STR-PROMPT-DAYS = ZEROS
                       MOVE WS-BF-STR-DAYS TO STR-PROMPT-DAYS
                   END-IF
                   IF STR-ANNUAL-RATE NOT NUMERIC
                       OR STR-ANNUAL-RATE = ZEROS
                       MOVE WS-BF-STR-RATE TO STR-ANNUAL-RATE
                   END-IF
               WHEN RMT-TABLE-CAT-EVENT
                   IF CAT-EVENT-DESC = SPACES
                       MOVE WS-BF-CAT-DESC TO CAT-EVENT-DESC
                   END-IF
                   IF CAT-DECLARED-DATE NOT NUMERIC
                       OR CAT-DECLARED-DATE = ZEROS
                       MOVE WS-BF-CAT-DECLARED TO CAT-DECLARED-DATE
                   END-IF
               WHEN RMT-TABLE-CALENDAR
                   IF CAL-HOLIDAY-DESC = SPACES
                       MOVE WS-BF-CAL-DESC TO CAL-HOLIDAY-DESC
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * Expire - the version stops applying after the term date.
      * Versions are never deleted: a rerun or restatement for an
      * earlier date must still find the value that applied then.
      *---------------------------------------------------------------
       5000-APPLY-EXPIRE.
           SET TXN-FAILED TO TRUE.
           IF WS-NEW-TERM-DATE = ZEROS
               MOVE 'TERM DATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TXN-KEY TO REF-KEY.
           READ REFERENCE-MASTER
               INVALID KEY
                   MOVE 'VERSION NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           MOVE WS-NEW-TERM-DATE TO REF-TERM-DATE.
           MOVE RMT-USER-ID      TO REF-LAST-MAINT-BY.
           MOVE WS-TODAY-NUMERIC TO REF-LAST-MAINT-DATE.
           REWRITE REFERENCE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               NOT INVALID KEY
                   SET TXN-OK TO TRUE
                   ADD 1 TO WS-EXPIRE-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7400-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
                   PERFORM 8100-WRITE-HISTORY
           END-REWRITE.
      *---------------------------------------------------------------
      * In-force listing. The cluster is read in key order - table,
      * entry, effective date - so an entry's versions arrive
      * oldest first: the last one effective on or before the as-of
      * date is the candidate, and it is in force unless its term
      * date has passed.
      *---------------------------------------------------------------
       6000-LIST-IN-FORCE.
           SET SECTION-IN-FORCE TO TRUE.
           PERFORM 1100-WRITE-PAGE-HEADER.
           MOVE LOW-VALUES TO REF-KEY.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-LISTING TO TRUE
           END-START.
           PERFORM UNTIL END-OF-LISTING
               READ REFERENCE-MASTER NEXT RECORD
                   AT END
                       SET END-OF-LISTING TO TRUE
                   NOT AT END
                       PERFORM 6100-CONSIDER-VERSION
               END-READ
           END-PERFORM.
           PERFORM 6200-FLUSH-HELD-VERSION.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'ENTRIES IN FORCE:       ' TO WS-TL-LABEL.
           MOVE WS-IN-FORCE-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
       6100-CONSIDER-VERSION.
           IF REF-KEY(1:18) NOT = WS-LIST-TABLE-ENTRY
               PERFORM 6200-FLUSH-HELD-VERSION
               MOVE REF-KEY(1:18) TO WS-LIST-TABLE-ENTRY
           END-IF.
           IF REF-EFF-DATE <= WS-AS-OF-DATE
               MOVE REFERENCE-RECORD TO WS-HELD-VERSION
               SET VERSION-HELD TO TRUE
           END-IF.
      *---------------------------------------------------------------
       6200-FLUSH-HELD-VERSION.
           IF NOT VERSION-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE WS-HELD-VERSION TO REFERENCE-RECORD.
           IF REF-TERM-DATE > ZEROS
               AND REF-TERM-DATE < WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IN-FORCE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           IF REF-TABLE-ID NOT = WS-PRIOR-TABLE-ID
               AND WS-PRIOR-TABLE-ID NOT = SPACES
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE REF-TABLE-ID TO WS-PRIOR-TABLE-ID.
           MOVE REF-TABLE-ID TO RMT-TABLE-ID.
           PERFORM 7050-NAME-TABLE.
           MOVE WS-AL-TABLE         TO WS-FL-TABLE.
           MOVE REF-ENTRY-KEY       TO WS-FL-ENTRY-KEY.
           MOVE REF-EFF-DATE        TO WS-FL-EFF-DATE.
           MOVE REF-TERM-DATE       TO WS-FL-TERM-DATE.
           MOVE REF-DATA            TO WS-ENTRY-DATA.
           PERFORM 7500-FORMAT-ENTRY.
           MOVE WS-IL-DETAIL        TO WS-FL-DETAIL.
           MOVE REF-LAST-MAINT-BY   TO WS-FL-MAINT-BY.
           MOVE REF-LAST-MAINT-DATE TO WS-FL-MAINT-DATE.
           WRITE RPT-LINE FROM WS-IN-FORCE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7050-NAME-TABLE.
           EVALUATE TRUE
               WHEN RMT-TABLE-FRAUD
                   MOVE 'FRAUD RULE'     TO WS-AL-TABLE
               WHEN RMT-TABLE-TREATY
                   MOVE 'TREATY'         TO WS-AL-TABLE
               WHEN RMT-TABLE-STATE
                   MOVE 'STATE PROMPT'   TO WS-AL-TABLE
               WHEN RMT-TABLE-CAT-EVENT
                   MOVE 'CAT EVENT'      TO WS-AL-TABLE
               WHEN RMT-TABLE-CALENDAR
                   MOVE 'HOLIDAY'        TO WS-AL-TABLE
               WHEN OTHER
                   MOVE RMT-TABLE-ID     TO WS-AL-TABLE
           END-EVALUATE.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN RMT-ACTION-ADD
                   MOVE 'ADD       ' TO WS-AL-ACTION
               WHEN RMT-ACTION-CHANGE
                   MOVE 'CHANGE    ' TO WS-AL-ACTION
               WHEN RMT-ACTION-EXPIRE
                   MOVE 'EXPIRE    ' TO WS-AL-ACTION
               WHEN OTHER
                   MOVE RMT-ACTION   TO WS-AL-ACTION
           END-EVALUATE.
           PERFORM 7050-NAME-TABLE.
           MOVE WS-TK-ENTRY-KEY   TO WS-AL-ENTRY-KEY.
           MOVE RMT-EFF-DATE      TO WS-AL-EFF-DATE.
           MOVE RMT-USER-ID       TO WS-AL-USER.
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
           MOVE REF-TERM-DATE       TO WS-BF-TERM-DATE.
           MOVE REF-DATA            TO WS-BF-DATA.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '          TO WS-IL-TAG.
           MOVE REF-TERM-DATE       TO WS-IL-TERM-DATE.
           MOVE REF-DATA            TO WS-ENTRY-DATA.
           PERFORM 7500-FORMAT-ENTRY.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7400-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: '          TO WS-IL-TAG.
           MOVE WS-BF-TERM-DATE     TO WS-IL-TERM-DATE.
           MOVE WS-BF-DATA          TO WS-ENTRY-DATA.
           PERFORM 7500-FORMAT-ENTRY.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The entry in WS-ENTRY-DATA as readable text in WS-IL-DETAIL,
      * by the table in RMT-TABLE-ID.
      *---------------------------------------------------------------
       7500-FORMAT-ENTRY.
           MOVE SPACES TO WS-IL-DETAIL.
           EVALUATE TRUE
               WHEN RMT-TABLE-FRAUD
                   MOVE WS-ENTRY-DATA TO FRAUD-RULE-RECORD
                   MOVE FRL-POINTS    TO WS-ED-POINTS
                   MOVE FRL-PARM-1    TO WS-ED-AMOUNT
                   MOVE FRL-PARM-2    TO WS-ED-PARM-2
                   STRING 'POINTS=' WS-ED-POINTS
                          '  PARM-1=' WS-ED-AMOUNT
                          '  PARM-2=' WS-ED-PARM-2
                       DELIMITED BY SIZE INTO WS-IL-DETAIL
               WHEN RMT-TABLE-TREATY
                   MOVE WS-ENTRY-DATA TO TREATY-RULE-RECORD
                   MOVE TRT-RETENTION TO WS-ED-AMOUNT
                   MOVE TRT-SHARE-PCT TO WS-ED-PCT
                   STRING 'RETENTION=' WS-ED-AMOUNT
                          '  SHARE PCT=' WS-ED-PCT
                       DELIMITED BY SIZE INTO WS-IL-DETAIL
               WHEN RMT-TABLE-STATE
                   MOVE WS-ENTRY-DATA   TO STATE-RULE-RECORD
                   MOVE STR-PROMPT-DAYS TO WS-ED-DAYS
                   MOVE STR-ANNUAL-RATE TO WS-ED-RATE
                   STRING 'PROMPT-PAY DAYS=' WS-ED-DAYS
                          '  ANNUAL RATE=' WS-ED-RATE
                       DELIMITED BY SIZE INTO WS-IL-DETAIL
               WHEN RMT-TABLE-CAT-EVENT
                   MOVE WS-ENTRY-DATA TO CAT-EVENT-RECORD
                   STRING CAT-EVENT-DESC
                          '  DECLARED=' CAT-DECLARED-DATE
                       DELIMITED BY SIZE INTO WS-IL-DETAIL
               WHEN RMT-TABLE-CALENDAR
                   MOVE WS-ENTRY-DATA TO CALENDAR-RECORD
                   MOVE CAL-HOLIDAY-DESC TO WS-IL-DETAIL
           END-EVALUATE.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:      ' TO WS-TL-LABEL.
           MOVE WS-INPUT-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'VERSIONS ADDED:         ' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT               TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'VERSIONS CHANGED:       ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'VERSIONS EXPIRED:       ' TO WS-TL-LABEL.
           MOVE WS-EXPIRE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY RECORDS WRITTEN:' TO WS-TL-LABEL.
           MOVE WS-HIST-COUNT              TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
      * Change history - the version just applied, sequenced after
      * any other change to the same version today. A failed write
      * is reported but does not undo the master update.
      *---------------------------------------------------------------
       8100-WRITE-HISTORY.
           MOVE ZEROS            TO WS-HIST-SEQ.
           MOVE WS-TK-TABLE-ID   TO RFH-TABLE-ID.
           MOVE WS-TK-ENTRY-KEY  TO RFH-ENTRY-KEY.
           MOVE WS-TK-EFF-DATE   TO RFH-EFF-DATE.
           MOVE WS-TODAY-NUMERIC TO RFH-CHANGE-DATE.
           MOVE ZEROS            TO RFH-CHANGE-SEQ.
           SET HIST-SCAN-MORE TO TRUE.
           START REFERENCE-HIST KEY >= RFH-HIST-KEY
               INVALID KEY SET HIST-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL HIST-SCAN-DONE
               READ REFERENCE-HIST NEXT
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RFH-TABLE-ID = WS-TK-TABLE-ID
                           AND RFH-ENTRY-KEY = WS-TK-ENTRY-KEY
                           AND RFH-EFF-DATE = WS-TK-EFF-DATE
                           AND RFH-CHANGE-DATE = WS-TODAY-NUMERIC
                           MOVE RFH-CHANGE-SEQ TO WS-HIST-SEQ
                       ELSE
                           SET HIST-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-HIST-SEQ.
           MOVE SPACES            TO REFERENCE-HISTORY-RECORD.
           MOVE WS-TK-TABLE-ID    TO RFH-TABLE-ID.
           MOVE WS-TK-ENTRY-KEY   TO RFH-ENTRY-KEY.
           MOVE WS-TK-EFF-DATE    TO RFH-EFF-DATE.
           MOVE WS-TODAY-NUMERIC  TO RFH-CHANGE-DATE.
           MOVE WS-HIST-SEQ       TO RFH-CHANGE-SEQ.
           MOVE RMT-ACTION        TO RFH-ACTION.
           MOVE RMT-USER-ID       TO RFH-CHANGED-BY.
           MOVE WS-CHANGE-TS      TO RFH-CHANGE-TS.
           MOVE WS-BF-TERM-DATE   TO RFH-BEFORE-TERM-DATE.
           MOVE WS-BF-DATA        TO RFH-BEFORE-DATA.
           MOVE REF-TERM-DATE     TO RFH-AFTER-TERM-DATE.
           MOVE REF-DATA          TO RFH-AFTER-DATA.
           WRITE REFERENCE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': REFHIST WRITE FAILED FS='
                       WS-REFHIST-STATUS ' TABLE=' WS-TK-TABLE-ID
                       ' ENTRY=' WS-TK-ENTRY-KEY
                   MOVE +8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-COUNT
           END-WRITE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE REF-TXN-IN REFERENCE-MASTER REFERENCE-HIST RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='   WS-INPUT-COUNT
                   ' ADDS='    WS-ADD-COUNT
                   ' CHANGES=' WS-CHANGE-COUNT
                   ' EXPIRES=' WS-EXPIRE-COUNT
                   ' ERRORS='  WS-ERROR-COUNT
                   ' IN FORCE=' WS-IN-FORCE-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
