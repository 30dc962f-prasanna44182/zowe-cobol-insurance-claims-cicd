      *===============================================================
      * CLMSMADR - Member Mailing Address Maintenance
      * Run ahead of CLMSCORR/CLMSPAY, alongside the other master
      * maintenance steps, with the same structure as CLMSPAYE.
      * Applies member services' change-of-address cards and the
      * mailroom's returned-mail feed (DD MADTIN, layout MADTREC)
      * against the address segment of the claimant master
      * (DD CLMTMSTR, layout MBRMREC):
      *   C = change of address and/or phone/e-mail
      *   R = returned mail - flags the address undeliverable, or
      *       on a forwarding address (reason FW) makes that the
      *       member's address; refused when the address on file
      *       took effect after the piece was mailed
      *   V = the member verified the address on file, clearing a
      *       returned-mail hold
      * Every applied card is written to the address history
      * cluster (DD MADRHIST, layout MADHREC) - the last-known-
      * address trail - and printed with its before/after image on
      * the change report, followed by control totals.
      * A returned-mail flag holds the member's correspondence
      * (CLMSCORR), check payments (CLMSPAY) and due-diligence
      * letters (CLMSESCH) until a C or V card clears it.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSMADR.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-TXN-IN ASSIGN TO MADTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MADTIN-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO CLMTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               ALTERNATE RECORD KEY IS MBR-MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT ADDRESS-HIST ASSIGN TO MADRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAH-HIST-KEY
               FILE STATUS IS WS-MADRHIST-STATUS.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-TXN-IN
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY MADTREC.

       FD  MEMBER-MASTER.
           COPY MBRMREC.

       FD  ADDRESS-HIST.
           COPY MADHREC.

       FD  RPT-OUT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSMADR'.

       01  WS-FILE-STATUSES.
           05  WS-MADTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-MADRHIST-STATUS  PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-RETURNED-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-FORWARD-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-VERIFIED-COUNT   PIC 9(07) VALUE ZEROS.
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
      * The card's effective date - today when the card leaves it
      * zero.
      *---------------------------------------------------------------
       01  WS-EFFECTIVE-DATE       PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------
      * Before-image held for the change report, and for the 'R'
      * history event (the address that came back), while the
      * master record is updated in place.
      *---------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BF-ADDRESS.
               10  WS-BF-ADDR-LINE-1   PIC X(30).
               10  WS-BF-ADDR-LINE-2   PIC X(30).
               10  WS-BF-CITY          PIC X(20).
               10  WS-BF-STATE         PIC X(02).
               10  WS-BF-ZIP-CODE      PIC X(10).
           05  WS-BF-PHONE         PIC X(10).
           05  WS-BF-EMAIL         PIC X(50).
           05  WS-BF-EFF-DATE      PIC 9(08).
           05  WS-BF-STATUS        PIC X(01).

      *---------------------------------------------------------------
      * Address history event being written - the caller sets the
      * type, source and address; 8100 finds the sequence.
      *---------------------------------------------------------------
       01  WS-HIST-EVENT.
           05  WS-HE-TYPE          PIC X(01).
           05  WS-HE-SOURCE        PIC X(01).
           05  WS-HE-ADDRESS       PIC X(92).
       01  WS-HIST-SCAN-FLAG       PIC X(01) VALUE 'N'.
           88  HIST-SCAN-DONE      VALUE 'Y'.
           88  HIST-SCAN-MORE      VALUE 'N'.
       01  WS-HIST-SEQ             PIC 9(03) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
               VALUE 'MEMBER MAILING ADDRESS MAINTENANCE REPORT'.
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
           05  FILLER              PIC X(08) VALUE 'MEMBER: '.
           05  WS-AL-MEMBER        PIC X(09).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-RESULT        PIC X(30).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PIECE='.
           05  WS-AL-PIECE         PIC X(18).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'REASON='.
           05  WS-AL-REASON        PIC X(02).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG           PIC X(08).
           05  WS-IL-ADDR-LINE-1   PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-IL-CITY          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-IL-STATE         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-IL-ZIP-CODE      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'PHONE='.
           05  WS-IL-PHONE         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'EFF='.
           05  WS-IL-EFF-DATE      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'STATUS='.
           05  WS-IL-STATUS        PIC X(08).
           05  FILLER              PIC X(10) VALUE SPACES.

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
           DISPLAY WS-PROGRAM-ID ': MEMBER ADDRESS MAINT STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN INPUT ADDR-TXN-IN.
           IF WS-MADTIN-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN MADTIN FAILED FS='
                   WS-MADTIN-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MEMBER-MASTER.
           IF WS-MEMBER-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN CLMTMSTR FAILED FS='
                   WS-MEMBER-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ADDRESS-HIST.
           IF WS-MADRHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN MADRHIST FAILED FS='
                   WS-MADRHIST-STATUS
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
                   WHEN MAT-ACTION-CHANGE
                       PERFORM 3000-APPLY-CHANGE
                   WHEN MAT-ACTION-RETURNED
                       PERFORM 4000-APPLY-RETURNED
                   WHEN MAT-ACTION-VERIFIED
                       PERFORM 5000-APPLY-VERIFIED
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
           READ ADDR-TXN-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF WS-MADTIN-STATUS NOT = '00'
               AND WS-MADTIN-STATUS NOT = '10'
               DISPLAY WS-PROGRAM-ID ': READ MADTIN FAILED FS='
                   WS-MADTIN-STATUS
               MOVE +8 TO WS-RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Field edits common to every action. A future effective date
      * is refused - the address segment carries only the address
      * in force, not a pending one.
      *---------------------------------------------------------------
       2200-EDIT-TXN.
           IF NOT MAT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-MEMBER-ID = SPACES
               OR MAT-MEMBER-ID = LOW-VALUES
               MOVE 'MEMBER ID BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-EFFECTIVE-DATE = ZEROS
               MOVE WS-TODAY-NUMERIC   TO WS-EFFECTIVE-DATE
           ELSE
               MOVE MAT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE > WS-TODAY-NUMERIC
               MOVE 'EFFECTIVE DATE IN FUTURE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ACTION-RETURNED
               AND NOT MAT-REASON-VALID
               MOVE 'INVALID RETURN REASON' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ACTION-RETURNED
               AND (MAT-MAILED-DATE NOT NUMERIC
                    OR MAT-MAILED-DATE = ZEROS)
               MOVE 'MAILED DATE MISSING' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ACTION-RETURNED
               AND MAT-MAILED-DATE > WS-EFFECTIVE-DATE
               MOVE 'MAILED AFTER RETURN DATE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ACTION-CHANGE
               AND MAT-ADDRESS = SPACES
               AND MAT-PHONE = SPACES
               AND MAT-EMAIL = SPACES
               MOVE 'NOTHING TO CHANGE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ACTION-RETURNED
               AND MAT-REASON-FORWARDED
               AND MAT-ADDRESS = SPACES
               MOVE 'FORWARDING ADDRESS MISSING' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ADDRESS NOT = SPACES
               PERFORM 2300-EDIT-ADDRESS
               EXIT PARAGRAPH
           END-IF.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
      * A new address must be complete enough to mail to - a letter
      * sent to half an address only comes back.
      *---------------------------------------------------------------
       2300-EDIT-ADDRESS.
           IF MAT-ADDR-LINE-1 = SPACES
               MOVE 'ADDRESS LINE 1 REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-CITY = SPACES
               MOVE 'CITY REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-STATE = SPACES
               MOVE 'STATE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-ZIP-CODE = SPACES
               MOVE 'ZIP CODE REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
      * Read the member for any action. A merged (retired) entry is
      * refused - the card belongs on the survivor.
      *---------------------------------------------------------------
       2400-READ-MEMBER.
           MOVE MAT-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   MOVE 'MEMBER NOT ON FILE' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF MBR-MERGED
               STRING 'MERGED INTO ' MBR-FORWARD-TO
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7200-SAVE-BEFORE-IMAGE.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
      * Change of address and/or contact details. An address older
      * than the one on file is refused rather than winding the
      * member back to where they used to live.
      *---------------------------------------------------------------
       3000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
           PERFORM 2400-READ-MEMBER.
           IF TXN-FAILED
               EXIT PARAGRAPH
           END-IF.
           SET TXN-FAILED TO TRUE.
           IF MAT-ADDRESS NOT = SPACES
               IF MBR-ADDR-EFF-DATE > WS-EFFECTIVE-DATE
                   MOVE 'NEWER ADDRESS ALREADY ON FILE'
                     TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE MAT-ADDRESS       TO MBR-MAIL-ADDRESS
               MOVE WS-EFFECTIVE-DATE TO MBR-ADDR-EFF-DATE
               SET MBR-ADDR-FROM-MAINT TO TRUE
               SET MBR-ADDRESS-GOOD    TO TRUE
               MOVE ZEROS             TO MBR-ADDR-RETURN-DATE
           END-IF.
           IF MAT-PHONE NOT = SPACES
               MOVE MAT-PHONE TO MBR-PHONE
           END-IF.
           IF MAT-EMAIL NOT = SPACES
               MOVE MAT-EMAIL TO MBR-EMAIL
           END-IF.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-REWRITE.
           SET TXN-OK TO TRUE.
           ADD 1 TO WS-CHANGE-COUNT.
           IF MAT-ADDRESS NOT = SPACES
               MOVE 'A' TO WS-HE-TYPE
           ELSE
               MOVE 'C' TO WS-HE-TYPE
           END-IF.
           MOVE 'M'              TO WS-HE-SOURCE.
           MOVE MBR-MAIL-ADDRESS TO WS-HE-ADDRESS.
           PERFORM 8100-WRITE-ADDRESS-HISTORY.
           PERFORM 7100-PRINT-ACTION-LINE.
           PERFORM 7400-PRINT-BEFORE-IMAGE.
           PERFORM 7300-PRINT-AFTER-IMAGE.
      *---------------------------------------------------------------
      * Returned mail. The card's mailed date is compared with the
      * date the address on file took effect: a piece mailed before
      * then went to an address since replaced - a change keyed
      * after the mailing, whenever the piece came back - and says
      * nothing about the current one, so the card is refused. A
      * piece mailed on or after that date went to the address on
      * file (this step runs ahead of the mailing steps, so a
      * same-day change was already in force). Otherwise the 'R' event
      * records the address that came back; with a forwarding
      * address the member moves to it (source 'F', an 'A' event)
      * and nothing is held, else the address is flagged returned
      * from the day the piece came back. A second return against
      * an address already flagged is logged but keeps the first
      * return date.
      *---------------------------------------------------------------
       4000-APPLY-RETURNED.
           SET TXN-FAILED TO TRUE.
           PERFORM 2400-READ-MEMBER.
           IF TXN-FAILED
               EXIT PARAGRAPH
           END-IF.
           SET TXN-FAILED TO TRUE.
           IF MBR-MAIL-ADDRESS = SPACES
               MOVE 'NO ADDRESS ON FILE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MBR-ADDR-EFF-DATE > MAT-MAILED-DATE
               MOVE 'ADDRESS CHANGED SINCE MAILING' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF MAT-REASON-FORWARDED
               MOVE MAT-ADDRESS       TO MBR-MAIL-ADDRESS
               MOVE WS-EFFECTIVE-DATE TO MBR-ADDR-EFF-DATE
               SET MBR-ADDR-FROM-FORWARD TO TRUE
               SET MBR-ADDRESS-GOOD      TO TRUE
               MOVE ZEROS             TO MBR-ADDR-RETURN-DATE
           ELSE
               IF NOT MBR-ADDRESS-RETURNED
                   SET MBR-ADDRESS-RETURNED TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO MBR-ADDR-RETURN-DATE
               END-IF
           END-IF.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-REWRITE.
           SET TXN-OK TO TRUE.
           MOVE 'R'           TO WS-HE-TYPE.
           MOVE 'R'           TO WS-HE-SOURCE.
           MOVE WS-BF-ADDRESS TO WS-HE-ADDRESS.
           PERFORM 8100-WRITE-ADDRESS-HISTORY.
           IF MAT-REASON-FORWARDED
               ADD 1 TO WS-FORWARD-COUNT
               MOVE 'A'              TO WS-HE-TYPE
               MOVE 'F'              TO WS-HE-SOURCE
               MOVE MBR-MAIL-ADDRESS TO WS-HE-ADDRESS
               PERFORM 8100-WRITE-ADDRESS-HISTORY
           ELSE
               ADD 1 TO WS-RETURNED-COUNT
           END-IF.
           PERFORM 7100-PRINT-ACTION-LINE.
           PERFORM 7400-PRINT-BEFORE-IMAGE.
           PERFORM 7300-PRINT-AFTER-IMAGE.
      *---------------------------------------------------------------
      * The member confirmed the address on file - clears the
      * returned-mail hold and restarts the address's clock.
      *---------------------------------------------------------------
       5000-APPLY-VERIFIED.
           SET TXN-FAILED TO TRUE.
           PERFORM 2400-READ-MEMBER.
           IF TXN-FAILED
               EXIT PARAGRAPH
           END-IF.
           SET TXN-FAILED TO TRUE.
           IF MBR-MAIL-ADDRESS = SPACES
               MOVE 'NO ADDRESS ON FILE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           SET MBR-ADDRESS-GOOD TO TRUE.
           MOVE ZEROS TO MBR-ADDR-RETURN-DATE.
           IF WS-EFFECTIVE-DATE > MBR-ADDR-EFF-DATE
               MOVE WS-EFFECTIVE-DATE TO MBR-ADDR-EFF-DATE
           END-IF.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-REWRITE.
           SET TXN-OK TO TRUE.
           ADD 1 TO WS-VERIFIED-COUNT.
           MOVE 'V'              TO WS-HE-TYPE.
           MOVE 'M'              TO WS-HE-SOURCE.
           MOVE MBR-MAIL-ADDRESS TO WS-HE-ADDRESS.
           PERFORM 8100-WRITE-ADDRESS-HISTORY.
           PERFORM 7100-PRINT-ACTION-LINE.
           PERFORM 7400-PRINT-BEFORE-IMAGE.
           PERFORM 7300-PRINT-AFTER-IMAGE.
      *---------------------------------------------------------------
       7100-PRINT-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN MAT-ACTION-CHANGE
                   MOVE 'CHANGE    ' TO WS-AL-ACTION
               WHEN MAT-ACTION-RETURNED
                   MOVE 'RETURNED  ' TO WS-AL-ACTION
               WHEN MAT-ACTION-VERIFIED
                   MOVE 'VERIFIED  ' TO WS-AL-ACTION
               WHEN OTHER
                   MOVE MAT-ACTION   TO WS-AL-ACTION
           END-EVALUATE.
           MOVE MAT-MEMBER-ID     TO WS-AL-MEMBER.
           MOVE MAT-PIECE-REF     TO WS-AL-PIECE.
           MOVE MAT-RETURN-REASON TO WS-AL-REASON.
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
           MOVE MBR-MAIL-ADDRESS  TO WS-BF-ADDRESS.
           MOVE MBR-PHONE         TO WS-BF-PHONE.
           MOVE MBR-EMAIL         TO WS-BF-EMAIL.
           MOVE MBR-ADDR-EFF-DATE TO WS-BF-EFF-DATE.
           MOVE MBR-ADDR-STATUS   TO WS-BF-STATUS.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '        TO WS-IL-TAG.
           MOVE MBR-ADDR-LINE-1   TO WS-IL-ADDR-LINE-1.
           MOVE MBR-CITY          TO WS-IL-CITY.
           MOVE MBR-STATE         TO WS-IL-STATE.
           MOVE MBR-ZIP-CODE      TO WS-IL-ZIP-CODE.
           MOVE MBR-PHONE         TO WS-IL-PHONE.
           MOVE MBR-ADDR-EFF-DATE TO WS-IL-EFF-DATE.
           IF MBR-ADDRESS-RETURNED
               MOVE 'RETURNED' TO WS-IL-STATUS
           ELSE
               MOVE 'GOOD    ' TO WS-IL-STATUS
           END-IF.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       7400-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: '        TO WS-IL-TAG.
           MOVE WS-BF-ADDR-LINE-1 TO WS-IL-ADDR-LINE-1.
           MOVE WS-BF-CITY        TO WS-IL-CITY.
           MOVE WS-BF-STATE       TO WS-IL-STATE.
           MOVE WS-BF-ZIP-CODE    TO WS-IL-ZIP-CODE.
           MOVE WS-BF-PHONE       TO WS-IL-PHONE.
           MOVE WS-BF-EFF-DATE    TO WS-IL-EFF-DATE.
           IF WS-BF-STATUS = 'R'
               MOVE 'RETURNED' TO WS-IL-STATUS
           ELSE
               MOVE 'GOOD    ' TO WS-IL-STATUS
           END-IF.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'TRANSACTIONS READ:      ' TO WS-TL-LABEL.
           MOVE WS-INPUT-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ADDRESSES CHANGED:      ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT            TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MAIL RETURNED - HELD:   ' TO WS-TL-LABEL.
           MOVE WS-RETURNED-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MAIL RETURNED - FWD:    ' TO WS-TL-LABEL.
           MOVE WS-FORWARD-COUNT           TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ADDRESSES VERIFIED:     ' TO WS-TL-LABEL.
           MOVE WS-VERIFIED-COUNT          TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS IN ERROR:  ' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT             TO WS-TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
      *---------------------------------------------------------------
      * Address history - the event in WS-HIST-EVENT, sequenced
      * after the member's other events today. A failed write is
      * reported but does not undo the master update.
      *---------------------------------------------------------------
       8100-WRITE-ADDRESS-HISTORY.
           MOVE ZEROS            TO WS-HIST-SEQ.
           MOVE MBR-MEMBER-ID    TO MAH-MEMBER-ID.
           MOVE WS-TODAY-NUMERIC TO MAH-EVENT-DATE.
           MOVE ZEROS            TO MAH-EVENT-SEQ.
           SET HIST-SCAN-MORE TO TRUE.
           START ADDRESS-HIST KEY >= MAH-HIST-KEY
               INVALID KEY SET HIST-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL HIST-SCAN-DONE
               READ ADDRESS-HIST NEXT
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MAH-MEMBER-ID = MBR-MEMBER-ID
                           AND MAH-EVENT-DATE = WS-TODAY-NUMERIC
                           MOVE MAH-EVENT-SEQ TO WS-HIST-SEQ
                       ELSE
                           SET HIST-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-HIST-SEQ.
           MOVE SPACES            TO ADDRESS-HISTORY-RECORD.
           MOVE MBR-MEMBER-ID     TO MAH-MEMBER-ID.
           MOVE WS-TODAY-NUMERIC  TO MAH-EVENT-DATE.
           MOVE WS-HIST-SEQ       TO MAH-EVENT-SEQ.
           MOVE WS-HE-TYPE        TO MAH-EVENT-TYPE.
           MOVE WS-HE-SOURCE      TO MAH-SOURCE.
           MOVE WS-HE-ADDRESS     TO MAH-ADDRESS.
           MOVE MBR-PHONE         TO MAH-PHONE.
           MOVE MBR-EMAIL         TO MAH-EMAIL.
           MOVE WS-EFFECTIVE-DATE TO MAH-EFFECTIVE-DATE.
           MOVE MAT-PIECE-REF     TO MAH-REFERENCE.
           IF MAH-MAIL-RETURNED
               MOVE MAT-RETURN-REASON TO MAH-RETURN-REASON
           END-IF.
           IF MAT-ENTERED-BY = SPACES
               MOVE WS-PROGRAM-ID  TO MAH-RECORDED-BY
           ELSE
               MOVE MAT-ENTERED-BY TO MAH-RECORDED-BY
           END-IF.
           WRITE ADDRESS-HISTORY-RECORD
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': MADRHIST WRITE FAILED FS='
                       WS-MADRHIST-STATUS ' MEMBER=' MBR-MEMBER-ID
                   MOVE +8 TO WS-RETURN-CODE
           END-WRITE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE ADDR-TXN-IN MEMBER-MASTER ADDRESS-HIST RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='    WS-INPUT-COUNT
                   ' CHANGES='  WS-CHANGE-COUNT
                   ' RETURNED=' WS-RETURNED-COUNT
                   ' FORWARDED=' WS-FORWARD-COUNT
                   ' VERIFIED=' WS-VERIFIED-COUNT
                   ' ERRORS='   WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
