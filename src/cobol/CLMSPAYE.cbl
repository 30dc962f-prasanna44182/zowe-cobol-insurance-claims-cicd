      * routing number and an account - writes a before/after change
      * report, and prints control totals. Gives CLMSPAY's phase-2
      * split a payee master to route each disbursement by.
      * The payee's taxpayer id rides on the same cards for the year-
      * end information returns (CLMS1099): 9 digits, SSN unless
      * typed E, masked to the last four on the change report.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           05  WS-BF-PAY-METHOD    PIC X(01).
           05  WS-BF-ROUTING-NO    PIC 9(09).
           05  WS-BF-ACCOUNT-NO    PIC X(17).
           05  WS-BF-TIN           PIC X(09).

       01  WS-MASKED-ACCOUNT      PIC X(17) VALUE SPACES.

           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ACCOUNT='.
           05  WS-IL-ACCOUNT       PIC X(17).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'TIN='.
           05  WS-IL-TIN           PIC X(09).
           05  FILLER              PIC X(55) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(24).
               MOVE 'MEMBER ID BLANK' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PYT-TIN NOT = SPACES
               AND (PYT-TIN NOT NUMERIC OR PYT-TIN = ZEROS)
               MOVE 'TIN MUST BE 9 DIGITS' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT PYT-TIN-TYPE-VALID
               MOVE 'INVALID TIN TYPE' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           SET TXN-OK TO TRUE.
      *---------------------------------------------------------------
      * An EFT enrollment without usable bank details would strand
           END-IF.
           MOVE PYT-ACCOUNT-NO   TO PYE-ACCOUNT-NO.
           MOVE WS-TODAY-NUMERIC TO PYE-ADDED-DATE.
           MOVE SPACES           TO PYE-TIN PYE-TIN-TYPE.
           PERFORM 3100-APPLY-TIN.
           WRITE PAYEE-RECORD
               INVALID KEY
                   MOVE 'PAYEE ALREADY ENROLLED' TO WS-ERROR-TEXT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7300-PRINT-AFTER-IMAGE
           END-WRITE.
      *---------------------------------------------------------------
      * A TIN on the card replaces the one on file; a blank type
      * reads as an individual's SSN.
      *---------------------------------------------------------------
       3100-APPLY-TIN.
           IF PYT-TIN NOT = SPACES
               MOVE PYT-TIN TO PYE-TIN
               IF PYT-TIN-TYPE = SPACES
                   MOVE 'S'          TO PYE-TIN-TYPE
               ELSE
                   MOVE PYT-TIN-TYPE TO PYE-TIN-TYPE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       4000-APPLY-CHANGE.
           SET TXN-FAILED TO TRUE.
           IF PYT-ACCOUNT-NO NOT = SPACES
               MOVE PYT-ACCOUNT-NO TO PYE-ACCOUNT-NO
           END-IF.
           PERFORM 3100-APPLY-TIN.
           IF PYE-PAY-METHOD = 'E'
               AND (PYE-ROUTING-NO = ZEROS
                   OR PYE-ACCOUNT-NO = SPACES)
           MOVE PYE-PAY-METHOD TO WS-BF-PAY-METHOD.
           MOVE PYE-ROUTING-NO TO WS-BF-ROUTING-NO.
           MOVE PYE-ACCOUNT-NO TO WS-BF-ACCOUNT-NO.
           MOVE PYE-TIN        TO WS-BF-TIN.
      *---------------------------------------------------------------
      * Only the last four account and TIN characters print.
      *---------------------------------------------------------------
       7250-MASK-ACCOUNT.
           MOVE ALL '*'                TO WS-MASKED-ACCOUNT.
           MOVE WS-IL-ACCOUNT(14:4)    TO WS-MASKED-ACCOUNT(14:4).
           MOVE WS-MASKED-ACCOUNT      TO WS-IL-ACCOUNT.
           IF WS-IL-TIN NOT = SPACES
               MOVE '*****'            TO WS-IL-TIN(1:5)
           END-IF.
      *---------------------------------------------------------------
       7300-PRINT-AFTER-IMAGE.
           MOVE 'AFTER:  '     TO WS-IL-TAG.
           MOVE PYE-PAY-METHOD TO WS-IL-METHOD.
           MOVE PYE-ROUTING-NO TO WS-IL-ROUTING.
           MOVE PYE-ACCOUNT-NO TO WS-IL-ACCOUNT.
           MOVE PYE-TIN        TO WS-IL-TIN.
           PERFORM 7250-MASK-ACCOUNT.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-BF-PAY-METHOD TO WS-IL-METHOD.
           MOVE WS-BF-ROUTING-NO TO WS-IL-ROUTING.
           MOVE WS-BF-ACCOUNT-NO TO WS-IL-ACCOUNT.
           MOVE WS-BF-TIN        TO WS-IL-TIN.
           PERFORM 7250-MASK-ACCOUNT.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
