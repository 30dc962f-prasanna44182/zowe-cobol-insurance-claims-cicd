      *===============================================================
      * CLMSPRVE - Provider Maintenance Edit (called subprogram)
      * CALLed by CLMSPRVM for each PRVTIN card and by CLMSPVMC for
      * each add or change keyed on the CPVM screen, with the
      * PRVEPARM parameter area, a PRVTREC transaction and a PRVDREC
      * master image. Holds the provider master's field edits -
      * status, payment method, EFT bank details, taxpayer id - and
      * the rules for applying a transaction to the record, so the
      * overnight deck and the online screen can never disagree on
      * what a valid provider is:
      *   'K' - action code, provider id and taxpayer id
      *   'A' - the 'K' edits, the per-action edits, then the
      *         transaction applied to the image (add builds it,
      *         change/terminate update the image the caller read)
      * Does no I/O - reading and writing the master stays with the
      * caller, under its own file handling or CICS file control.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPRVE.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
      *===============================================================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPRVE'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
           COPY PRVEPARM.
           COPY PRVTREC.
           COPY PRVDREC.
      *===============================================================
       PROCEDURE DIVISION USING PRVE-PARMS
                                PROVIDER-MAINT-TRANSACTION
                                PROVIDER-RECORD.
       0000-MAIN.
           MOVE +8     TO PRVE-RETURN-CODE.
           MOVE SPACES TO PRVE-ERROR-TEXT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1000-EDIT-KEY.
           IF PRVE-ERROR-TEXT NOT = SPACES
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN PRVE-FUNC-KEY-EDIT
                   MOVE +0 TO PRVE-RETURN-CODE
               WHEN PRVE-FUNC-APPLY
                   EVALUATE TRUE
                       WHEN PVT-ACTION-ADD
                           PERFORM 2000-APPLY-ADD
                       WHEN PVT-ACTION-CHANGE
                           PERFORM 3000-APPLY-CHANGE
                       WHEN PVT-ACTION-TERMINATE
                           PERFORM 4000-APPLY-TERMINATE
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': INVALID FUNCTION '
                       PRVE-FUNCTION
                   MOVE 'INVALID EDIT FUNCTION' TO PRVE-ERROR-TEXT
           END-EVALUATE.
           GOBACK.
      *---------------------------------------------------------------
      * Common edits. Per-action edits (required fields on an add)
      * are made in the apply paragraphs where the before-image is
      * also at hand.
      *---------------------------------------------------------------
       1000-EDIT-KEY.
           IF NOT PVT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PVT-PROVIDER-ID = SPACES
               OR PVT-PROVIDER-ID = LOW-VALUES
               MOVE 'PROVIDER ID BLANK' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PVT-TIN NOT = SPACES
               AND (PVT-TIN NOT NUMERIC OR PVT-TIN = ZEROS)
               MOVE 'TIN MUST BE 9 DIGITS' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT PVT-TIN-TYPE-VALID
               MOVE 'INVALID TIN TYPE' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
      *---------------------------------------------------------------
      * An EFT provider must carry the bank details the ACH file
      * needs.
      *---------------------------------------------------------------
       1100-EDIT-EFT-DETAILS.
           IF PVT-ROUTING-NO NOT NUMERIC
               OR PVT-ROUTING-NO = ZEROS
               MOVE 'ROUTING NO REQUIRED FOR EFT' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PVT-ACCOUNT-NO = SPACES
               MOVE 'ACCOUNT NO REQUIRED FOR EFT' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
      *---------------------------------------------------------------
       2000-APPLY-ADD.
           IF PVT-PROVIDER-NAME = SPACES
               MOVE 'PROVIDER NAME REQUIRED' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PVT-STATUS NOT = SPACES AND NOT PVT-STATUS-VALID
               MOVE 'INVALID STATUS' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PVT-PAY-METHOD NOT = SPACES AND NOT PVT-METHOD-VALID
               MOVE 'INVALID PAYMENT METHOD' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PVT-METHOD-EFT
               PERFORM 1100-EDIT-EFT-DETAILS
               IF PRVE-ERROR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES             TO PROVIDER-RECORD.
           MOVE PVT-PROVIDER-ID    TO PRV-PROVIDER-ID.
           MOVE PVT-PROVIDER-NAME  TO PRV-PROVIDER-NAME.
           IF PVT-STATUS-VALID
               MOVE PVT-STATUS     TO PRV-STATUS
           ELSE
               MOVE 'A'            TO PRV-STATUS
           END-IF.
           MOVE WS-TODAY-NUMERIC   TO PRV-ADDED-DATE.
      *---------------------------------------------------------------
      * Blank card columns arrive as spaces - a new master record
      * must still carry numeric fields.
      *---------------------------------------------------------------
           IF PVT-TERMED-DATE NUMERIC
               MOVE PVT-TERMED-DATE TO PRV-TERMED-DATE
           ELSE
               MOVE ZEROS           TO PRV-TERMED-DATE
           END-IF.
           IF PVT-METHOD-VALID
               MOVE PVT-PAY-METHOD  TO PRV-PAY-METHOD
           ELSE
               MOVE 'C'             TO PRV-PAY-METHOD
           END-IF.
           IF PVT-ROUTING-NO NUMERIC
               MOVE PVT-ROUTING-NO  TO PRV-ROUTING-NO
           ELSE
               MOVE ZEROS           TO PRV-ROUTING-NO
           END-IF.
           MOVE PVT-ACCOUNT-NO      TO PRV-ACCOUNT-NO.
           MOVE PVT-REMIT-ADDRESS   TO PRV-REMIT-ADDRESS.
           PERFORM 2100-APPLY-TIN.
           MOVE +0 TO PRVE-RETURN-CODE.
      *---------------------------------------------------------------
      * A TIN on the card replaces the one on file; a blank type
      * reads as a practice's EIN.
      *---------------------------------------------------------------
       2100-APPLY-TIN.
           IF PVT-TIN NOT = SPACES
               MOVE PVT-TIN TO PRV-TIN
               IF PVT-TIN-TYPE = SPACES
                   MOVE 'E'          TO PRV-TIN-TYPE
               ELSE
                   MOVE PVT-TIN-TYPE TO PRV-TIN-TYPE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed.
      *---------------------------------------------------------------
       3000-APPLY-CHANGE.
           IF PVT-PROVIDER-NAME NOT = SPACES
               MOVE PVT-PROVIDER-NAME TO PRV-PROVIDER-NAME
           END-IF.
           IF PVT-STATUS NOT = SPACES
               IF PVT-STATUS-VALID
                   MOVE PVT-STATUS TO PRV-STATUS
               ELSE
                   MOVE 'INVALID STATUS' TO PRVE-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF PVT-TERMED-DATE NUMERIC
               AND PVT-TERMED-DATE > ZEROS
               MOVE PVT-TERMED-DATE TO PRV-TERMED-DATE
           END-IF.
           IF PVT-PAY-METHOD NOT = SPACES
               IF PVT-METHOD-VALID
                   MOVE PVT-PAY-METHOD TO PRV-PAY-METHOD
               ELSE
                   MOVE 'INVALID PAYMENT METHOD' TO PRVE-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Records loaded before the payment details existed carry
      * spaces in the routing number.
      *---------------------------------------------------------------
           IF PRV-ROUTING-NO NOT NUMERIC
               MOVE ZEROS TO PRV-ROUTING-NO
           END-IF.
           IF PVT-ROUTING-NO NUMERIC
               AND PVT-ROUTING-NO > ZEROS
               MOVE PVT-ROUTING-NO TO PRV-ROUTING-NO
           END-IF.
           IF PVT-ACCOUNT-NO NOT = SPACES
               MOVE PVT-ACCOUNT-NO TO PRV-ACCOUNT-NO
           END-IF.
           IF PVT-REMIT-ADDR-1 NOT = SPACES
               MOVE PVT-REMIT-ADDRESS TO PRV-REMIT-ADDRESS
           END-IF.
           PERFORM 2100-APPLY-TIN.
           IF PRV-METHOD-EFT
               AND (PRV-ROUTING-NO = ZEROS
                   OR PRV-ACCOUNT-NO = SPACES)
               MOVE 'EFT WITHOUT BANK DETAILS' TO PRVE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE +0 TO PRVE-RETURN-CODE.
      *---------------------------------------------------------------
       4000-APPLY-TERMINATE.
           IF PVT-STATUS-SUSPENDED OR PVT-STATUS-TERMED
               MOVE PVT-STATUS TO PRV-STATUS
           ELSE
               MOVE 'T'        TO PRV-STATUS
           END-IF.
           IF PVT-TERMED-DATE NUMERIC
               AND PVT-TERMED-DATE > ZEROS
               MOVE PVT-TERMED-DATE  TO PRV-TERMED-DATE
           ELSE
               MOVE WS-TODAY-NUMERIC TO PRV-TERMED-DATE
           END-IF.
           MOVE +0 TO PRVE-RETURN-CODE.
      *===============================================================
