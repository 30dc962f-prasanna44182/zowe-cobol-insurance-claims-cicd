      *===============================================================
      * CLMSPOLE - Policy Maintenance Edit (called subprogram)
      * CALLed by CLMSPOLM for each POLTIN card and by CLMSPLMC for
      * each add or change keyed on the CPLM screen, with the
      * POLEPARM parameter area, a POLTREC transaction and a POLYREC
      * master image. Holds the policy master's field edits and the
      * rules for applying a transaction to the record, so the
      * overnight deck and the online screen can never disagree on
      * what a valid policy is:
      *   'K' - action code and policy number
      *   'A' - the 'K' edits, the per-action edits, then the
      *         transaction applied to the image (add builds it,
      *         change/terminate update the image the caller read)
      * Does no I/O - reading and writing the master stays with the
      * caller, under its own file handling or CICS file control.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPOLE.
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
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPOLE'.

       LINKAGE SECTION.
           COPY POLEPARM.
           COPY POLTREC.
           COPY POLYREC.
      *===============================================================
       PROCEDURE DIVISION USING POLE-PARMS
                                POLICY-MAINT-TRANSACTION
                                POLICY-RECORD.
       0000-MAIN.
           MOVE +8     TO POLE-RETURN-CODE.
           MOVE SPACES TO POLE-ERROR-TEXT.
           PERFORM 1000-EDIT-KEY.
           IF POLE-ERROR-TEXT NOT = SPACES
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN POLE-FUNC-KEY-EDIT
                   MOVE +0 TO POLE-RETURN-CODE
               WHEN POLE-FUNC-APPLY
                   EVALUATE TRUE
                       WHEN PMT-ACTION-ADD
                           PERFORM 2000-APPLY-ADD
                       WHEN PMT-ACTION-CHANGE
                           PERFORM 3000-APPLY-CHANGE
                       WHEN PMT-ACTION-TERMINATE
                           PERFORM 4000-APPLY-TERMINATE
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY WS-PROGRAM-ID ': INVALID FUNCTION '
                       POLE-FUNCTION
                   MOVE 'INVALID EDIT FUNCTION' TO POLE-ERROR-TEXT
           END-EVALUATE.
           GOBACK.
      *---------------------------------------------------------------
      * Common edits. Per-action edits (required fields on an add)
      * are made in the apply paragraphs where the before-image is
      * also at hand.
      *---------------------------------------------------------------
       1000-EDIT-KEY.
           IF NOT PMT-ACTION-VALID
               MOVE 'INVALID ACTION CODE' TO POLE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PMT-POLICY-NUMBER = SPACES
               OR PMT-POLICY-NUMBER = LOW-VALUES
               MOVE 'POLICY NUMBER BLANK' TO POLE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
      *---------------------------------------------------------------
       2000-APPLY-ADD.
           IF PMT-HOLDER-NAME = SPACES
               MOVE 'HOLDER NAME REQUIRED' TO POLE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PMT-EFFECTIVE-DATE NOT NUMERIC
               OR PMT-EFFECTIVE-DATE = ZEROS
               MOVE 'EFFECTIVE DATE REQUIRED' TO POLE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PMT-STATUS NOT = SPACES AND NOT PMT-STATUS-VALID
               MOVE 'INVALID STATUS' TO POLE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PMT-COINS-PCT NUMERIC AND PMT-COINS-PCT > 100
               MOVE 'COINS PCT OVER 100' TO POLE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE PMT-POLICY-NUMBER   TO POL-POLICY-NUMBER.
           MOVE PMT-HOLDER-NAME     TO POL-HOLDER-NAME.
           IF PMT-STATUS-VALID
               MOVE PMT-STATUS      TO POL-STATUS
           ELSE
               MOVE 'A'             TO POL-STATUS
           END-IF.
           MOVE PMT-EFFECTIVE-DATE  TO POL-EFFECTIVE-DATE.
      *---------------------------------------------------------------
      * Blank card columns arrive as spaces - a new master record
      * must still carry numeric fields, or CLMSADJU's benefit
      * arithmetic blows up on them at adjudication time.
      *---------------------------------------------------------------
           IF PMT-EXPIRATION-DATE NUMERIC
               MOVE PMT-EXPIRATION-DATE TO POL-EXPIRATION-DATE
           ELSE
               MOVE ZEROS               TO POL-EXPIRATION-DATE
           END-IF.
           IF PMT-DEDUCTIBLE NUMERIC
               MOVE PMT-DEDUCTIBLE      TO POL-DEDUCTIBLE
           ELSE
               MOVE ZEROS               TO POL-DEDUCTIBLE
           END-IF.
           IF PMT-COINS-PCT NUMERIC
               MOVE PMT-COINS-PCT       TO POL-COINS-PCT
           ELSE
               MOVE ZEROS               TO POL-COINS-PCT
           END-IF.
           IF PMT-OOP-MAX NUMERIC
               MOVE PMT-OOP-MAX         TO POL-OOP-MAX
           ELSE
               MOVE ZEROS               TO POL-OOP-MAX
           END-IF.
      *---------------------------------------------------------------
      * The billing segment belongs to CLMSBILL - a new policy starts
      * with none until the billing feed first reports it.
      *---------------------------------------------------------------
           MOVE ZEROS TO POL-PAID-THRU-DATE
                         POL-GRACE-END-DATE
                         POL-BILLING-DATE.
           MOVE +0 TO POLE-RETURN-CODE.
      *---------------------------------------------------------------
      * Change - blank/zero transaction fields keep what is on file,
      * so a change card only has to carry the fields being changed.
      *---------------------------------------------------------------
       3000-APPLY-CHANGE.
           IF PMT-HOLDER-NAME NOT = SPACES
               MOVE PMT-HOLDER-NAME TO POL-HOLDER-NAME
           END-IF.
           IF PMT-STATUS NOT = SPACES
               IF PMT-STATUS-VALID
                   MOVE PMT-STATUS TO POL-STATUS
               ELSE
                   MOVE 'INVALID STATUS' TO POLE-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF PMT-EFFECTIVE-DATE NUMERIC
               AND PMT-EFFECTIVE-DATE > ZEROS
               MOVE PMT-EFFECTIVE-DATE TO POL-EFFECTIVE-DATE
           END-IF.
           IF PMT-EXPIRATION-DATE NUMERIC
               AND PMT-EXPIRATION-DATE > ZEROS
               MOVE PMT-EXPIRATION-DATE TO POL-EXPIRATION-DATE
           END-IF.
           IF PMT-DEDUCTIBLE NUMERIC
               AND PMT-DEDUCTIBLE > ZEROS
               MOVE PMT-DEDUCTIBLE TO POL-DEDUCTIBLE
           END-IF.
           IF PMT-COINS-PCT NUMERIC
               AND PMT-COINS-PCT > ZEROS
               IF PMT-COINS-PCT <= 100
                   MOVE PMT-COINS-PCT TO POL-COINS-PCT
               ELSE
                   MOVE 'COINS PCT OVER 100' TO POLE-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF PMT-OOP-MAX NUMERIC
               AND PMT-OOP-MAX > ZEROS
               MOVE PMT-OOP-MAX TO POL-OOP-MAX
           END-IF.
           MOVE +0 TO POLE-RETURN-CODE.
      *---------------------------------------------------------------
       4000-APPLY-TERMINATE.
           IF PMT-STATUS-LAPSED OR PMT-STATUS-CANCELLED
               MOVE PMT-STATUS TO POL-STATUS
           ELSE
               MOVE 'C'        TO POL-STATUS
           END-IF.
           IF PMT-EXPIRATION-DATE NUMERIC
               AND PMT-EXPIRATION-DATE > ZEROS
               MOVE PMT-EXPIRATION-DATE TO POL-EXPIRATION-DATE
           END-IF.
           MOVE +0 TO POLE-RETURN-CODE.
      *===============================================================
