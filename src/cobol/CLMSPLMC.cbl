      *===============================================================
      * CLMSPLMC - Policy Master Maintenance CICS Transaction (CPLM)
      * Online add, change and inquiry against the POLYMSTR cluster
      * for policy services (CICS translator and DB2 precompile
      * required), so a reinstatement keyed in the morning is on the
      * master for that night's validate instead of waiting a day
      * for a POLTIN card through CLMSPOLM. Pseudo-conversational on
      * map PLMMAP (mapset CLMSPLMM, symbolic copybook PLMMAPC):
      *   I - show the policy (benefit terms and billing segment)
      *   A - add a policy from the keyed fields
      *   C - change the policy last shown; a field left blank or
      *       zero keeps what is on file, as on a change card, and a
      *       lapse or cancellation is a change of status
      * Adds and changes go through CLMSPOLE, the same edits and
      * apply rules CLMSPOLM uses for the deck, and a change is
      * refused if the record moved since it was shown. Each applied
      * add or change logs the before and after record to
      * MASTER_CHANGE_LOG (type 'P') under the signed-on user id,
      * for the next CLMSPOLM change report; if the log insert fails
      * the update is backed out. Only user ids with a policy
      * services row (team 'P') on MASTER_MAINT_AUTH get past the
      * first screen. The billing segment is CLMSBILL's and shows
      * for reference only.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPLMC.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLMCHG.
           COPY DCLMAUT.
           COPY POLTREC.
           COPY POLYREC.
           COPY POLEPARM.
           COPY PLMMAPC.
           COPY DFHAID.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPLMC'.
       01  WS-TRANSID              PIC X(04) VALUE 'CPLM'.
       01  WS-TEAM-CODE            PIC X(01) VALUE 'P'.

       01  WS-RESP                 PIC S9(08) COMP VALUE +0.
       01  WS-USER-ID              PIC X(08) VALUE SPACES.
       01  WS-AUTH-COUNT           PIC S9(09) COMP VALUE +0.
       01  WS-NOT-AUTH-TEXT        PIC X(60) VALUE
           'CPLM - NOT AUTHORIZED FOR POLICY MASTER MAINTENANCE'.

      *---------------------------------------------------------------
      * Conversation state: the policy last shown and its record as
      * shown, so a change can tell if someone else got there first.
      *---------------------------------------------------------------
       01  WS-PLM-COMMAREA.
           05  PLC-INQUIRED-FLAG   PIC X(01).
               88  PLC-POLICY-SHOWN      VALUE 'Y'.
           05  PLC-POLICY-NO       PIC X(10).
           05  PLC-SAVED-IMAGE     PIC X(100).

       01  WS-BEFORE-RECORD        PIC X(100).
       01  WS-MESSAGE              PIC X(60) VALUE SPACES.
       01  WS-LOG-FAILED-FLAG      PIC X(01) VALUE 'N'.
           88  LOG-FAILED          VALUE 'Y'.

      *---------------------------------------------------------------
      * PLMMAPO redefines PLMMAPI, so the received fields are saved
      * here before the output area is cleared for the reply.
      *---------------------------------------------------------------
       01  WS-SCREEN-IN.
           05  WS-ACTION-IN        PIC X(01).
           05  WS-POLICY-IN        PIC X(10).
           05  WS-HOLDER-IN        PIC X(30).
           05  WS-STATUS-IN        PIC X(01).
           05  WS-EFF-DATE-IN      PIC X(08).
           05  WS-EXP-DATE-IN      PIC X(08).
           05  WS-DEDUCTIBLE-IN    PIC X(09).
           05  WS-COINS-IN         PIC X(03).
           05  WS-OOP-MAX-IN       PIC X(11).

       01  WS-AMOUNT               PIC S9(09)V99 VALUE +0.
       01  WS-DATE-DISP            PIC 9(08).
       01  WS-DATE-EDITED          PIC X(10).
       01  WS-DEDUCTIBLE-EDIT      PIC ZZZZ9.99.
       01  WS-COINS-EDIT           PIC ZZ9.
       01  WS-OOP-MAX-EDIT         PIC ZZZZZZ9.99.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(111).
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
               WHEN OTHER
                   MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-PLM-COMMAREA
                   EVALUATE EIBAID
                       WHEN DFHPF3
                       WHEN DFHCLEAR
                           PERFORM 9100-EXIT-TRANSACTION
                       WHEN DFHENTER
                           PERFORM 2000-PROCESS-ENTER
                       WHEN OTHER
                           MOVE LOW-VALUES TO PLMMAPO
                           MOVE 'INVALID KEY - ENTER, PF3 OR CLEAR'
                               TO WS-MESSAGE
                           PERFORM 8200-SEND-MESSAGE
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 8000-RETURN-TRANSID.
      *---------------------------------------------------------------
      * Policy services only - the signed-on user id must hold a
      * team 'P' row on MASTER_MAINT_AUTH. Checked on every task, so
      * a revoked user is stopped at the next ENTER.
      *---------------------------------------------------------------
       0500-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC.
           MOVE WS-USER-ID   TO DCL-MAU-USER-ID.
           MOVE WS-TEAM-CODE TO DCL-MAU-TEAM-CODE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM MASTER_MAINT_AUTH
               WHERE USER_ID   = :DCL-MAU-USER-ID
                 AND TEAM_CODE = :DCL-MAU-TEAM-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-AUTH-COUNT
           END-IF.
           IF WS-AUTH-COUNT = 0
               EXEC CICS SEND TEXT FROM(WS-NOT-AUTH-TEXT)
                   LENGTH(LENGTH OF WS-NOT-AUTH-TEXT)
                   ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
      *---------------------------------------------------------------
       1000-FIRST-TIME.
           INITIALIZE WS-PLM-COMMAREA.
           MOVE LOW-VALUES TO PLMMAPO.
           MOVE 'KEY AN ACTION AND A POLICY NUMBER' TO WS-MESSAGE.
           PERFORM 8100-SEND-FULL-MAP.
      *---------------------------------------------------------------
       2000-PROCESS-ENTER.
           EXEC CICS RECEIVE MAP('PLMMAP') MAPSET('CLMSPLMM')
               INTO(PLMMAPI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO PLMMAPO
               MOVE 'KEY AN ACTION AND A POLICY NUMBER' TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2050-SAVE-INPUT.
           MOVE LOW-VALUES TO PLMMAPO.
           EVALUATE WS-ACTION-IN
               WHEN 'I'
                   PERFORM 3000-INQUIRE
               WHEN 'A'
                   PERFORM 4000-ADD-POLICY
               WHEN 'C'
                   PERFORM 5000-CHANGE-POLICY
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A OR C' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
           END-EVALUATE.
      *---------------------------------------------------------------
       2050-SAVE-INPUT.
           MOVE ACTIONI  TO WS-ACTION-IN.
           MOVE POLNOI   TO WS-POLICY-IN.
           MOVE HOLDERI  TO WS-HOLDER-IN.
           MOVE POLSTATI TO WS-STATUS-IN.
           MOVE EFFDATEI TO WS-EFF-DATE-IN.
           MOVE EXPDATEI TO WS-EXP-DATE-IN.
           MOVE DEDUCTI  TO WS-DEDUCTIBLE-IN.
           MOVE COINSI   TO WS-COINS-IN.
           MOVE OOPMAXI  TO WS-OOP-MAX-IN.
           INSPECT WS-SCREEN-IN REPLACING ALL LOW-VALUES BY SPACES.
      *---------------------------------------------------------------
      * Lay the keyed fields out as a POLTIN card for CLMSPOLE. The
      * screen only checks that what was keyed can be read as a
      * date or an amount; every business edit is CLMSPOLE's. Blank
      * fields stay blank on the card, as they would on a deck.
      *---------------------------------------------------------------
       2100-BUILD-TRANSACTION.
           MOVE SPACES TO POLICY-MAINT-TRANSACTION.
           MOVE WS-ACTION-IN  TO PMT-ACTION.
           MOVE WS-POLICY-IN  TO PMT-POLICY-NUMBER.
           MOVE WS-HOLDER-IN  TO PMT-HOLDER-NAME.
           MOVE WS-STATUS-IN  TO PMT-STATUS.
           IF WS-EFF-DATE-IN NOT = SPACES
               IF WS-EFF-DATE-IN NUMERIC
                   MOVE WS-EFF-DATE-IN TO PMT-EFFECTIVE-DATE
               ELSE
                   MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-EXP-DATE-IN NOT = SPACES
               IF WS-EXP-DATE-IN NUMERIC
                   MOVE WS-EXP-DATE-IN TO PMT-EXPIRATION-DATE
               ELSE
                   MOVE 'EXPIRATION DATE MUST BE CCYYMMDD'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-DEDUCTIBLE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DEDUCTIBLE-IN) NOT = 0
                   MOVE 'DEDUCTIBLE IS NOT A VALID AMOUNT' TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DEDUCTIBLE-IN)
               IF WS-AMOUNT < 0 OR WS-AMOUNT > 99999.99
                   MOVE 'DEDUCTIBLE OUT OF RANGE' TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT TO PMT-DEDUCTIBLE
           END-IF.
           IF WS-COINS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-COINS-IN) NOT = 0
                   MOVE 'COINSURANCE MUST BE A WHOLE PERCENT'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-COINS-IN)
               IF WS-AMOUNT < 0 OR WS-AMOUNT > 999
                   OR WS-AMOUNT NOT = FUNCTION INTEGER(WS-AMOUNT)
                   MOVE 'COINSURANCE MUST BE A WHOLE PERCENT'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT TO PMT-COINS-PCT
           END-IF.
           IF WS-OOP-MAX-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-OOP-MAX-IN) NOT = 0
                   MOVE 'OOP MAXIMUM IS NOT A VALID AMOUNT'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-OOP-MAX-IN)
               IF WS-AMOUNT < 0 OR WS-AMOUNT > 9999999.99
                   MOVE 'OOP MAXIMUM OUT OF RANGE' TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT TO PMT-OOP-MAX
           END-IF.
      *---------------------------------------------------------------
       2200-CALL-POLICY-EDIT.
           CALL 'CLMSPOLE' USING POLE-PARMS
                                 POLICY-MAINT-TRANSACTION
                                 POLICY-RECORD.
           IF POLE-RETURN-CODE NOT = 0
               MOVE POLE-ERROR-TEXT TO WS-MESSAGE
           END-IF.
      *---------------------------------------------------------------
       3000-INQUIRE.
           MOVE 'N' TO PLC-INQUIRED-FLAG.
           IF WS-POLICY-IN = SPACES
               MOVE 'POLICY NUMBER BLANK' TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('POLYMSTR')
               INTO(POLICY-RECORD)
               RIDFLD(WS-POLICY-IN)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 7000-SHOW-POLICY
                   MOVE 'POLICY SHOWN - KEY C AND THE CHANGES TO UPDATE'
                       TO WS-MESSAGE
                   PERFORM 8100-SEND-FULL-MAP
               WHEN DFHRESP(NOTFND)
                   MOVE 'POLICY NOT ON FILE' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
               WHEN OTHER
                   MOVE 'POLICY FILE ERROR - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Add - CLMSPOLE edits the keyed card and builds the record.
      *---------------------------------------------------------------
       4000-ADD-POLICY.
           PERFORM 2100-BUILD-TRANSACTION.
           IF WS-MESSAGE = SPACES
               SET POLE-FUNC-APPLY TO TRUE
               PERFORM 2200-CALL-POLICY-EDIT
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS WRITE FILE('POLYMSTR')
               FROM(POLICY-RECORD)
               RIDFLD(POL-POLICY-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'POLICY ALREADY ON FILE' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'POLICY FILE ERROR - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-BEFORE-RECORD.
           MOVE 'A'    TO DCL-MCL-ACTION.
           PERFORM 6000-LOG-CHANGE.
           IF LOG-FAILED
               MOVE 'CHANGE LOG FAILED - POLICY NOT ADDED' TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7000-SHOW-POLICY.
           MOVE 'POLICY ADDED' TO WS-MESSAGE.
           PERFORM 8100-SEND-FULL-MAP.
      *---------------------------------------------------------------
      * Change - only the policy last shown, and only if the record
      * on file is still the one shown. CLMSPOLE applies the keyed
      * card to it under the update lock.
      *---------------------------------------------------------------
       5000-CHANGE-POLICY.
           IF NOT PLC-POLICY-SHOWN
               OR PLC-POLICY-NO NOT = WS-POLICY-IN
               MOVE 'INQUIRE ON THE POLICY BEFORE CHANGING IT'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-BUILD-TRANSACTION.
           IF WS-MESSAGE = SPACES
               SET POLE-FUNC-KEY-EDIT TO TRUE
               PERFORM 2200-CALL-POLICY-EDIT
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('POLYMSTR')
               INTO(POLICY-RECORD)
               RIDFLD(WS-POLICY-IN)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO PLC-INQUIRED-FLAG
                   MOVE 'POLICY NO LONGER ON FILE' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'POLICY FILE ERROR - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF POLICY-RECORD NOT = PLC-SAVED-IMAGE
               EXEC CICS UNLOCK FILE('POLYMSTR') END-EXEC
               MOVE 'N' TO PLC-INQUIRED-FLAG
               MOVE 'POLICY UPDATED SINCE SHOWN - INQUIRE AGAIN'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE POLICY-RECORD TO WS-BEFORE-RECORD.
           SET POLE-FUNC-APPLY TO TRUE.
           PERFORM 2200-CALL-POLICY-EDIT.
           IF WS-MESSAGE = SPACES
               AND POLICY-RECORD = WS-BEFORE-RECORD
               MOVE 'NO CHANGES KEYED' TO WS-MESSAGE
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               EXEC CICS UNLOCK FILE('POLYMSTR') END-EXEC
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS REWRITE FILE('POLYMSTR')
               FROM(POLICY-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'POLICY FILE ERROR - CONTACT SUPPORT' TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO DCL-MCL-ACTION.
           PERFORM 6000-LOG-CHANGE.
           IF LOG-FAILED
               MOVE 'CHANGE LOG FAILED - POLICY NOT CHANGED'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7000-SHOW-POLICY.
           MOVE 'POLICY CHANGED' TO WS-MESSAGE.
           PERFORM 8100-SEND-FULL-MAP.
      *---------------------------------------------------------------
      * Before/after images for CLMSPOLM's change report. A failed
      * insert backs out the master update with it - no change goes
      * on the master without its trail.
      *---------------------------------------------------------------
       6000-LOG-CHANGE.
           MOVE 'N'               TO WS-LOG-FAILED-FLAG.
           MOVE 'P'               TO DCL-MCL-MASTER-TYPE.
           MOVE POL-POLICY-NUMBER TO DCL-MCL-MASTER-KEY.
           MOVE WS-USER-ID        TO DCL-MCL-CHANGED-BY.
           MOVE WS-BEFORE-RECORD  TO DCL-MCL-BEFORE-IMAGE.
           MOVE POLICY-RECORD     TO DCL-MCL-AFTER-IMAGE.
           MOVE ZERO              TO DCL-MCL-REPORTED-DATE.
           EXEC SQL
               INSERT INTO MASTER_CHANGE_LOG
               (MASTER_TYPE,   MASTER_KEY,    ACTION,
                CHANGED_BY,    CHANGE_TS,     BEFORE_IMAGE,
                AFTER_IMAGE,   REPORTED_DATE)
               VALUES
               (:DCL-MCL-MASTER-TYPE,  :DCL-MCL-MASTER-KEY,
                :DCL-MCL-ACTION,       :DCL-MCL-CHANGED-BY,
                CURRENT TIMESTAMP,     :DCL-MCL-BEFORE-IMAGE,
                :DCL-MCL-AFTER-IMAGE,  :DCL-MCL-REPORTED-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LOG-FAILED TO TRUE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
      *---------------------------------------------------------------
      * Fill the screen from POLICY-RECORD and remember it as shown.
      * Dates and amounts go out in the form they are keyed back in.
      *---------------------------------------------------------------
       7000-SHOW-POLICY.
           MOVE 'Y'               TO PLC-INQUIRED-FLAG.
           MOVE POL-POLICY-NUMBER TO PLC-POLICY-NO.
           MOVE POLICY-RECORD     TO PLC-SAVED-IMAGE.
           MOVE SPACE             TO ACTIONO.
           MOVE POL-POLICY-NUMBER TO POLNOO.
           MOVE POL-HOLDER-NAME   TO HOLDERO.
           MOVE POL-STATUS        TO POLSTATO.
           IF POL-EFFECTIVE-DATE NUMERIC AND POL-EFFECTIVE-DATE > 0
               MOVE POL-EFFECTIVE-DATE  TO EFFDATEO
           ELSE
               MOVE SPACES              TO EFFDATEO
           END-IF.
           IF POL-EXPIRATION-DATE NUMERIC AND POL-EXPIRATION-DATE > 0
               MOVE POL-EXPIRATION-DATE TO EXPDATEO
           ELSE
               MOVE SPACES              TO EXPDATEO
           END-IF.
           IF POL-DEDUCTIBLE NUMERIC
               MOVE POL-DEDUCTIBLE TO WS-DEDUCTIBLE-EDIT
               MOVE WS-DEDUCTIBLE-EDIT TO DEDUCTO
           END-IF.
           IF POL-COINS-PCT NUMERIC
               MOVE POL-COINS-PCT  TO WS-COINS-EDIT
               MOVE WS-COINS-EDIT  TO COINSO
           END-IF.
           IF POL-OOP-MAX NUMERIC
               MOVE POL-OOP-MAX    TO WS-OOP-MAX-EDIT
               MOVE WS-OOP-MAX-EDIT TO OOPMAXO
           END-IF.
           MOVE POL-PAID-THRU-DATE TO WS-DATE-DISP.
           PERFORM 7100-EDIT-DATE.
           MOVE WS-DATE-EDITED     TO PAIDTHRO.
           MOVE POL-GRACE-END-DATE TO WS-DATE-DISP.
           PERFORM 7100-EDIT-DATE.
           MOVE WS-DATE-EDITED     TO GRACENDO.
           MOVE POL-BILLING-DATE   TO WS-DATE-DISP.
           PERFORM 7100-EDIT-DATE.
           MOVE WS-DATE-EDITED     TO BILLDTO.
      *---------------------------------------------------------------
      * CCYY-MM-DD, or blank where billing has not reported yet.
      *---------------------------------------------------------------
       7100-EDIT-DATE.
           MOVE SPACES TO WS-DATE-EDITED.
           IF WS-DATE-DISP NUMERIC AND WS-DATE-DISP > 0
               STRING WS-DATE-DISP(1:4) '-' WS-DATE-DISP(5:2)
                      '-' WS-DATE-DISP(7:2)
                   DELIMITED BY SIZE INTO WS-DATE-EDITED
           END-IF.
      *---------------------------------------------------------------
       8000-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID(WS-TRANSID)
               COMMAREA(WS-PLM-COMMAREA)
               LENGTH(LENGTH OF WS-PLM-COMMAREA)
           END-EXEC.
      *---------------------------------------------------------------
      * Full screen from PLMMAPO, after an inquiry or an update.
      *---------------------------------------------------------------
       8100-SEND-FULL-MAP.
           MOVE WS-MESSAGE TO MSGLINEO.
           EXEC CICS SEND MAP('PLMMAP') MAPSET('CLMSPLMM')
               FROM(PLMMAPO) ERASE
           END-EXEC.
      *---------------------------------------------------------------
      * Message only - what the user keyed stays on the screen to be
      * corrected.
      *---------------------------------------------------------------
       8200-SEND-MESSAGE.
           MOVE WS-MESSAGE TO MSGLINEO.
           EXEC CICS SEND MAP('PLMMAP') MAPSET('CLMSPLMM')
               FROM(PLMMAPO) DATAONLY
           END-EXEC.
      *---------------------------------------------------------------
       9100-EXIT-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
      *===============================================================
