      *===============================================================
      * CLMSPVMC - Provider Master Maintenance CICS Transaction (CPVM)
      * Online add, change and inquiry against the PROVMSTR cluster
      * for provider relations (CICS translator and DB2 precompile
      * required), so a provider reinstated or given new bank
      * details in the morning is on the master for that night's
      * validate and payment run. Pseudo-conversational on map
      * PVMMAP (mapset CLMSPVMM, symbolic copybook PVMMAPC):
      *   I - show the provider (status, payment and taxpayer ids)
      *   A - add a provider from the keyed fields
      *   C - change the provider last shown; a field left blank
      *       keeps what is on file, as on a change card, and a
      *       suspension or termination is a change of status
      * Adds and changes go through CLMSPRVE, the same edits and
      * apply rules CLMSPRVM uses for the deck, and a change is
      * refused if the record moved since it was shown. Each applied
      * add or change logs the before and after record to
      * MASTER_CHANGE_LOG (type 'R') under the signed-on user id,
      * for the next CLMSPRVM change report; if the log insert fails
      * the update is backed out. Only user ids with a provider
      * relations row (team 'R') on MASTER_MAINT_AUTH get past the
      * first screen. The taxpayer id is shown masked to its last
      * four digits; leaving the masked value in place keeps the id
      * on file, keying nine digits over it replaces it.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSPVMC.
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
           COPY PRVTREC.
           COPY PRVDREC.
           COPY PRVEPARM.
           COPY PVMMAPC.
           COPY DFHAID.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPVMC'.
       01  WS-TRANSID              PIC X(04) VALUE 'CPVM'.
       01  WS-TEAM-CODE            PIC X(01) VALUE 'R'.

       01  WS-RESP                 PIC S9(08) COMP VALUE +0.
       01  WS-USER-ID              PIC X(08) VALUE SPACES.
       01  WS-AUTH-COUNT           PIC S9(09) COMP VALUE +0.
       01  WS-MASK-COUNT           PIC S9(04) COMP VALUE +0.
       01  WS-NOT-AUTH-TEXT        PIC X(60) VALUE
           'CPVM - NOT AUTHORIZED FOR PROVIDER MASTER MAINTENANCE'.

      *---------------------------------------------------------------
      * Conversation state: the provider last shown and its record
      * as shown, so a change can tell if someone else got there
      * first.
      *---------------------------------------------------------------
       01  WS-PVM-COMMAREA.
           05  PVC-INQUIRED-FLAG   PIC X(01).
               88  PVC-PROVIDER-SHOWN    VALUE 'Y'.
           05  PVC-PROVIDER-ID     PIC X(08).
           05  PVC-SAVED-IMAGE     PIC X(200).

       01  WS-BEFORE-RECORD        PIC X(200).
       01  WS-MESSAGE              PIC X(60) VALUE SPACES.
       01  WS-LOG-FAILED-FLAG      PIC X(01) VALUE 'N'.
           88  LOG-FAILED          VALUE 'Y'.

      *---------------------------------------------------------------
      * PVMMAPO redefines PVMMAPI, so the received fields are saved
      * here before the output area is cleared for the reply.
      *---------------------------------------------------------------
       01  WS-SCREEN-IN.
           05  WS-ACTION-IN        PIC X(01).
           05  WS-PROVIDER-IN      PIC X(08).
           05  WS-NAME-IN          PIC X(30).
           05  WS-STATUS-IN        PIC X(01).
           05  WS-TERMED-DATE-IN   PIC X(08).
           05  WS-PAY-METHOD-IN    PIC X(01).
           05  WS-ROUTING-IN       PIC X(09).
           05  WS-ACCOUNT-IN       PIC X(17).
           05  WS-REMIT-ADDR-1-IN  PIC X(30).
           05  WS-REMIT-ADDR-2-IN  PIC X(30).
           05  WS-REMIT-CITY-IN    PIC X(20).
           05  WS-REMIT-STATE-IN   PIC X(02).
           05  WS-REMIT-ZIP-IN     PIC X(10).
           05  WS-TIN-IN           PIC X(09).
           05  WS-TIN-TYPE-IN      PIC X(01).

       01  WS-DATE-DISP            PIC 9(08).
       01  WS-DATE-EDITED          PIC X(10).
       01  WS-TIN-MASKED.
           05  FILLER              PIC X(05) VALUE '*****'.
           05  WS-TIN-LAST-4       PIC X(04).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(209).
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
               WHEN OTHER
                   MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-PVM-COMMAREA
                   EVALUATE EIBAID
                       WHEN DFHPF3
                       WHEN DFHCLEAR
                           PERFORM 9100-EXIT-TRANSACTION
                       WHEN DFHENTER
                           PERFORM 2000-PROCESS-ENTER
                       WHEN OTHER
                           MOVE LOW-VALUES TO PVMMAPO
                           MOVE 'INVALID KEY - ENTER, PF3 OR CLEAR'
                               TO WS-MESSAGE
                           PERFORM 8200-SEND-MESSAGE
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 8000-RETURN-TRANSID.
      *---------------------------------------------------------------
      * Provider relations only - the signed-on user id must hold a
      * team 'R' row on MASTER_MAINT_AUTH. Checked on every task, so
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
           INITIALIZE WS-PVM-COMMAREA.
           MOVE LOW-VALUES TO PVMMAPO.
           MOVE 'KEY AN ACTION AND A PROVIDER ID' TO WS-MESSAGE.
           PERFORM 8100-SEND-FULL-MAP.
      *---------------------------------------------------------------
       2000-PROCESS-ENTER.
           EXEC CICS RECEIVE MAP('PVMMAP') MAPSET('CLMSPVMM')
               INTO(PVMMAPI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO PVMMAPO
               MOVE 'KEY AN ACTION AND A PROVIDER ID' TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2050-SAVE-INPUT.
           MOVE LOW-VALUES TO PVMMAPO.
           EVALUATE WS-ACTION-IN
               WHEN 'I'
                   PERFORM 3000-INQUIRE
               WHEN 'A'
                   PERFORM 4000-ADD-PROVIDER
               WHEN 'C'
                   PERFORM 5000-CHANGE-PROVIDER
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A OR C' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
           END-EVALUATE.
      *---------------------------------------------------------------
       2050-SAVE-INPUT.
           MOVE ACTIONI  TO WS-ACTION-IN.
           MOVE PRVIDI   TO WS-PROVIDER-IN.
           MOVE PRVNAMEI TO WS-NAME-IN.
           MOVE PRVSTATI TO WS-STATUS-IN.
           MOVE TRMDATEI TO WS-TERMED-DATE-IN.
           MOVE PAYMETHI TO WS-PAY-METHOD-IN.
           MOVE ROUTINGI TO WS-ROUTING-IN.
           MOVE ACCTNOI  TO WS-ACCOUNT-IN.
           MOVE REMIT1I  TO WS-REMIT-ADDR-1-IN.
           MOVE REMIT2I  TO WS-REMIT-ADDR-2-IN.
           MOVE RCITYI   TO WS-REMIT-CITY-IN.
           MOVE RSTATEI  TO WS-REMIT-STATE-IN.
           MOVE RZIPI    TO WS-REMIT-ZIP-IN.
           MOVE TINI     TO WS-TIN-IN.
           MOVE TINTYPEI TO WS-TIN-TYPE-IN.
           INSPECT WS-SCREEN-IN REPLACING ALL LOW-VALUES BY SPACES.
      *---------------------------------------------------------------
      * The masked taxpayer id sent out comes back unless it was
      * keyed over - read as blank, which keeps the id on file.
      *---------------------------------------------------------------
           MOVE ZERO TO WS-MASK-COUNT.
           INSPECT WS-TIN-IN TALLYING WS-MASK-COUNT FOR ALL '*'.
           IF WS-MASK-COUNT > 0
               MOVE SPACES TO WS-TIN-IN
           END-IF.
      *---------------------------------------------------------------
      * Lay the keyed fields out as a PRVTIN card for CLMSPRVE. The
      * screen only checks that a date or routing number keyed can
      * be read as digits; every business edit is CLMSPRVE's. Blank
      * fields stay blank on the card, as they would on a deck.
      *---------------------------------------------------------------
       2100-BUILD-TRANSACTION.
           MOVE SPACES TO PROVIDER-MAINT-TRANSACTION.
           MOVE WS-ACTION-IN       TO PVT-ACTION.
           MOVE WS-PROVIDER-IN     TO PVT-PROVIDER-ID.
           MOVE WS-NAME-IN         TO PVT-PROVIDER-NAME.
           MOVE WS-STATUS-IN       TO PVT-STATUS.
           MOVE WS-PAY-METHOD-IN   TO PVT-PAY-METHOD.
           MOVE WS-ACCOUNT-IN      TO PVT-ACCOUNT-NO.
           MOVE WS-REMIT-ADDR-1-IN TO PVT-REMIT-ADDR-1.
           MOVE WS-REMIT-ADDR-2-IN TO PVT-REMIT-ADDR-2.
           MOVE WS-REMIT-CITY-IN   TO PVT-REMIT-CITY.
           MOVE WS-REMIT-STATE-IN  TO PVT-REMIT-STATE.
           MOVE WS-REMIT-ZIP-IN    TO PVT-REMIT-ZIP.
           MOVE WS-TIN-IN          TO PVT-TIN.
           MOVE WS-TIN-TYPE-IN     TO PVT-TIN-TYPE.
           IF WS-TERMED-DATE-IN NOT = SPACES
               IF WS-TERMED-DATE-IN NUMERIC
                   MOVE WS-TERMED-DATE-IN TO PVT-TERMED-DATE
               ELSE
                   MOVE 'TERMED DATE MUST BE CCYYMMDD' TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ROUTING-IN NOT = SPACES
               IF WS-ROUTING-IN NUMERIC
                   MOVE WS-ROUTING-IN TO PVT-ROUTING-NO
               ELSE
                   MOVE 'ROUTING NUMBER MUST BE 9 DIGITS' TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *---------------------------------------------------------------
       2200-CALL-PROVIDER-EDIT.
           CALL 'CLMSPRVE' USING PRVE-PARMS
                                 PROVIDER-MAINT-TRANSACTION
                                 PROVIDER-RECORD.
           IF PRVE-RETURN-CODE NOT = 0
               MOVE PRVE-ERROR-TEXT TO WS-MESSAGE
           END-IF.
      *---------------------------------------------------------------
       3000-INQUIRE.
           MOVE 'N' TO PVC-INQUIRED-FLAG.
           IF WS-PROVIDER-IN = SPACES
               MOVE 'PROVIDER ID BLANK' TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('PROVMSTR')
               INTO(PROVIDER-RECORD)
               RIDFLD(WS-PROVIDER-IN)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 7000-SHOW-PROVIDER
                   MOVE 'PROVIDER SHOWN - KEY C AND CHANGES TO UPDATE'
                       TO WS-MESSAGE
                   PERFORM 8100-SEND-FULL-MAP
               WHEN DFHRESP(NOTFND)
                   MOVE 'PROVIDER NOT ON FILE' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
               WHEN OTHER
                   MOVE 'PROVIDER FILE ERROR - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
           END-EVALUATE.
      *---------------------------------------------------------------
      * Add - CLMSPRVE edits the keyed card and builds the record.
      *---------------------------------------------------------------
       4000-ADD-PROVIDER.
           PERFORM 2100-BUILD-TRANSACTION.
           IF WS-MESSAGE = SPACES
               SET PRVE-FUNC-APPLY TO TRUE
               PERFORM 2200-CALL-PROVIDER-EDIT
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS WRITE FILE('PROVMSTR')
               FROM(PROVIDER-RECORD)
               RIDFLD(PRV-PROVIDER-ID)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'PROVIDER ALREADY ON FILE' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'PROVIDER FILE ERROR - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-BEFORE-RECORD.
           MOVE 'A'    TO DCL-MCL-ACTION.
           PERFORM 6000-LOG-CHANGE.
           IF LOG-FAILED
               MOVE 'CHANGE LOG FAILED - PROVIDER NOT ADDED'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7000-SHOW-PROVIDER.
           MOVE 'PROVIDER ADDED' TO WS-MESSAGE.
           PERFORM 8100-SEND-FULL-MAP.
      *---------------------------------------------------------------
      * Change - only the provider last shown, and only if the
      * record on file is still the one shown. CLMSPRVE applies the
      * keyed card to it under the update lock.
      *---------------------------------------------------------------
       5000-CHANGE-PROVIDER.
           IF NOT PVC-PROVIDER-SHOWN
               OR PVC-PROVIDER-ID NOT = WS-PROVIDER-IN
               MOVE 'INQUIRE ON THE PROVIDER BEFORE CHANGING IT'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-BUILD-TRANSACTION.
           IF WS-MESSAGE = SPACES
               SET PRVE-FUNC-KEY-EDIT TO TRUE
               PERFORM 2200-CALL-PROVIDER-EDIT
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('PROVMSTR')
               INTO(PROVIDER-RECORD)
               RIDFLD(WS-PROVIDER-IN)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO PVC-INQUIRED-FLAG
                   MOVE 'PROVIDER NO LONGER ON FILE' TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'PROVIDER FILE ERROR - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   PERFORM 8200-SEND-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF PROVIDER-RECORD NOT = PVC-SAVED-IMAGE
               EXEC CICS UNLOCK FILE('PROVMSTR') END-EXEC
               MOVE 'N' TO PVC-INQUIRED-FLAG
               MOVE 'PROVIDER UPDATED SINCE SHOWN - INQUIRE AGAIN'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE PROVIDER-RECORD TO WS-BEFORE-RECORD.
           SET PRVE-FUNC-APPLY TO TRUE.
           PERFORM 2200-CALL-PROVIDER-EDIT.
           IF WS-MESSAGE = SPACES
               AND PROVIDER-RECORD = WS-BEFORE-RECORD
               MOVE 'NO CHANGES KEYED' TO WS-MESSAGE
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               EXEC CICS UNLOCK FILE('PROVMSTR') END-EXEC
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS REWRITE FILE('PROVMSTR')
               FROM(PROVIDER-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PROVIDER FILE ERROR - CONTACT SUPPORT'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO DCL-MCL-ACTION.
           PERFORM 6000-LOG-CHANGE.
           IF LOG-FAILED
               MOVE 'CHANGE LOG FAILED - PROVIDER NOT CHANGED'
                   TO WS-MESSAGE
               PERFORM 8200-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7000-SHOW-PROVIDER.
           MOVE 'PROVIDER CHANGED' TO WS-MESSAGE.
           PERFORM 8100-SEND-FULL-MAP.
      *---------------------------------------------------------------
      * Before/after images for CLMSPRVM's change report. A failed
      * insert backs out the master update with it - no change goes
      * on the master without its trail.
      *---------------------------------------------------------------
       6000-LOG-CHANGE.
           MOVE 'N'              TO WS-LOG-FAILED-FLAG.
           MOVE 'R'              TO DCL-MCL-MASTER-TYPE.
           MOVE PRV-PROVIDER-ID  TO DCL-MCL-MASTER-KEY.
           MOVE WS-USER-ID       TO DCL-MCL-CHANGED-BY.
           MOVE WS-BEFORE-RECORD TO DCL-MCL-BEFORE-IMAGE.
           MOVE PROVIDER-RECORD  TO DCL-MCL-AFTER-IMAGE.
           MOVE ZERO             TO DCL-MCL-REPORTED-DATE.
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
      * Fill the screen from PROVIDER-RECORD and remember it as
      * shown. The termed date goes out in the form it is keyed back
      * in; the added date is display only.
      *---------------------------------------------------------------
       7000-SHOW-PROVIDER.
           MOVE 'Y'               TO PVC-INQUIRED-FLAG.
           MOVE PRV-PROVIDER-ID   TO PVC-PROVIDER-ID.
           MOVE PROVIDER-RECORD   TO PVC-SAVED-IMAGE.
           MOVE SPACE             TO ACTIONO.
           MOVE PRV-PROVIDER-ID   TO PRVIDO.
           MOVE PRV-PROVIDER-NAME TO PRVNAMEO.
           MOVE PRV-STATUS        TO PRVSTATO.
           MOVE PRV-ADDED-DATE    TO WS-DATE-DISP.
           PERFORM 7100-EDIT-DATE.
           MOVE WS-DATE-EDITED    TO ADDDATEO.
           IF PRV-TERMED-DATE NUMERIC AND PRV-TERMED-DATE > 0
               MOVE PRV-TERMED-DATE TO TRMDATEO
           ELSE
               MOVE SPACES          TO TRMDATEO
           END-IF.
           MOVE PRV-PAY-METHOD    TO PAYMETHO.
           IF PRV-ROUTING-NO NUMERIC AND PRV-ROUTING-NO > 0
               MOVE PRV-ROUTING-NO  TO ROUTINGO
           ELSE
               MOVE SPACES          TO ROUTINGO
           END-IF.
           MOVE PRV-ACCOUNT-NO    TO ACCTNOO.
           MOVE PRV-REMIT-ADDR-1  TO REMIT1O.
           MOVE PRV-REMIT-ADDR-2  TO REMIT2O.
           MOVE PRV-REMIT-CITY    TO RCITYO.
           MOVE PRV-REMIT-STATE   TO RSTATEO.
           MOVE PRV-REMIT-ZIP     TO RZIPO.
           IF PRV-TIN = SPACES
               MOVE SPACES          TO TINO
           ELSE
               MOVE PRV-TIN(6:4)    TO WS-TIN-LAST-4
               MOVE WS-TIN-MASKED   TO TINO
           END-IF.
           MOVE PRV-TIN-TYPE      TO TINTYPEO.
      *---------------------------------------------------------------
      * CCYY-MM-DD, or blank where no date is held.
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
               COMMAREA(WS-PVM-COMMAREA)
               LENGTH(LENGTH OF WS-PVM-COMMAREA)
           END-EXEC.
      *---------------------------------------------------------------
      * Full screen from PVMMAPO, after an inquiry or an update.
      *---------------------------------------------------------------
       8100-SEND-FULL-MAP.
           MOVE WS-MESSAGE TO MSGLINEO.
           EXEC CICS SEND MAP('PVMMAP') MAPSET('CLMSPVMM')
               FROM(PVMMAPO) ERASE
           END-EXEC.
      *---------------------------------------------------------------
      * Message only - what the user keyed stays on the screen to be
      * corrected.
      *---------------------------------------------------------------
       8200-SEND-MESSAGE.
           MOVE WS-MESSAGE TO MSGLINEO.
           EXEC CICS SEND MAP('PVMMAP') MAPSET('CLMSPVMM')
               FROM(PVMMAPO) DATAONLY
           END-EXEC.
      *---------------------------------------------------------------
       9100-EXIT-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
      *===============================================================
