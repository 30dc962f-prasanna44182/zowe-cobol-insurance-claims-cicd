      * on map NOTMAP (mapset CLMSNOTM, symbolic copybook NOTMAPC):
      * ENTER browses the newest eight notes for the keyed claim,
      * PF5 appends the keyed note text under the next NOTE_SEQ with
      * the author and a timestamp, then re-browses. REVIEW Y on the
      * add flags the note for review (shown in the browse R column);
      * a flagged newest note keeps the claim away from CLMSAUTO's
      * auto-adjudication until a later unflagged note clears it.
      * The newest note also surfaces on the CINQ inquiry screen and
      * under the claim on the CLMSPEND and CLMSDIRY workqueue
      * reports.
      * Also entered from the member claim-history screen (CMHS,
      * CLMSMHSC) by XCTL with the selected claim in commarea
      * XFERCOMM: its notes browse at once, blank keys on ENTER or
      * PF5 mean that claim, and PF3 goes back to CMHS for the
      * member.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSNOTC.
           COPY DCLNOTE.
           COPY NOTMAPC.
           COPY DFHAID.
           COPY XFERCOMM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSNOTC'.
       01  WS-TRANSID              PIC X(04) VALUE 'CNOT'.
       01  WS-COMMAREA             PIC X(01) VALUE SPACES.
       01  WS-RESP                 PIC S9(08) COMP VALUE +0.

       01  WS-HANDOFF-FLAG         PIC X(01) VALUE 'N'.
           88  HANDOFF-ACTIVE      VALUE 'Y'.
       01  WS-FULL-SEND-FLAG       PIC X(01) VALUE 'N'.
           88  FULL-MAP-SEND       VALUE 'Y'.

      *---------------------------------------------------------------
      * NOTMAPO redefines NOTMAPI, so the received fields are saved
      * here before the output area is cleared for the reply.
       01  WS-CLAIM-ID-IN          PIC X(08) VALUE SPACES.
       01  WS-NOTE-IN              PIC X(60) VALUE SPACES.
       01  WS-AUTHOR-IN            PIC X(08) VALUE SPACES.
       01  WS-REVIEW-IN            PIC X(01) VALUE SPACES.

       01  WS-CLAIM-FOUND          PIC X(01) VALUE 'N'.
           88  CLAIM-FOUND         VALUE 'Y'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-AUTHOR        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-REVIEW        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-TEXT          PIC X(51).

      *---------------------------------------------------------------
      * Newest notes first, so what was done last is on top when the
      * claim is picked up.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CNOT_NOTE_CURSOR CURSOR FOR
               SELECT NOTE_SEQ, NOTE_TEXT, AUTHOR_ID, NOTE_TS,
                      REVIEW_FLAG
               FROM CLAIMS_NOTES
               WHERE POLICY_NO = :DCL-NT-POLICY-NO
                 AND CLAIM_ID  = :DCL-NT-CLAIM-ID
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(31).
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = LENGTH OF XFER-COMMAREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO XFER-COMMAREA
               SET HANDOFF-ACTIVE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
               WHEN HANDOFF-ACTIVE AND EIBTRNID NOT = WS-TRANSID
                   PERFORM 1500-ENTRY-FROM-HISTORY
               WHEN OTHER
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           IF HANDOFF-ACTIVE
                               PERFORM 9200-RETURN-TO-HISTORY
                           END-IF
                           PERFORM 9100-EXIT-TRANSACTION
                       WHEN DFHCLEAR
                           PERFORM 9100-EXIT-TRANSACTION
                       WHEN DFHENTER
                           PERFORM 2000-PROCESS-BROWSE
                       WHEN DFHPF5
                           PERFORM 3000-PROCESS-ADD
                       WHEN OTHER
                           MOVE LOW-VALUES TO NOTMAPO
                           MOVE
                               'INVALID KEY - ENTER, PF5, PF3 OR CLEAR'
                               TO MSGLINEO
                           PERFORM 8100-SEND-DATAONLY
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 8000-RETURN-TRANSID.
      *---------------------------------------------------------------
       1000-FIRST-TIME.
           EXEC CICS SEND MAP('NOTMAP') MAPSET('CLMSNOTM')
               FROM(NOTMAPO) ERASE
           END-EXEC.
      *---------------------------------------------------------------
      * XCTL from CMHS - browse the selected claim's notes on a
      * freshly erased screen.
      *---------------------------------------------------------------
       1500-ENTRY-FROM-HISTORY.
           MOVE XFR-POLICY-NO TO WS-POLICY-IN.
           MOVE XFR-CLAIM-ID  TO WS-CLAIM-ID-IN.
           SET FULL-MAP-SEND TO TRUE.
           MOVE LOW-VALUES TO NOTMAPO.
           MOVE SPACES     TO MSGLINEO.
           MOVE WS-POLICY-IN   TO POLNOO.
           MOVE WS-CLAIM-ID-IN TO CLAIMIDO.
           PERFORM 4000-VERIFY-CLAIM.
           IF CLAIM-FOUND
               PERFORM 5000-BROWSE-NOTES
           END-IF.
           PERFORM 8100-SEND-DATAONLY.
      *---------------------------------------------------------------
       2000-PROCESS-BROWSE.
           PERFORM 2100-RECEIVE-AND-EDIT.
               PERFORM 8100-SEND-DATAONLY
               EXIT PARAGRAPH
           END-IF.
           IF WS-REVIEW-IN = SPACES OR WS-REVIEW-IN = LOW-VALUES
               MOVE 'N' TO WS-REVIEW-IN
           END-IF.
           IF WS-REVIEW-IN NOT = 'Y' AND WS-REVIEW-IN NOT = 'N'
               MOVE 'REVIEW MUST BE Y OR N' TO MSGLINEO
               PERFORM 8100-SEND-DATAONLY
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4000-VERIFY-CLAIM.
           IF CLAIM-FOUND
               PERFORM 4500-INSERT-NOTE
           MOVE CLAIMIDI TO WS-CLAIM-ID-IN.
           MOVE NEWNOTEI TO WS-NOTE-IN.
           MOVE AUTHORI  TO WS-AUTHOR-IN.
           MOVE REVIEWI  TO WS-REVIEW-IN.
           MOVE LOW-VALUES TO NOTMAPO.
           MOVE SPACES     TO MSGLINEO.
           IF HANDOFF-ACTIVE
               PERFORM 2150-DEFAULT-HANDOFF-KEYS
           END-IF.
           MOVE WS-POLICY-IN   TO POLNOO.
           MOVE WS-CLAIM-ID-IN TO CLAIMIDO.
           IF WS-POLICY-IN = SPACES OR WS-POLICY-IN = LOW-VALUES
               MOVE 'CLAIM ID REQUIRED' TO MSGLINEO
           END-IF.
      *---------------------------------------------------------------
      * Keys the program wrote to the screen come back empty unless
      * retyped, so under a hand-off blank keys mean the claim CMHS
      * passed (or the last one worked here).
      *---------------------------------------------------------------
       2150-DEFAULT-HANDOFF-KEYS.
           IF WS-POLICY-IN = SPACES OR WS-POLICY-IN = LOW-VALUES
               MOVE XFR-POLICY-NO TO WS-POLICY-IN
           END-IF.
           IF WS-CLAIM-ID-IN = SPACES OR WS-CLAIM-ID-IN = LOW-VALUES
               MOVE XFR-CLAIM-ID TO WS-CLAIM-ID-IN
           END-IF.
           MOVE WS-POLICY-IN   TO XFR-POLICY-NO.
           MOVE WS-CLAIM-ID-IN TO XFR-CLAIM-ID.
      *---------------------------------------------------------------
      * The claim must exist - on CLAIMS_MASTER or archived on
      * CLAIMS_MASTER_HIST (late subrogation notes are exactly the
      * kind that land on archived claims).
           END-IF.
           MOVE WS-NOTE-IN   TO DCL-NT-NOTE-TEXT.
           MOVE WS-AUTHOR-IN TO DCL-NT-AUTHOR-ID.
           MOVE WS-REVIEW-IN TO DCL-NT-REVIEW-FLAG.
           EXEC SQL
               SET :DCL-NT-NOTE-TS = CURRENT TIMESTAMP
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIMS_NOTES
               (POLICY_NO,         CLAIM_ID,          NOTE_SEQ,
                NOTE_TEXT,         AUTHOR_ID,         NOTE_TS,
                REVIEW_FLAG)
               VALUES
               (:DCL-NT-POLICY-NO, :DCL-NT-CLAIM-ID,
                :DCL-NT-NOTE-SEQ,  :DCL-NT-NOTE-TEXT,
                :DCL-NT-AUTHOR-ID, :DCL-NT-NOTE-TS,
                :DCL-NT-REVIEW-FLAG)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           EXEC SQL
               FETCH CNOT_NOTE_CURSOR
               INTO :DCL-NT-NOTE-SEQ, :DCL-NT-NOTE-TEXT,
                    :DCL-NT-AUTHOR-ID, :DCL-NT-NOTE-TS,
                    :DCL-NT-REVIEW-FLAG
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           MOVE DCL-NT-NOTE-SEQ     TO WS-NL-SEQ.
           MOVE DCL-NT-NOTE-TS(1:10) TO WS-NL-DATE.
           MOVE DCL-NT-AUTHOR-ID    TO WS-NL-AUTHOR.
           IF DCL-NT-REVIEW-FLAG = 'Y'
               MOVE 'Y'             TO WS-NL-REVIEW
           ELSE
               MOVE SPACE           TO WS-NL-REVIEW
           END-IF.
           MOVE DCL-NT-NOTE-TEXT    TO WS-NL-TEXT.
           SET WS-NL-IDX TO WS-NOTE-COUNT.
           MOVE WS-NOTE-LINE TO WS-NOTE-LINE-ENTRY (WS-NL-IDX).
           MOVE WS-NOTE-LINE-ENTRY (8) TO NOTE8O.
      *---------------------------------------------------------------
       8000-RETURN-TRANSID.
           IF HANDOFF-ACTIVE
               EXEC CICS RETURN TRANSID(WS-TRANSID)
                   COMMAREA(XFER-COMMAREA)
                   LENGTH(LENGTH OF XFER-COMMAREA)
               END-EXEC
           ELSE
               EXEC CICS RETURN TRANSID(WS-TRANSID)
                   COMMAREA(WS-COMMAREA) LENGTH(1)
               END-EXEC
           END-IF.
      *---------------------------------------------------------------
      * A hand-off's first screen replaces CMHS's, so it goes out
      * whole; every other reply is data only.
      *---------------------------------------------------------------
       8100-SEND-DATAONLY.
           IF FULL-MAP-SEND
               EXEC CICS SEND MAP('NOTMAP') MAPSET('CLMSNOTM')
                   FROM(NOTMAPO) ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND MAP('NOTMAP') MAPSET('CLMSNOTM')
                   FROM(NOTMAPO) DATAONLY
               END-EXEC
           END-IF.
      *---------------------------------------------------------------
       9100-EXIT-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
      *---------------------------------------------------------------
       9200-RETURN-TO-HISTORY.
           MOVE WS-TRANSID TO XFR-ORIGIN-TRANSID.
           EXEC CICS XCTL PROGRAM('CLMSMHSC')
               COMMAREA(XFER-COMMAREA)
               LENGTH(LENGTH OF XFER-COMMAREA)
           END-EXEC.
      *===============================================================
