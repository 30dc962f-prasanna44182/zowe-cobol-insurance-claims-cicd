      * symbolic copybook INQMAPC) and shows status, amount,
      * adjuster, and adjudication fields in real time, so claims
      * service no longer submits an overnight CLMSINQ card deck.
      * Also entered from the member claim-history screen (CMHS,
      * CLMSMHSC) by XCTL with the selected claim in commarea
      * XFERCOMM: the claim shows at once, an ENTER with the keys
      * left blank re-inquires on it, and PF3 goes back to CMHS for
      * the member.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSINQC.
           COPY DCLNOTE.
           COPY INQMAPC.
           COPY DFHAID.
           COPY XFERCOMM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSINQC'.
       01  WS-TRANSID              PIC X(04) VALUE 'CINQ'.
       01  WS-COMMAREA             PIC X(01) VALUE SPACES.
       01  WS-RESP                 PIC S9(08) COMP VALUE +0.

       01  WS-HANDOFF-FLAG         PIC X(01) VALUE 'N'.
           88  HANDOFF-ACTIVE      VALUE 'Y'.
       01  WS-FULL-SEND-FLAG       PIC X(01) VALUE 'N'.
           88  FULL-MAP-SEND       VALUE 'Y'.

      *---------------------------------------------------------------
      * INQMAPO redefines INQMAPI, so the received keys are saved
      * here before the output area is cleared for the reply.
       01  WS-ADJ-DATE-DISP        PIC 9(08).

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
                           PERFORM 2000-PROCESS-INQUIRY
                       WHEN OTHER
                           MOVE LOW-VALUES TO INQMAPO
                           MOVE
                               'INVALID KEY - ENTER, PF3 OR CLEAR ONLY'
                               TO MSGLINEO
                           PERFORM 8100-SEND-DATAONLY
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 8000-RETURN-TRANSID.
      *---------------------------------------------------------------
       1000-FIRST-TIME.
           EXEC CICS SEND MAP('INQMAP') MAPSET('CLMSINQM')
               FROM(INQMAPO) ERASE
           END-EXEC.
      *---------------------------------------------------------------
      * XCTL from CMHS - the selected claim goes straight to the
      * lookup, on a freshly erased screen.
      *---------------------------------------------------------------
       1500-ENTRY-FROM-HISTORY.
           MOVE XFR-POLICY-NO TO WS-POLICY-IN.
           MOVE XFR-CLAIM-ID  TO WS-CLAIM-ID-IN.
           SET FULL-MAP-SEND TO TRUE.
           MOVE LOW-VALUES TO INQMAPO.
           MOVE WS-POLICY-IN   TO POLNOO.
           MOVE WS-CLAIM-ID-IN TO CLAIMIDO.
           PERFORM 2200-LOOKUP-CLAIM.
      *---------------------------------------------------------------
       2000-PROCESS-INQUIRY.
           EXEC CICS RECEIVE MAP('INQMAP') MAPSET('CLMSINQM')
           MOVE POLNOI   TO WS-POLICY-IN.
           MOVE CLAIMIDI TO WS-CLAIM-ID-IN.
           MOVE LOW-VALUES TO INQMAPO.
           IF HANDOFF-ACTIVE
               PERFORM 2050-DEFAULT-HANDOFF-KEYS
           END-IF.
           IF WS-POLICY-IN = SPACES OR WS-POLICY-IN = LOW-VALUES
               MOVE 'POLICY NUMBER REQUIRED' TO MSGLINEO
               PERFORM 8100-SEND-DATAONLY
           END-IF.
           PERFORM 2200-LOOKUP-CLAIM.
      *---------------------------------------------------------------
      * Keys the program wrote to the screen come back empty unless
      * retyped, so under a hand-off blank keys mean the claim CMHS
      * passed (or the last one looked up here).
      *---------------------------------------------------------------
       2050-DEFAULT-HANDOFF-KEYS.
           IF WS-POLICY-IN = SPACES OR WS-POLICY-IN = LOW-VALUES
               MOVE XFR-POLICY-NO TO WS-POLICY-IN
           END-IF.
           IF WS-CLAIM-ID-IN = SPACES OR WS-CLAIM-ID-IN = LOW-VALUES
               MOVE XFR-CLAIM-ID TO WS-CLAIM-ID-IN
           END-IF.
           MOVE WS-POLICY-IN   TO XFR-POLICY-NO.
           MOVE WS-CLAIM-ID-IN TO XFR-CLAIM-ID.
      *---------------------------------------------------------------
      * Same lookup CLMSINQ's 2200-LOOKUP-CLAIM runs in batch.
      *---------------------------------------------------------------
       2200-LOOKUP-CLAIM.
           END-IF.
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
               EXEC CICS SEND MAP('INQMAP') MAPSET('CLMSINQM')
                   FROM(INQMAPO) ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND MAP('INQMAP') MAPSET('CLMSINQM')
                   FROM(INQMAPO) DATAONLY
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
