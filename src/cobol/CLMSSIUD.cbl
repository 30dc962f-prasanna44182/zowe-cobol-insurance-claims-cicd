      * cycle between intake and validate - a direct write into the
      * cluster here would be wiped when step 005 rebuilds it. SIU
      * must clear the triggering watchlist entry first or the next
      * CLMSVALD pass just holds the claim again. The released claim
      * carries its SIU history with it, so it is left for an
      * examiner rather than auto-adjudicated.
      *---------------------------------------------------------------
       3500-RELEASE-TO-RESUBMIT.
           MOVE WS-WORK-CLAIM TO CLAIM-RECORD.
           MOVE 'N'           TO CLM-STATUS.
           SET CLM-SIU-RELEASED TO TRUE.
           WRITE CLAIM-RECORD.
           IF WS-RESUB-STATUS = '00'
               ADD 1 TO WS-RELEASED-COUNT
