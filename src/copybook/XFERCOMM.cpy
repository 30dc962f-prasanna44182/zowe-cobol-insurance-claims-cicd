      *===============================================================
      * XFERCOMM - Claim Screen Hand-off Commarea
      * Passed on EXEC CICS XCTL when the member claim-history screen
      * (CMHS, CLMSMHSC) sends the rep to the inquiry (CINQ,
      * CLMSINQC) or notes (CNOT, CLMSNOTC) screen for a selected
      * claim. The receiving transaction shows that claim straight
      * away, carries this commarea on its own pseudo-conversational
      * returns, and PF3 goes back to CMHS for the same member
      * instead of ending the session. The receiving program tells a
      * hand-off from its own return by EIBTRNID - on an XCTL it is
      * still the sending transaction's id.
      *===============================================================
       01  XFER-COMMAREA.
           05  XFR-ORIGIN-TRANSID  PIC X(04).
           05  XFR-POLICY-NO       PIC X(10).
           05  XFR-CLAIM-ID        PIC X(08).
           05  XFR-MEMBER-ID       PIC X(09).
