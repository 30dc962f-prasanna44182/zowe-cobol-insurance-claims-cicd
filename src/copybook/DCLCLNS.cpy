      * LINE_NO. CLAIMS_MASTER.CLAIM_AMOUNT is reconciled against the
      * sum of a claim's CLAIM_LINES rows at load time (see CLMSDB2
      * 2355-PROCESS-CLAIM-LINES).
      * PROC_CODE is the billed procedure/service code; ALLOWED_AMOUNT
      * and PRICE_STATUS are set by CLMSPRCE when the line is priced
      * against the fee schedule (' ' = not yet priced, 'P' = priced
      * from the schedule, 'N' = no schedule rate - allowed as
      * billed).
      *===============================================================
       01  DCLCLAIM-LINES.
           10  DCL-LN-POLICY-NO    PIC X(10).
           10  DCL-LN-LINE-NO      PIC S9(04) COMP.
           10  DCL-LN-LINE-AMOUNT  PIC S9(07)V99 COMP-3.
           10  DCL-LN-LINE-DESC    PIC X(20).
           10  DCL-LN-PROC-CODE    PIC X(05).
           10  DCL-LN-ALLOWED-AMOUNT PIC S9(07)V99 COMP-3.
           10  DCL-LN-PRICE-STATUS PIC X(01).
