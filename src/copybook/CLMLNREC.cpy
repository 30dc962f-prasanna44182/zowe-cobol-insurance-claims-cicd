           05  LN-LINE-NO          PIC 9(04).
           05  LN-LINE-AMOUNT      PIC 9(07)V99.
           05  LN-LINE-DESC        PIC X(20).
      *---------------------------------------------------------------
      * Procedure/service code the line was billed under - the key
      * CLMSPRCE reprices the loaded line on against the fee
      * schedule master (FEESMSTR). Spaces on pre-change feeds; such
      * lines are allowed at the billed amount and reported.
      *---------------------------------------------------------------
           05  LN-PROC-CODE        PIC X(05).
           05  FILLER              PIC X(44).
