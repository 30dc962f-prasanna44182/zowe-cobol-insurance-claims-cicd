      *===============================================================
      * FEESREC - Procedure Fee Schedule Master Record Layout
      * VSAM KSDS (LRECL=80, key pos 1-18), maintained by CLMSFEEM
      * from the FEETIN transaction deck. One record per rate
      * version: the allowed amount for a procedure/service code
      * under a claim type and coverage code, in force from
      * FEE-EFF-DATE. A blank FEE-COVERAGE-CODE is the rate for every
      * coverage of the claim type that has no rate of its own.
      * Read by CLMSPRCE to reprice each loaded CLAIM_LINES row - the
      * version in force on the claim's service date is the one with
      * the latest effective date on or before it, provided its term
      * date (zero = open-ended) has not passed.
      *===============================================================
       01  FEE-SCHEDULE-RECORD.
           05  FEE-SCHEDULE-KEY.
               10  FEE-CLAIM-TYPE      PIC X(02).
               10  FEE-COVERAGE-CODE   PIC X(03).
               10  FEE-PROC-CODE       PIC X(05).
               10  FEE-EFF-DATE        PIC 9(08).
           05  FEE-TERM-DATE           PIC 9(08).
           05  FEE-ALLOWED-AMOUNT      PIC 9(07)V99.
           05  FEE-PROC-DESC           PIC X(20).
           05  FEE-LAST-MAINT-DATE     PIC 9(08).
           05  FILLER                  PIC X(17).
