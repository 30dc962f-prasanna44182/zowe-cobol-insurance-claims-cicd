      *===============================================================
      * BENTREC - Disability Benefit Schedule Transaction Layout
      * Input to CLMSBENM (DD BENTIN). One record per action against
      * CLAIMS_BENEFIT_SCHED:
      *   S = set up the benefit schedule for an approved disability
      *       claim - benefit amount, frequency (W/B/M), elimination
      *       days and maximum end date required; a blank start date
      *       defaults to the claim date plus the elimination days
      *   R = return to work - no benefit is payable after the stop
      *       date (blank defaults to the run date)
      *   T = terminate the benefit from the stop date, reason keyed
      * Stops are keyed by policy/claim only.
      *===============================================================
       01  BENEFIT-TRANSACTION.
           05  BEN-ACTION          PIC X(01).
               88  BEN-ACTION-SET-UP     VALUE 'S'.
               88  BEN-ACTION-RETURN     VALUE 'R'.
               88  BEN-ACTION-TERMINATE  VALUE 'T'.
               88  BEN-ACTION-VALID      VALUE 'S' 'R' 'T'.
           05  BEN-POLICY-NUMBER   PIC X(10).
           05  BEN-CLAIM-ID        PIC X(08).
           05  BEN-BENEFIT-AMOUNT  PIC 9(07)V99.
           05  BEN-FREQUENCY       PIC X(01).
               88  BEN-FREQ-WEEKLY       VALUE 'W'.
               88  BEN-FREQ-BIWEEKLY     VALUE 'B'.
               88  BEN-FREQ-MONTHLY      VALUE 'M'.
               88  BEN-FREQ-VALID        VALUE 'W' 'B' 'M'.
           05  BEN-ELIM-DAYS       PIC 9(03).
           05  BEN-START-DATE      PIC 9(08).
           05  BEN-MAX-END-DATE    PIC 9(08).
           05  BEN-STOP-DATE       PIC 9(08).
           05  BEN-REASON          PIC X(16).
           05  BEN-ENTERED-BY      PIC X(08).
