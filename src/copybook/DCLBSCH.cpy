      *===============================================================
      * DCLBSCH - DB2 DCLGEN for CLAIMS_BENEFIT_SCHED table
      * Generated declaration for host variables
      * Table: Z77140.CLAIMS_BENEFIT_SCHED
      * One row per approved disability (DS) claim paying a periodic
      * benefit, keyed POLICY_NO/CLAIM_ID. Set up and stopped by
      * CLMSBENM from the BENTIN feed; installments are cut by
      * CLMSPAY, each as its own CLAIMS_PAYMENT row (PAY_TYPE 'B').
      * FREQUENCY: W weekly, B bi-weekly, M monthly.
      * BENEFIT_START_DATE is the disability date plus the
      * elimination period unless keyed. Installments are paid in
      * arrears: each covers PAID_THRU_DATE up to NEXT_DUE_DATE, the
      * regular period end being BENEFIT_START_DATE plus
      * INSTALLMENTS_PAID + 1 periods. The benefit ends at
      * MAX_END_DATE or at STOP_DATE when a return-to-work or
      * termination arrives; a last period cut short by either is
      * paid pro rata. NEXT_DUE_DATE zero means nothing further is
      * payable.
      * SCHED_STATUS: A active, R stopped on return to work,
      * T terminated, X exhausted - paid through MAX_END_DATE.
      * TOTAL_PAID is the gross benefit paid, before any
      * overpayment offset withheld from an installment.
      *===============================================================
       01  DCLCLAIMS-BENEFIT-SCHED.
           10  DCL-BSC-POLICY-NO      PIC X(10).
           10  DCL-BSC-CLAIM-ID       PIC X(08).
           10  DCL-BSC-MEMBER-ID      PIC X(09).
           10  DCL-BSC-BENEFIT-AMT    PIC S9(07)V99 COMP-3.
           10  DCL-BSC-FREQUENCY      PIC X(01).
           10  DCL-BSC-ELIM-DAYS      PIC S9(04) COMP.
           10  DCL-BSC-DISABILITY-DATE PIC S9(08) COMP-3.
           10  DCL-BSC-START-DATE     PIC S9(08) COMP-3.
           10  DCL-BSC-MAX-END-DATE   PIC S9(08) COMP-3.
           10  DCL-BSC-PAID-THRU-DATE PIC S9(08) COMP-3.
           10  DCL-BSC-NEXT-DUE-DATE  PIC S9(08) COMP-3.
           10  DCL-BSC-INSTALLMENTS   PIC S9(04) COMP.
           10  DCL-BSC-TOTAL-PAID     PIC S9(09)V99 COMP-3.
           10  DCL-BSC-SCHED-STATUS   PIC X(01).
           10  DCL-BSC-STOP-DATE      PIC S9(08) COMP-3.
           10  DCL-BSC-STOP-REASON    PIC X(16).
           10  DCL-BSC-SET-UP-BY      PIC X(08).
           10  DCL-BSC-INSERT-TS      PIC X(26).
