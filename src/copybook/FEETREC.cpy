      *===============================================================
      * FEETREC - Fee Schedule Maintenance Transaction Record Layout
      * Input to CLMSFEEM (DD FEETIN). One record per maintenance
      * action against the FEESMSTR cluster, keyed by claim type,
      * coverage code (blank = all coverages), procedure code, and
      * the effective date of the rate version:
      *   A = add a new rate version (allowed amount required)
      *   C = change an existing version (blank/zero fields keep the
      *       value already on file)
      *   X = expire - set the version's term date (required)
      * A rate change going forward is an add with the new effective
      * date; the prior version stays on file for claims with
      * earlier service dates.
      *===============================================================
       01  FEE-MAINT-TRANSACTION.
           05  FMT-ACTION          PIC X(01).
               88  FMT-ACTION-ADD        VALUE 'A'.
               88  FMT-ACTION-CHANGE     VALUE 'C'.
               88  FMT-ACTION-EXPIRE     VALUE 'X'.
               88  FMT-ACTION-VALID      VALUE 'A' 'C' 'X'.
           05  FMT-SCHEDULE-KEY.
               10  FMT-CLAIM-TYPE      PIC X(02).
                   88  FMT-TYPE-VALID    VALUE 'MD' 'DN'
                                               'DS' 'LF'.
               10  FMT-COVERAGE-CODE   PIC X(03).
               10  FMT-PROC-CODE       PIC X(05).
               10  FMT-EFF-DATE        PIC 9(08).
           05  FMT-TERM-DATE       PIC 9(08).
           05  FMT-ALLOWED-AMOUNT  PIC 9(07)V99.
           05  FMT-PROC-DESC       PIC X(20).
           05  FILLER              PIC X(24).
