      *===============================================================
      * FRLSREC - Fraud Scoring Rule Record Layout
      * Carried as REF-DATA of the FR table on REFMSTR (entry key
      * the rule code), maintained through CLMSREFM so the fraud team
      * can tune points and parameters without a program change, and
      * loaded by CLMSVALD at start of run - the version in force on
      * its business date for each rule:
      *   FR01 - round-dollar amount: amount is an exact multiple of
      *          PARM-1 (e.g. 00.00100.00 for even hundreds)
      *   FR02 - just under the coverage limit: amount at or above
      *          same CLM-MEMBER-ID in this run
      *   FR05 - high-amount paper submission: channel 'M' and
      *          amount at or above PARM-1
      * POINTS accumulate into CLM-FRAUD-SCORE; no FR rule in force
      * (or no REFMSTR DD) means no scoring this run. CLMSWHIF also
      * reads proposed rules in this layout from DD FRLSNEW.
      *===============================================================
       01  FRAUD-RULE-RECORD.
           05  FRL-RULE-CODE       PIC X(04).
