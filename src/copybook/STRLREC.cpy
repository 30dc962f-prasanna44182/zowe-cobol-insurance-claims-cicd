      *===============================================================
      * STRLREC - State Prompt-Pay Rules Record Layout
      * Carried as REF-DATA of the ST table on REFMSTR (entry key the
      * state), maintained through CLMSREFM - one entry per
      * jurisdiction with that state's prompt-pay day limit and
      * annual interest rate. Loaded by CLMSCOMP at start of run and
      * applied as of each claim's loss date; a claim whose loss
      * state has no version in force (or is blank, on pre-change
      * rows) falls back to the PARMCARD/default regime. CLMSWHIF
      * also reads proposed rules in this layout from DD STRLNEW.
      *===============================================================
       01  STATE-RULE-RECORD.
           05  STR-STATE           PIC X(02).
