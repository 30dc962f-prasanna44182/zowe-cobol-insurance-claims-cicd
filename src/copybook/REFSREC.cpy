      *===============================================================
      * REFSREC - Reference Table Master Record Layout
      * VSAM KSDS (LRECL=150, key pos 1-26) - DD REFMSTR, maintained
      * by CLMSREFM from the REFTIN transaction deck. Holds the rule
      * and reference tables the batch steps used to read from flat
      * card decks, one record per version of a table entry:
      *   FR fraud scoring rules     (data layout FRLSREC, entry
      *                               key the rule code)
      *   TR reinsurance treaties    (TRTYREC, coverage code +
      *                               treaty id)
      *   ST state prompt-pay rules  (STRLREC, state)
      *   CE catastrophe events      (CATEVREC, event code)
      *   CA holiday calendar        (CALREC, holiday date)
      * REF-DATA carries the entry exactly as the old card did, so
      * a reader moves it into the table's own layout.
      * A version is in force from REF-EFF-DATE through
      * REF-TERM-DATE (zero = open-ended). The version in force on
      * a date is the one with the latest effective date on or
      * before it, provided its term date has not passed - the same
      * rule CLMSPRCE applies to FEESMSTR. Versions are never
      * deleted, so the value that applied on any past date can
      * always be read back; every add, change and expire is also
      * written to the REFHIST trail with who made it.
      * Which date a reader picks the version for:
      *   FR - CLMSVALD's business date (the run's, or the PARMCARD
      *        override on a rerun)
      *   CE - the claim's loss date: an event covers the losses
      *        dated within its effective span
      *   TR - the claim's loss date (CLMSCEDE)
      *   ST - the claim's loss date (CLMSCOMP)
      *   CA - the holiday date itself (CLMSBDAY)
      *===============================================================
       01  REFERENCE-RECORD.
           05  REF-KEY.
               10  REF-TABLE-ID        PIC X(02).
                   88  REF-TABLE-FRAUD       VALUE 'FR'.
                   88  REF-TABLE-TREATY      VALUE 'TR'.
                   88  REF-TABLE-STATE       VALUE 'ST'.
                   88  REF-TABLE-CAT-EVENT   VALUE 'CE'.
                   88  REF-TABLE-CALENDAR    VALUE 'CA'.
                   88  REF-TABLE-VALID       VALUE 'FR' 'TR' 'ST'
                                                   'CE' 'CA'.
               10  REF-ENTRY-KEY       PIC X(16).
               10  REF-EFF-DATE        PIC 9(08).
           05  REF-TERM-DATE           PIC 9(08).
           05  REF-DATA                PIC X(80).
           05  REF-ADDED-BY            PIC X(08).
           05  REF-ADDED-DATE          PIC 9(08).
           05  REF-LAST-MAINT-BY       PIC X(08).
           05  REF-LAST-MAINT-DATE     PIC 9(08).
           05  FILLER                  PIC X(04).
