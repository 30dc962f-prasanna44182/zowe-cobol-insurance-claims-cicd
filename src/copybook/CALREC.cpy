      *===============================================================
      * CALREC - Business-Day Calendar Record Layout
      * Carried as REF-DATA of the CA table on REFMSTR (entry key the
      * holiday date), maintained once a year by operations through
      * CLMSREFM - one entry per company/bank holiday. Loaded by the
      * CLMSBDAY subprogram on its first call; weekends need no
      * entries, CLMSBDAY derives them.
      *===============================================================
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE    PIC 9(08).
