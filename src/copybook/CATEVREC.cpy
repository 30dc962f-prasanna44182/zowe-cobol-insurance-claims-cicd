      *===============================================================
      * CATEVREC - Catastrophe Event Reference Record Layout
      * Carried as REF-DATA of the CE table on REFMSTR (entry key the
      * event code), maintained through CLMSREFM - one entry per
      * declared catastrophe event, in force over the loss dates the
      * event covers. Read by CLMSVALD to validate the CAT event
      * code arriving on CLAIM-RECORD against the claim's loss date,
      * and carried for the CAT accumulation report.
      *===============================================================
       01  CAT-EVENT-RECORD.
           05  CAT-EVENT-CODE      PIC X(04).
