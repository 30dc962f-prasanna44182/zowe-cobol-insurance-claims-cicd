      *===============================================================
      * KPIHREC - Claims Operations KPI History Record Layout
      * Accumulating file (DD KPIHIST, DISP=MOD, LRECL=200), appended
      * by each monthly CLMSKPIS run: one record for the company as
      * a whole (KPH-SCOPE 'C', policy blank) and one per policy in
      * the group-client cut (KPH-SCOPE 'P'), all for the report
      * month. A rerun for the same month appends again - the record
      * with the latest KPH-RUN-DATE for a month and scope is the
      * one that stands.
      * Each rate or average carries the count it was taken over;
      * a zero count means the measure had nothing to measure that
      * month (printed N/A). The first-pass validation and SIU hold
      * rates and the batch window end times are company-wide only
      * and are zero on a policy record. Batch window end times are
      * minutes after midnight of the business date, so a window
      * that ran past midnight reads over 1440.
      *===============================================================
       01  KPI-HISTORY-RECORD.
           05  KPH-REPORT-MONTH    PIC 9(06).
           05  KPH-SCOPE           PIC X(01).
               88  KPH-SCOPE-COMPANY     VALUE 'C'.
               88  KPH-SCOPE-POLICY      VALUE 'P'.
           05  KPH-POLICY-NO       PIC X(10).
           05  KPH-RUN-DATE        PIC 9(08).
           05  KPH-RECEIVED-COUNT  PIC 9(07).
           05  KPH-RCV-ONLINE      PIC 9(07).
           05  KPH-RCV-PHONE       PIC 9(07).
           05  KPH-RCV-PAPER       PIC 9(07).
           05  KPH-RCV-OTHER       PIC 9(07).
           05  KPH-PENDED-COUNT    PIC 9(07).
           05  KPH-PEND-PCT        PIC 9(03)V99.
           05  KPH-PEND-RELEASED   PIC 9(07).
           05  KPH-AVG-PEND-DAYS   PIC 9(05)V99.
           05  KPH-ADJUDICATED-COUNT PIC 9(07).
           05  KPH-AVG-RCV-ADJ-DAYS  PIC 9(05)V99.
           05  KPH-PAID-COUNT      PIC 9(07).
           05  KPH-AVG-ADJ-PAID-DAYS PIC 9(05)V99.
           05  KPH-APPEALS-DECIDED PIC 9(07).
           05  KPH-OVERTURN-PCT    PIC 9(03)V99.
           05  KPH-VALIDATED-COUNT PIC 9(07).
           05  KPH-FIRST-PASS-PCT  PIC 9(03)V99.
           05  KPH-SIU-HOLD-PCT    PIC 9(03)V99.
           05  KPH-BATCH-NIGHTS    PIC 9(03).
           05  KPH-AVG-BATCH-END-MIN PIC 9(05).
           05  KPH-LAST-BATCH-END-MIN PIC 9(05).
           05  FILLER              PIC X(44).
