      * run's control totals and reject-history record pick up where
      * the pre-abend run left off instead of undercounting everything
      * processed before the checkpoint (unused by CLMSDB2).
      * RST-SIUHOLD-COUNT is likewise CLMSVALD-specific: the SIU holds
      * diverted as of the last checkpoint, carried onto VALTOTOT and
      * REJHIST for the monthly KPI scorecard's SIU hold rate.
      *===============================================================
       01  RESTART-RECORD.
           05  RST-PROGRAM-ID      PIC X(08).
           05  RST-PRELOAD-COUNT   PIC 9(09).
           05  RST-VALID-COUNT     PIC 9(07).
           05  RST-REJECT-COUNT    PIC 9(07).
           05  RST-SIUHOLD-COUNT   PIC 9(07).
