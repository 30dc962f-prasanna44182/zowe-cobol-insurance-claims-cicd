      *===============================================================
      * RJHSTREC - Reject-rate history record
      * One record appended per CLMSVALD run (DD REJHIST, DISP=MOD),
      * read back sequentially by CLMSTRND to build the trend report
      * and by CLMSKPIS for the monthly first-pass validation and SIU
      * hold rates. RJH-SIU-HOLD-COUNT is the claims diverted to the
      * SIU hold queue that run (zero on rows written before it was
      * carried).
      *===============================================================
       01  REJECT-HISTORY-RECORD.
           05  RJH-RUN-DATE        PIC 9(08).
           05  RJH-VALID-COUNT     PIC 9(07).
           05  RJH-REJECT-COUNT    PIC 9(07).
           05  RJH-REJECT-PCT      PIC 9(03)V99.
           05  RJH-SIU-HOLD-COUNT  PIC 9(07).
           05  FILLER              PIC X(03).
