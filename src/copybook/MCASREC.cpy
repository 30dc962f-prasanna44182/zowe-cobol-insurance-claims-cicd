      *===============================================================
      * MCASREC - NAIC Market Conduct Annual Statement Claims Layouts
      * Written by CLMSMCAS (DD MCASOUT, LRECL=200) for the reporting
      * year's MCAS claims interrogatories: one header, one claims
      * record per loss state / claim type (line), then one control
      * trailer. A record's counts tie out to the claim-level rows
      * on the detail file (DD MCASDTL, layout MCADREC) carrying the
      * same state, line and measure code.
      *   OPEN-BEGIN / OPEN-END - open on the first / last day of
      *       the year
      *   OPENED - opened in the year, reopened ones included;
      *       REOPENED and OVERTURNED are the parts of OPENED that
      *       were closed claims reopened (CLMSREOP, or any other
      *       move off a closed status) and denials overturned on
      *       appeal (CLAIMS_APPEAL 'V')
      *   CLOSED-PAID / CLOSED-NOPAY - closed in the year with or
      *       without a payment, each split into receipt-to-close
      *       bands of calendar days: 0-30, 31-60, 61-90, 91-180,
      *       181-365, over 365. A reopened claim is timed from the
      *       day it was reopened.
      *   SUITS - lawsuits (claim-level LEGAL_HOLD orders) opened
      *       and closed in the year, and open at year end
      * OPEN-BEGIN + OPENED - CLOSED-PAID - CLOSED-NOPAY = OPEN-END
      * on every record.
      *===============================================================
       01  MCAS-HEADER-RECORD.
           05  MCH-RECORD-TYPE     PIC X(01).
               88  MCH-TYPE-HEADER       VALUE 'H'.
           05  MCH-REPORT-YEAR     PIC 9(04).
           05  MCH-PERIOD-FROM     PIC 9(08).
           05  MCH-PERIOD-TO       PIC 9(08).
           05  MCH-CREATE-DATE     PIC 9(08).
           05  FILLER              PIC X(171).

       01  MCAS-CLAIMS-RECORD.
           05  MCS-RECORD-TYPE     PIC X(01).
               88  MCS-TYPE-DETAIL       VALUE 'D'.
           05  MCS-REPORT-YEAR     PIC 9(04).
           05  MCS-LOSS-STATE      PIC X(02).
           05  MCS-CLAIM-TYPE      PIC X(02).
           05  MCS-OPEN-BEGIN      PIC 9(07).
           05  MCS-OPENED          PIC 9(07).
           05  MCS-REOPENED        PIC 9(07).
           05  MCS-OVERTURNED      PIC 9(07).
           05  MCS-CLOSED-PAID     PIC 9(07).
           05  MCS-CLOSED-NOPAY    PIC 9(07).
           05  MCS-OPEN-END        PIC 9(07).
           05  MCS-PAID-BAND       PIC 9(07) OCCURS 6 TIMES.
           05  MCS-NOPAY-BAND      PIC 9(07) OCCURS 6 TIMES.
           05  MCS-SUITS-OPENED    PIC 9(07).
           05  MCS-SUITS-CLOSED    PIC 9(07).
           05  MCS-SUITS-OPEN-END  PIC 9(07).
           05  FILLER              PIC X(37).

       01  MCAS-TRAILER-RECORD.
           05  MCT-RECORD-TYPE     PIC X(01).
               88  MCT-TYPE-TRAILER      VALUE 'T'.
           05  MCT-RECORD-COUNT    PIC 9(07).
           05  MCT-DETAIL-COUNT    PIC 9(09).
           05  MCT-CLAIMS-READ     PIC 9(09).
           05  FILLER              PIC X(174).
