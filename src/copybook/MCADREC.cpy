      *===============================================================
      * MCADREC - MCAS Claims Detail Record Layout
      * Written by CLMSMCAS (DD MCASDTL, LRECL=100), one record for
      * every unit counted on the MCAS claims file (MCASREC), so an
      * examiner can tie any filed number back to claim IDs: the
      * records for a state, line and measure code number exactly
      * the count filed for them.
      * A claim is counted in episodes - from receipt to its first
      * close, then from each reopen to the next close. An episode
      * can appear under several measures (opened and closed in the
      * year, say), once under each.
      *   MCD-MEASURE  OB open at year start   OP opened in the year
      *                CP closed with payment  CN closed, no payment
      *                OE open at year end
      *                LO lawsuit opened       LC lawsuit closed
      *                LE lawsuit open at year end
      *   MCD-OPEN-REASON  N new claim  R reopened
      *                    A denial overturned on appeal
      *   MCD-CLOSE-STATUS A approved  D denied (blank while open)
      * On a lawsuit record the dates are the order's placed and
      * released dates and MCD-HOLD-ID the LEGAL_HOLD order.
      *===============================================================
       01  MCAS-DETAIL-RECORD.
           05  MCD-REPORT-YEAR     PIC 9(04).
           05  MCD-LOSS-STATE      PIC X(02).
           05  MCD-CLAIM-TYPE      PIC X(02).
           05  MCD-MEASURE         PIC X(02).
               88  MCD-OPEN-BEGIN        VALUE 'OB'.
               88  MCD-OPENED            VALUE 'OP'.
               88  MCD-CLOSED-PAID       VALUE 'CP'.
               88  MCD-CLOSED-NOPAY      VALUE 'CN'.
               88  MCD-OPEN-END          VALUE 'OE'.
               88  MCD-SUIT-OPENED       VALUE 'LO'.
               88  MCD-SUIT-CLOSED       VALUE 'LC'.
               88  MCD-SUIT-OPEN-END     VALUE 'LE'.
           05  MCD-POLICY-NO       PIC X(10).
           05  MCD-CLAIM-ID        PIC X(08).
           05  MCD-EPISODE-SEQ     PIC 9(02).
           05  MCD-OPEN-REASON     PIC X(01).
           05  MCD-OPEN-DATE       PIC 9(08).
           05  MCD-CLOSE-DATE      PIC 9(08).
           05  MCD-CLOSE-STATUS    PIC X(01).
           05  MCD-DAYS-TO-CLOSE   PIC 9(05).
           05  MCD-CLOSE-BAND      PIC 9(01).
           05  MCD-HOLD-ID         PIC X(08).
           05  FILLER              PIC X(38).
