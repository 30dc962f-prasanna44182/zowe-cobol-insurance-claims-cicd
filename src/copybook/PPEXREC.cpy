      *===============================================================
      * PPEXREC - Positive-Pay Exception Item Record Layout
      * Input to CLMSPPEX (DD PPEXIN, LRECL=80), the bank's daily
      * file of presented checks that did not match our positive-pay
      * issue file. One record per presented item: the check number
      * (our PAYMENT_NO or a remittance REMIT_NO), the amount, issue
      * date and payee as read off the item (issue date zero and
      * payee blank when the bank could not read them), the day it
      * was presented, the bank's exception reason and the bank's
      * own item sequence for the decision to be keyed against.
      *===============================================================
       01  POSITIVE-PAY-EXCEPTION.
           05  PPX-CHECK-NO        PIC X(10).
           05  PPX-AMOUNT          PIC 9(07)V99.
           05  PPX-ISSUE-DATE      PIC 9(08).
           05  PPX-PAYEE-NAME      PIC X(30).
           05  PPX-PRESENTED-DATE  PIC 9(08).
           05  PPX-EXCEPTION-REASON PIC X(02).
               88  PPX-NO-ISSUE          VALUE 'NI'.
               88  PPX-AMOUNT-MISMATCH   VALUE 'AM'.
               88  PPX-PAYEE-MISMATCH    VALUE 'PN'.
               88  PPX-VOIDED-ITEM       VALUE 'VD'.
               88  PPX-DUPLICATE         VALUE 'DP'.
               88  PPX-STALE-DATED       VALUE 'SD'.
           05  PPX-BANK-ITEM-SEQ   PIC X(10).
           05  FILLER              PIC X(03).
