      *===============================================================
      * PPAYREC - Positive-Pay Issue File Layouts
      * Written daily by CLMSPPAY (DD PPAYOUT, LRECL=80) for the
      * bank's positive-pay service: one header carrying the
      * business date the file covers, one detail per check item,
      * then one control trailer the bank balances the file to.
      * Details are
      *   I - issue: a check cut on the business date (CLMSPAY)
      *   V - void: a check cancelled on the business date from the
      *       bank's return feed (CLMSPRTN)
      *   S - stop: a check the bank must not honor - returned with
      *       stop-pay reason SP (CLMSPRTN) or escheated to the
      *       state past dormancy (CLMSESCH)
      * The check number is our PAYMENT_NO, or the REMIT_NO of a
      * provider remittance check; the amount and issue date are
      * always those the check was issued for, so a void or stop
      * matches the bank's issue record. PPY-ACTION-DATE is the day
      * the void or stop was applied (zero on an issue) and
      * PPY-VOID-REASON the bank's return reason (blank on an issue
      * and an escheat).
      *===============================================================
       01  POSITIVE-PAY-HEADER.
           05  PPY-H-RECORD-TYPE   PIC X(01).
               88  PPY-TYPE-HEADER       VALUE 'H'.
           05  PPY-H-FILE-DATE     PIC 9(08).
           05  PPY-H-CREATE-TS     PIC X(26).
           05  FILLER              PIC X(45).

       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE     PIC X(01).
               88  PPY-TYPE-DETAIL       VALUE 'D'.
           05  PPY-ITEM-TYPE       PIC X(01).
               88  PPY-ITEM-ISSUE        VALUE 'I'.
               88  PPY-ITEM-VOID         VALUE 'V'.
               88  PPY-ITEM-STOP         VALUE 'S'.
           05  PPY-CHECK-NO        PIC X(10).
           05  PPY-AMOUNT          PIC 9(07)V99.
           05  PPY-ISSUE-DATE      PIC 9(08).
           05  PPY-PAYEE-NAME      PIC X(30).
           05  PPY-ACTION-DATE     PIC 9(08).
           05  PPY-VOID-REASON     PIC X(02).
           05  FILLER              PIC X(11).

       01  POSITIVE-PAY-TRAILER.
           05  PPY-T-RECORD-TYPE   PIC X(01).
               88  PPY-TYPE-TRAILER      VALUE 'T'.
           05  PPY-T-RECORD-COUNT  PIC 9(07).
           05  PPY-T-ISSUE-COUNT   PIC 9(07).
           05  PPY-T-ISSUE-AMOUNT  PIC 9(11)V99.
           05  PPY-T-CANCEL-COUNT  PIC 9(07).
           05  PPY-T-CANCEL-AMOUNT PIC 9(11)V99.
           05  FILLER              PIC X(32).
