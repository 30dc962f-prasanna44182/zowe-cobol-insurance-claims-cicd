      *===============================================================
      * MADTREC - Member Address Transaction Record Layout
      * Input to CLMSMADR (DD MADTIN, LRECL=208). Member services
      * keys changes of address; the mailroom's returned-mail feed
      * arrives in the same layout:
      *   C = change of address and/or contact details, effective
      *       MAT-EFFECTIVE-DATE (today when zero, never future).
      *       Blank address lines keep the address on file, so a
      *       phone or e-mail change alone is allowed; a new
      *       address clears any returned-mail hold
      *   R = returned mail - the piece in MAT-PIECE-REF, mailed
      *       on MAT-MAILED-DATE, came back on MAT-EFFECTIVE-DATE
      *       for MAT-RETURN-REASON. The address on file is flagged
      *       undeliverable. A forwarding address on the card
      *       (reason FW) becomes the new address instead, and
      *       nothing is held
      *   V = verified - the member confirmed the address on file,
      *       clearing the returned-mail hold without a change
      *===============================================================
       01  ADDRESS-MAINT-TRANSACTION.
           05  MAT-ACTION              PIC X(01).
               88  MAT-ACTION-CHANGE       VALUE 'C'.
               88  MAT-ACTION-RETURNED     VALUE 'R'.
               88  MAT-ACTION-VERIFIED     VALUE 'V'.
               88  MAT-ACTION-VALID        VALUE 'C' 'R' 'V'.
           05  MAT-MEMBER-ID           PIC X(09).
           05  MAT-EFFECTIVE-DATE      PIC 9(08).
           05  MAT-ADDRESS.
               10  MAT-ADDR-LINE-1     PIC X(30).
               10  MAT-ADDR-LINE-2     PIC X(30).
               10  MAT-CITY            PIC X(20).
               10  MAT-STATE           PIC X(02).
               10  MAT-ZIP-CODE        PIC X(10).
           05  MAT-PHONE               PIC X(10).
           05  MAT-EMAIL               PIC X(50).
      *---------------------------------------------------------------
      * Post office return reasons: UA undeliverable as addressed,
      * NF moved - no forwarding address, FW moved - forwarding
      * address supplied, VA vacant, IA insufficient address, RF
      * refused.
      *---------------------------------------------------------------
           05  MAT-RETURN-REASON       PIC X(02).
               88  MAT-REASON-VALID        VALUE 'UA' 'NF' 'FW'
                                                 'VA' 'IA' 'RF'.
               88  MAT-REASON-FORWARDED    VALUE 'FW'.
           05  MAT-PIECE-REF           PIC X(18).
           05  MAT-ENTERED-BY          PIC X(08).
      *---------------------------------------------------------------
      * R cards only - the date the returned piece was mailed, from
      * the mailing record or postmark. Required on an R card.
      *---------------------------------------------------------------
           05  MAT-MAILED-DATE         PIC 9(08).
           05  FILLER                  PIC X(02).
