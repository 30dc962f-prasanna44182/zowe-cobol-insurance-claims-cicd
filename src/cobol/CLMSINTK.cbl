      * an out-of-balance batch is held whole in the PPRSUSP
      * suspense file, never partially loaded. The mailroom batch
      * number and call-center rep id are carried on the claim.
      * The claimant's mailing address and contact details, keyed on
      * '*ADDR*' / '*CNTC*' continuation cards behind a claim on any
      * channel, are captured to the INTKADDR cluster (layout
      * IADRREC) against the claim just loaded; CLMSMBRM carries
      * them onto the claimant master. A continuation card with no
      * claim loaded ahead of it on its feed is ignored (RC 4).
      * Replaces the manual merge a clerk used to key by hand.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-RECORD-KEY
               FILE STATUS IS WS-CLAIMOUT-STATUS.
           SELECT INTAKE-ADDR ASSIGN TO INTKADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IAD-CLAIM-KEY
               FILE STATUS IS WS-INTKADDR-STATUS.
           SELECT OPTIONAL INTAKE-SEQ ASSIGN TO INTKSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
       FD  CLAIM-OUT.
           COPY CLAIMREC.

       FD  INTAKE-ADDR.
           COPY IADRREC.

      *---------------------------------------------------------------
      * Intake sequence control - one record carrying the last claim
      * sequence number used, read at start and rewritten at end so
           05  WS-PHONE-STATUS    PIC X(02) VALUE SPACES.
           05  WS-PAPER-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CLAIMOUT-STATUS  PIC X(02) VALUE SPACES.
           05  WS-INTKADDR-STATUS  PIC X(02) VALUE SPACES.
           05  WS-SEQ-STATUS       PIC X(02) VALUE SPACES.
           05  WS-SUSP-STATUS      PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-BATCH-BAL-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-BATCH-SUSP-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-SUSP-CLAIM-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-CONTACT-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-CONTACT-ORPHAN-COUNT PIC 9(07) VALUE ZEROS.

       01  WS-ONLINE-EOF           PIC X(01) VALUE 'N'.
           88  END-OF-ONLINE       VALUE 'Y'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

      *---------------------------------------------------------------
      * The claim a following '*ADDR*' / '*CNTC*' card belongs to -
      * the last one loaded, and the channel it came in on. Cleared
      * when its load fails, so a continuation card never lands on
      * the wrong claim.
      *---------------------------------------------------------------
       01  WS-LAST-CLAIM-KEY       PIC X(18) VALUE SPACES.
       01  WS-LAST-CHANNEL         PIC X(01) VALUE SPACES.
       01  WS-CONTACT-CHANNEL      PIC X(01) VALUE SPACES.
       01  WS-IAD-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  IAD-ON-FILE         VALUE 'Y'.
           88  IAD-NOT-ON-FILE     VALUE 'N'.

      *---------------------------------------------------------------
      * Paper batch balancing state. Details between a header and its
      * trailer are buffered here and only released to CLAIMIN when
      * details straight to suspense until the trailer arrives.
      * Details arriving with no open batch are the pre-change feed
      * format and load directly, as they always did.
      * Continuation cards ride in the buffer behind their detail
      * (WS-BUF-COUNT counts every image held) but are not claims -
      * WS-BATCH-IN-COUNT, balanced against the trailer, leaves
      * them out.
      *---------------------------------------------------------------
       01  WS-BATCH-STATE          PIC X(01) VALUE 'N'.
           88  BATCH-NONE          VALUE 'N'.
       01  WS-CUR-BATCH-NO         PIC X(06) VALUE SPACES.
       01  WS-BATCH-HDR-IMAGE      PIC X(90) VALUE SPACES.
       01  WS-BATCH-IN-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-BUF-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-BATCH-AMOUNT         PIC 9(09)V99 VALUE ZEROS.
       01  WS-EXP-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-EXP-AMOUNT           PIC 9(09)V99 VALUE ZEROS.
           05  WS-DATE-MM          PIC 9(02).
           05  WS-DATE-DD          PIC 9(02).
           05  FILLER              PIC X(14).
       01  WS-TODAY-NUMERIC        PIC 9(08) VALUE ZEROS.

       01  WS-TITLE-LINE-1.
           05  FILLER              PIC X(50)
       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-ID ': CHANNEL INTAKE STARTING'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1100-READ-SEQ-CONTROL.
           OPEN OUTPUT CLAIM-OUT.
           IF WS-CLAIMOUT-STATUS NOT = '00'
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INTAKE-ADDR.
           IF WS-INTKADDR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN INTKADDR FAILED FS='
                   WS-INTKADDR-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
           END-IF.
      *---------------------------------------------------------------
       2000-PROCESS-ONLINE.
           MOVE ONLINE-INTAKE-RECORD TO INTAKE-CONTACT-RECORD.
           IF ICR-CONTINUATION-CARD
               MOVE 'O' TO WS-CONTACT-CHANNEL
               PERFORM 2950-CAPTURE-CONTACT
               PERFORM 2100-READ-ONLINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES             TO CLAIM-RECORD.
           MOVE ONL-POLICY-NUMBER  TO CLM-POLICY-NUMBER.
           MOVE ONL-CLAIMANT-NAME  TO CLM-CLAIMANT-NAME.
           MOVE ONL-CAT-EVENT-CODE TO CLM-CAT-EVENT-CODE.
           MOVE ONL-PROVIDER-ID    TO CLM-PROVIDER-ID.
           MOVE ONL-LOSS-STATE     TO CLM-LOSS-STATE.
           MOVE ONL-PAY-TO-PROVIDER TO CLM-PAY-TO-PROVIDER.
           MOVE 'O'                TO CLM-SUBMIT-CHANNEL.
           ADD 1 TO WS-ONLINE-COUNT.
           PERFORM 2900-WRITE-CLAIM.
           END-IF.
      *---------------------------------------------------------------
       3000-PROCESS-PHONE.
           MOVE PHONE-INTAKE-RECORD TO INTAKE-CONTACT-RECORD.
           IF ICR-CONTINUATION-CARD
               MOVE 'P' TO WS-CONTACT-CHANNEL
               PERFORM 2950-CAPTURE-CONTACT
               PERFORM 3100-READ-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES             TO CLAIM-RECORD.
           MOVE PHN-POLICY-NUMBER  TO CLM-POLICY-NUMBER.
           MOVE PHN-CLAIMANT-NAME  TO CLM-CLAIMANT-NAME.
           MOVE PHN-CAT-EVENT-CODE TO CLM-CAT-EVENT-CODE.
           MOVE PHN-PROVIDER-ID    TO CLM-PROVIDER-ID.
           MOVE PHN-LOSS-STATE     TO CLM-LOSS-STATE.
           MOVE PHN-PAY-TO-PROVIDER TO CLM-PAY-TO-PROVIDER.
           MOVE PHN-REP-ID         TO CLM-REP-ID.
           MOVE 'P'                TO CLM-SUBMIT-CHANNEL.
           ADD 1 TO WS-PHONE-COUNT.
      * Paper dispatch - headers open a batch, trailers balance and
      * release (or suspend) it, details in between are buffered.
      * Details with no open batch are the pre-change feed format
      * and load straight through, as they always did. Continuation
      * cards follow their detail wherever it goes - buffer,
      * suspense, or straight to capture.
      *---------------------------------------------------------------
       4000-PROCESS-PAPER.
           EVALUATE TRUE
               WHEN BATCH-IS-OPEN
                   PERFORM 4400-BUFFER-DETAIL
               WHEN BATCH-SUSPENDING
                   IF NOT PAPER-CONTACT-CARD
                       ADD 1 TO WS-SUSP-CLAIM-COUNT
                   END-IF
                   PERFORM 4910-WRITE-SUSPENSE
               WHEN PAPER-CONTACT-CARD
                   PERFORM 4650-CAPTURE-PAPER-CONTACT
               WHEN OTHER
                   PERFORM 4600-LOAD-PAPER-CLAIM
           END-EVALUATE.
           MOVE PAPER-INTAKE-RECORD TO PAPER-BATCH-HEADER
                                       WS-BATCH-HDR-IMAGE.
           MOVE PBH-BATCH-NO TO WS-CUR-BATCH-NO.
           MOVE ZEROS TO WS-BATCH-IN-COUNT WS-BATCH-AMOUNT
                         WS-BUF-COUNT.
           MOVE SPACES TO WS-LAST-CLAIM-KEY.
           SET BATCH-IS-OPEN TO TRUE.
      *---------------------------------------------------------------
       4300-CLOSE-BATCH.
                       PERFORM 4910-WRITE-SUSPENSE
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-LAST-CLAIM-KEY.
      *---------------------------------------------------------------
       4400-BUFFER-DETAIL.
           IF WS-BUF-COUNT >= 2000
               DISPLAY WS-PROGRAM-ID ': BATCH ' WS-CUR-BATCH-NO
                   ' EXCEEDS BUFFER - SENT TO SUSPENSE'
               MOVE ZEROS TO WS-EXP-COUNT WS-EXP-AMOUNT
               MOVE 'SUSP - OVERSIZE' TO WS-BATCH-DISP
               PERFORM 4500-SUSPEND-BATCH
               SET BATCH-SUSPENDING TO TRUE
               IF NOT PAPER-CONTACT-CARD
                   ADD 1 TO WS-SUSP-CLAIM-COUNT
               END-IF
               PERFORM 4910-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BUF-COUNT.
           SET WS-BUF-IDX TO WS-BUF-COUNT.
           MOVE PAPER-INTAKE-RECORD TO WS-BUF-ENTRY (WS-BUF-IDX).
           IF NOT PAPER-CONTACT-CARD
               ADD 1 TO WS-BATCH-IN-COUNT
      *---------------------------------------------------------------
      * A mis-keyed non-numeric amount must not abend the step - it
      * just contributes nothing here, the batch misses its trailer
           MOVE WS-BATCH-HDR-IMAGE TO SUSPENSE-RECORD.
           PERFORM 4920-WRITE-SUSPENSE-IMAGE.
           PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
               UNTIL WS-BUF-IDX > WS-BUF-COUNT
               MOVE WS-BUF-ENTRY (WS-BUF-IDX) TO SUSPENSE-RECORD
               PERFORM 4920-WRITE-SUSPENSE-IMAGE
           END-PERFORM.
           IF WS-RETURN-CODE < +4
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
           MOVE ZEROS TO WS-BATCH-IN-COUNT WS-BATCH-AMOUNT
                         WS-BUF-COUNT.
           SET BATCH-NONE TO TRUE.
      *---------------------------------------------------------------
       4600-LOAD-PAPER-CLAIM.
           MOVE PPR-CAT-EVENT-CODE TO CLM-CAT-EVENT-CODE.
           MOVE PPR-PROVIDER-ID    TO CLM-PROVIDER-ID.
           MOVE PPR-LOSS-STATE     TO CLM-LOSS-STATE.
           MOVE PPR-PAY-TO-PROVIDER TO CLM-PAY-TO-PROVIDER.
           MOVE PPR-BATCH-NO       TO CLM-BATCH-NO.
           MOVE 'M'                TO CLM-SUBMIT-CHANNEL.
           ADD 1 TO WS-PAPER-COUNT.
           PERFORM 2900-WRITE-CLAIM.
      *---------------------------------------------------------------
       4650-CAPTURE-PAPER-CONTACT.
           MOVE PAPER-INTAKE-RECORD TO INTAKE-CONTACT-RECORD.
           MOVE 'M' TO WS-CONTACT-CHANNEL.
           PERFORM 2950-CAPTURE-CONTACT.
      *---------------------------------------------------------------
      * Balanced batch - release every buffered detail into CLAIMIN
      * through the normal paper load.
      *---------------------------------------------------------------
       4700-RELEASE-BATCH.
           PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
               UNTIL WS-BUF-IDX > WS-BUF-COUNT
               MOVE WS-BUF-ENTRY (WS-BUF-IDX)
                 TO PAPER-INTAKE-RECORD
               IF PAPER-CONTACT-CARD
                   PERFORM 4650-CAPTURE-PAPER-CONTACT
               ELSE
                   PERFORM 4600-LOAD-PAPER-CLAIM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-BATCH-BAL-COUNT.
           MOVE 'LOADED' TO WS-BATCH-DISP.
           PERFORM 4800-RECORD-BATCH-SUMMARY.
           MOVE ZEROS TO WS-BATCH-IN-COUNT WS-BATCH-AMOUNT
                         WS-BUF-COUNT.
           SET BATCH-NONE TO TRUE.
      *---------------------------------------------------------------
       4800-RECORD-BATCH-SUMMARY.
           MOVE 'N'                TO CLM-STATUS.
           MOVE SPACES             TO CLM-ADJUSTER-ID.
           MOVE ZEROS              TO CLM-FRAUD-SCORE.
           MOVE CLM-RECORD-KEY     TO WS-LAST-CLAIM-KEY.
           MOVE CLM-SUBMIT-CHANNEL TO WS-LAST-CHANNEL.
           WRITE CLAIM-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-LAST-CLAIM-KEY
                   DISPLAY WS-PROGRAM-ID ': DUPLICATE KEY POLICY='
                       CLM-POLICY-NUMBER ' CLAIM=' CLM-CLAIM-ID
                       ' FS=' WS-CLAIMOUT-STATUS
                           WS-CLAIMOUT-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE +8 TO WS-RETURN-CODE
                       MOVE SPACES TO WS-LAST-CLAIM-KEY
                   END-IF
           END-WRITE.
      *---------------------------------------------------------------
      * Address / contact continuation card - merged into the
      * claim's INTKADDR capture record (added on the claim's first
      * card, updated on its second). Only a claim loaded on the
      * same feed immediately ahead of the card can own it.
      *---------------------------------------------------------------
       2950-CAPTURE-CONTACT.
           IF WS-LAST-CLAIM-KEY = SPACES
               OR WS-LAST-CHANNEL NOT = WS-CONTACT-CHANNEL
               DISPLAY WS-PROGRAM-ID ': ' ICR-RECORD-MARK
                   ' CARD WITH NO CLAIM LOADED AHEAD OF IT - '
                   'CHANNEL=' WS-CONTACT-CHANNEL ' IGNORED'
               ADD 1 TO WS-CONTACT-ORPHAN-COUNT
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LAST-CLAIM-KEY TO IAD-CLAIM-KEY.
           READ INTAKE-ADDR
               INVALID KEY
                   SET IAD-NOT-ON-FILE TO TRUE
                   MOVE SPACES            TO INTAKE-ADDRESS-RECORD
                   MOVE WS-LAST-CLAIM-KEY TO IAD-CLAIM-KEY
                   MOVE WS-LAST-CHANNEL   TO IAD-SUBMIT-CHANNEL
                   MOVE WS-TODAY-NUMERIC  TO IAD-CAPTURE-DATE
               NOT INVALID KEY
                   SET IAD-ON-FILE TO TRUE
           END-READ.
           IF ICR-ADDRESS-CARD
               MOVE ICR-ADDR-LINE-1 TO IAD-ADDR-LINE-1
               MOVE ICR-ADDR-LINE-2 TO IAD-ADDR-LINE-2
               MOVE ICR-CITY        TO IAD-CITY
               MOVE ICR-STATE       TO IAD-STATE
               MOVE ICR-ZIP-CODE    TO IAD-ZIP-CODE
           ELSE
               MOVE ICR-PHONE       TO IAD-PHONE
               MOVE ICR-EMAIL       TO IAD-EMAIL
           END-IF.
           IF IAD-ON-FILE
               REWRITE INTAKE-ADDRESS-RECORD
           ELSE
               WRITE INTAKE-ADDRESS-RECORD
           END-IF.
           IF WS-INTKADDR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': INTKADDR UPDATE FAILED FS='
                   WS-INTKADDR-STATUS ' CLAIM=' WS-LAST-CLAIM-KEY
               ADD 1 TO WS-ERROR-COUNT
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF IAD-NOT-ON-FILE
               ADD 1 TO WS-CONTACT-COUNT
           END-IF.
      *---------------------------------------------------------------
       5000-WRITE-REPORT.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
           MOVE 'TOTAL LOADED:       ' TO WS-CL-CHANNEL.
           MOVE WS-LOADED-COUNT        TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CHANNEL-LINE.
           MOVE 'ADDRESS CAPTURED:   ' TO WS-CL-CHANNEL.
           MOVE WS-CONTACT-COUNT       TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CHANNEL-LINE.
           MOVE 'ADDR CARDS IGNORED: ' TO WS-CL-CHANNEL.
           MOVE WS-CONTACT-ORPHAN-COUNT TO WS-CL-COUNT.
           WRITE RPT-LINE FROM WS-CHANNEL-LINE.
           PERFORM 5100-WRITE-BATCH-SECTION.
           ADD 1            TO WS-SEQ-START.
           MOVE WS-SEQ-START TO WS-SQ-FROM.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE ONLINE-IN PHONE-IN PAPER-IN CLAIM-OUT
                 INTAKE-ADDR SUSPENSE-OUT RPT-OUT.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': ONLINE=' WS-ONLINE-COUNT
                   ' PHONE=' WS-PHONE-COUNT
                   WS-BATCH-BAL-COUNT
                   ' SUSPENDED=' WS-BATCH-SUSP-COUNT
                   ' CLAIMS SUSPENDED=' WS-SUSP-CLAIM-COUNT.
           DISPLAY WS-PROGRAM-ID ': ADDRESSES CAPTURED='
                   WS-CONTACT-COUNT
                   ' CARDS IGNORED=' WS-CONTACT-ORPHAN-COUNT.
           DISPLAY WS-PROGRAM-ID ': DUPKEYS=' WS-DUPKEY-COUNT
                   ' ERRORS=' WS-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
