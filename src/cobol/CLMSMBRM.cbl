      * added. The member id is stored back on the claim record
      * (CLM-MEMBER-ID) for everything downstream - cross-reference,
      * correspondence, recovery tracking.
      * The claimant's mailing address and contact details captured
      * at intake (DD INTKADDR, layout IADRREC) are then carried to
      * the member's address segment - unless member services has
      * already recorded a newer address - and each change is
      * written to the address history cluster (DD MADRHIST, layout
      * MADHREC). The capture record is deleted once applied.
      * Return codes: 0=success  4=warnings  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS MBR-MEMBER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT INTAKE-ADDR ASSIGN TO INTKADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IAD-CLAIM-KEY
               FILE STATUS IS WS-INTKADDR-STATUS.
           SELECT ADDRESS-HIST ASSIGN TO MADRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAH-HIST-KEY
               FILE STATUS IS WS-MADRHIST-STATUS.
           SELECT OPTIONAL MEMBER-SEQ ASSIGN TO MBRSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
       FD  MEMBER-MASTER.
           COPY MBRMREC.

       FD  INTAKE-ADDR.
           COPY IADRREC.

       FD  ADDRESS-HIST.
           COPY MADHREC.

      *---------------------------------------------------------------
      * Member-id sequence control - one record carrying the last
      * sequence used, read at start and rewritten at end so member
           05  WS-MEMBER-STATUS    PIC X(02) VALUE SPACES.
           05  WS-SEQ-STATUS       PIC X(02) VALUE SPACES.
           05  WS-OCVTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-INTKADDR-STATUS  PIC X(02) VALUE SPACES.
           05  WS-MADRHIST-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-INPUT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-OCV-APPLIED-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-OCV-ERROR-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-ADDR-APPLIED-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-CNTC-APPLIED-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-ADDR-STALE-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-ADDR-ERROR-COUNT PIC 9(07) VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
      *---------------------------------------------------------------
       01  WS-LAST-GOOD-MEMBER     PIC X(09) VALUE SPACES.

      *---------------------------------------------------------------
      * Intake address application - what the capture record
      * changed on the member, and the next address history
      * sequence for the member today.
      *---------------------------------------------------------------
       01  WS-ADDR-CHANGE-FLAG     PIC X(01) VALUE 'N'.
           88  ADDRESS-CHANGED     VALUE 'Y'.
           88  ADDRESS-UNCHANGED   VALUE 'N'.
       01  WS-CNTC-CHANGE-FLAG     PIC X(01) VALUE 'N'.
           88  CONTACT-CHANGED     VALUE 'Y'.
           88  CONTACT-UNCHANGED   VALUE 'N'.
       01  WS-HIST-SCAN-FLAG       PIC X(01) VALUE 'N'.
           88  HIST-SCAN-DONE      VALUE 'Y'.
           88  HIST-SCAN-MORE      VALUE 'N'.
       01  WS-HIST-SEQ             PIC 9(03) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  WS-DATE-MM          PIC 9(02).
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
           OPEN I-O ADDRESS-HIST.
           IF WS-MADRHIST-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN MADRHIST FAILED FS='
                   WS-MADRHIST-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CLM-RECORD-KEY.
           START CLAIM-IO KEY >= CLM-RECORD-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-PRESET-COUNT
           END-IF.
           IF CLM-MEMBER-ID NOT = SPACES
               PERFORM 3500-APPLY-INTAKE-ADDRESS
           END-IF.
           PERFORM 2100-READ-CLAIM.
      *---------------------------------------------------------------
       2100-READ-CLAIM.
           MOVE WS-TODAY-NUMERIC  TO MBR-ADDED-DATE.
           MOVE SPACES            TO MBR-OTHER-COVERAGE
                                     MBR-OTHER-CARRIER
                                     MBR-STATUS MBR-FORWARD-TO
                                     MBR-MAIL-ADDRESS
                                     MBR-PHONE MBR-EMAIL
                                     MBR-ADDR-SOURCE
                                     MBR-ADDR-STATUS.
           MOVE ZEROS             TO MBR-ADDR-EFF-DATE
                                     MBR-ADDR-RETURN-DATE.
           WRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID ': MEMBER WRITE FAILED FS='
                   ADD 1 TO WS-CREATED-COUNT
           END-WRITE.
      *---------------------------------------------------------------
      * Intake address / contact capture for the claim, if any. A
      * member whose address was recorded on or after the day the
      * claim was taken keeps it - member services' change wins
      * over an older claim form - and blank captured fields never
      * clear what is on file. A new address is good by definition,
      * so it clears any returned-mail hold. The capture record is
      * deleted once looked at, applied or not.
      *---------------------------------------------------------------
       3500-APPLY-INTAKE-ADDRESS.
           MOVE CLM-RECORD-KEY TO IAD-CLAIM-KEY.
           READ INTAKE-ADDR
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CLM-MEMBER-ID TO MBR-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': INTAKE ADDRESS MEMBER NOT ON FILE MEMBER='
                       CLM-MEMBER-ID ' CLAIM=' CLM-CLAIM-ID
                   ADD 1 TO WS-ADDR-ERROR-COUNT
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
                   PERFORM 3600-DELETE-INTAKE-ADDRESS
                   EXIT PARAGRAPH
           END-READ.
           IF MBR-ADDR-EFF-DATE >= IAD-CAPTURE-DATE
               ADD 1 TO WS-ADDR-STALE-COUNT
               PERFORM 3600-DELETE-INTAKE-ADDRESS
               EXIT PARAGRAPH
           END-IF.
           SET ADDRESS-UNCHANGED TO TRUE.
           SET CONTACT-UNCHANGED TO TRUE.
           IF IAD-ADDRESS NOT = SPACES
               AND IAD-ADDRESS NOT = MBR-MAIL-ADDRESS
               MOVE IAD-ADDRESS      TO MBR-MAIL-ADDRESS
               MOVE IAD-CAPTURE-DATE TO MBR-ADDR-EFF-DATE
               SET MBR-ADDR-FROM-INTAKE TO TRUE
               SET MBR-ADDRESS-GOOD     TO TRUE
               MOVE ZEROS            TO MBR-ADDR-RETURN-DATE
               SET ADDRESS-CHANGED   TO TRUE
           END-IF.
           IF IAD-PHONE NOT = SPACES
               AND IAD-PHONE NOT = MBR-PHONE
               MOVE IAD-PHONE TO MBR-PHONE
               SET CONTACT-CHANGED TO TRUE
           END-IF.
           IF IAD-EMAIL NOT = SPACES
               AND IAD-EMAIL NOT = MBR-EMAIL
               MOVE IAD-EMAIL TO MBR-EMAIL
               SET CONTACT-CHANGED TO TRUE
           END-IF.
           IF ADDRESS-UNCHANGED AND CONTACT-UNCHANGED
               PERFORM 3600-DELETE-INTAKE-ADDRESS
               EXIT PARAGRAPH
           END-IF.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': INTAKE ADDRESS REWRITE FAILED FS='
                       WS-MEMBER-STATUS ' MEMBER=' MBR-MEMBER-ID
                   ADD 1 TO WS-ADDR-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           IF ADDRESS-CHANGED
               ADD 1 TO WS-ADDR-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-CNTC-APPLIED-COUNT
           END-IF.
           PERFORM 8100-WRITE-ADDRESS-HISTORY.
           PERFORM 3600-DELETE-INTAKE-ADDRESS.
      *---------------------------------------------------------------
       3600-DELETE-INTAKE-ADDRESS.
           DELETE INTAKE-ADDR
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID ': INTKADDR DELETE FAILED FS='
                       WS-INTKADDR-STATUS ' CLAIM=' IAD-CLAIM-KEY
                   IF WS-RETURN-CODE < +4
                       MOVE +4 TO WS-RETURN-CODE
                   END-IF
           END-DELETE.
      *---------------------------------------------------------------
      * Other-coverage maintenance - stamp (or clear) the member's
      * other-insurance segment so CLMSADJU knows when another
      * carrier pays primary.
               WRITE MEMBER-SEQ-RECORD
               CLOSE MEMBER-SEQ
           END-IF.
      *---------------------------------------------------------------
      * Address history - one 'A' (address effective) or 'C'
      * (contact only) event carrying the member's address segment
      * as it now stands. The sequence is the next free one for the
      * member today.
      *---------------------------------------------------------------
       8100-WRITE-ADDRESS-HISTORY.
           MOVE ZEROS            TO WS-HIST-SEQ.
           MOVE MBR-MEMBER-ID    TO MAH-MEMBER-ID.
           MOVE WS-TODAY-NUMERIC TO MAH-EVENT-DATE.
           MOVE ZEROS            TO MAH-EVENT-SEQ.
           SET HIST-SCAN-MORE TO TRUE.
           START ADDRESS-HIST KEY >= MAH-HIST-KEY
               INVALID KEY SET HIST-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL HIST-SCAN-DONE
               READ ADDRESS-HIST NEXT
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MAH-MEMBER-ID = MBR-MEMBER-ID
                           AND MAH-EVENT-DATE = WS-TODAY-NUMERIC
                           MOVE MAH-EVENT-SEQ TO WS-HIST-SEQ
                       ELSE
                           SET HIST-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-HIST-SEQ.
           MOVE SPACES            TO ADDRESS-HISTORY-RECORD.
           MOVE MBR-MEMBER-ID     TO MAH-MEMBER-ID.
           MOVE WS-TODAY-NUMERIC  TO MAH-EVENT-DATE.
           MOVE WS-HIST-SEQ       TO MAH-EVENT-SEQ.
           IF ADDRESS-CHANGED
               SET MAH-ADDRESS-EFFECTIVE TO TRUE
           ELSE
               SET MAH-CONTACT-CHANGED   TO TRUE
           END-IF.
           SET MAH-FROM-INTAKE    TO TRUE.
           MOVE MBR-MAIL-ADDRESS  TO MAH-ADDRESS.
           MOVE MBR-PHONE         TO MAH-PHONE.
           MOVE MBR-EMAIL         TO MAH-EMAIL.
           MOVE IAD-CAPTURE-DATE  TO MAH-EFFECTIVE-DATE.
           MOVE IAD-CLAIM-KEY     TO MAH-REFERENCE.
           MOVE WS-PROGRAM-ID     TO MAH-RECORDED-BY.
           WRITE ADDRESS-HISTORY-RECORD
               INVALID KEY
                   DISPLAY WS-PROGRAM-ID
                       ': MADRHIST WRITE FAILED FS='
                       WS-MADRHIST-STATUS ' MEMBER=' MBR-MEMBER-ID
                   ADD 1 TO WS-ADDR-ERROR-COUNT
                   MOVE +8 TO WS-RETURN-CODE
           END-WRITE.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CLAIM-IO MEMBER-MASTER INTAKE-ADDR ADDRESS-HIST
                 OTHER-COV-IN.
           DISPLAY WS-PROGRAM-ID ': PROCESSING COMPLETE'.
           DISPLAY WS-PROGRAM-ID ': INPUT='   WS-INPUT-COUNT
                   ' MATCHED='  WS-MATCHED-COUNT
           DISPLAY WS-PROGRAM-ID ': OTHER-COV APPLIED='
                   WS-OCV-APPLIED-COUNT
                   ' IN ERROR=' WS-OCV-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': INTAKE ADDRESSES APPLIED='
                   WS-ADDR-APPLIED-COUNT
                   ' CONTACT ONLY=' WS-CNTC-APPLIED-COUNT
                   ' SUPERSEDED=' WS-ADDR-STALE-COUNT
                   ' IN ERROR=' WS-ADDR-ERROR-COUNT.
           DISPLAY WS-PROGRAM-ID ': RETURN-CODE=' WS-RETURN-CODE.
      *===============================================================
