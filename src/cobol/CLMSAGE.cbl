      *===============================================================
      * CLMSAGE - Claims Aging Report
      * Step 050 in CLMSJOB pipeline, run after CLMSOSNP.
      * Lists claims still outstanding (STATUS N/V/P, not yet
      * adjudicated) with days-outstanding since CLAIM_DATE, bucketed
      * into 0-30 / 31-60 / 61-90 / 91+ day aging bands.
      * Reads the night's open-claim snapshot (DD OPENSNAP, layout
      * OSNPREC) rather than CLAIMS_MASTER, with the ages CLMSOSNP
      * already counted, so the bands agree with the workqueue and
      * diary built from the same snapshot.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.
           SELECT OPEN-SNAPSHOT ASSIGN TO OPENSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENSNAP-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------
      * Control card (DD PARMCARD) - col 1 day-count mode: 'B' ages
      * claims in business days (the snapshot's CLMSBDAY business
      * age), 'C' or blank keeps calendar days.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           05  CC-DAY-MODE         PIC X(01).
           05  FILLER              PIC X(79).

       FD  OPEN-SNAPSHOT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY OSNPREC.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID          PIC X(08) VALUE 'CLMSAGE '.

           COPY RREGPARM.
       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-OPENSNAP-STATUS  PIC X(02) VALUE SPACES.

       01  WS-DAY-MODE             PIC X(01) VALUE 'C'.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-GMT-DIFF-MN      PIC S9(02).

       01  WS-TODAY-NUMERIC        PIC 9(08).
       01  WS-CLAIM-DATE-DISP      PIC 9(08).
       01  WS-DAYS-OUTSTANDING     PIC S9(09) COMP.

      *---------------------------------------------------------------
      * Snapshot control - the details read are checked against the
      * trailer count, and a snapshot not taken today is reported
      * from with a warning.
      *---------------------------------------------------------------
       01  WS-SNAPSHOT-TS          PIC X(26) VALUE SPACES.
       01  WS-SNAPSHOT-READ        PIC 9(07) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 55.
       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(19) VALUE
               '   SNAPSHOT AS OF: '.
           05  WS-TL2-SNAPSHOT     PIC X(26).
           05  FILLER              PIC X(61) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
               10  WS-BKT-COUNT    PIC 9(07) VALUE ZEROS.
               10  WS-BKT-AMOUNT   PIC 9(11)V99 VALUE ZEROS.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SNAPSHOT     VALUE 'Y'.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-OPEN-SNAPSHOT.
           PERFORM 3000-PROCESS-SNAPSHOT
               UNTIL END-OF-SNAPSHOT.
           PERFORM 4000-WRITE-BUCKET-SUMMARY.
           PERFORM 5000-CLOSE-SNAPSHOT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           PERFORM 1040-READ-CONTROL-CARD.
           PERFORM 1050-INIT-BUCKETS.
           OPEN OUTPUT RPT-OUT.
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------
       1040-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The snapshot must open on its header - without one there is
      * no population to report. The header's point in time goes on
      * every page.
      *---------------------------------------------------------------
       2000-OPEN-SNAPSHOT.
           OPEN INPUT OPEN-SNAPSHOT.
           IF WS-OPENSNAP-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN OPENSNAP FAILED FS='
                   WS-OPENSNAP-STATUS
               MOVE +16 TO WS-RETURN-CODE
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           READ OPEN-SNAPSHOT
               AT END MOVE SPACES TO OPEN-SNAPSHOT-HEADER
           END-READ.
           IF NOT OSN-TYPE-HEADER
               DISPLAY WS-PROGRAM-ID ': OPENSNAP HAS NO HEADER RECORD'
               MOVE +16 TO WS-RETURN-CODE
               CLOSE OPEN-SNAPSHOT
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OSN-H-SNAPSHOT-TS TO WS-SNAPSHOT-TS WS-TL2-SNAPSHOT.
           IF OSN-H-SNAPSHOT-DATE NOT = WS-TODAY-NUMERIC
               DISPLAY WS-PROGRAM-ID ': WARNING - SNAPSHOT TAKEN '
                   WS-SNAPSHOT-TS ' IS NOT TODAY''S'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADER.
      *---------------------------------------------------------------
      * Next snapshot detail. The trailer ends the file and must
      * agree with the details read; a file that ends without one
      * was cut short.
      *---------------------------------------------------------------
       2100-READ-SNAPSHOT.
           READ OPEN-SNAPSHOT
               AT END
                   DISPLAY WS-PROGRAM-ID
                       ': OPENSNAP ENDS WITHOUT TRAILER - INCOMPLETE'
                   MOVE +8 TO WS-RETURN-CODE
                   SET END-OF-SNAPSHOT TO TRUE
           END-READ.
           IF END-OF-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.
           IF OSN-TYPE-TRAILER
               IF OSN-T-RECORD-COUNT NOT = WS-SNAPSHOT-READ
                   DISPLAY WS-PROGRAM-ID ': OPENSNAP TRAILER COUNT '
                       OSN-T-RECORD-COUNT ' NOT = DETAILS READ '
                       WS-SNAPSHOT-READ
                   MOVE +8 TO WS-RETURN-CODE
               END-IF
               SET END-OF-SNAPSHOT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SNAPSHOT-READ.
      *---------------------------------------------------------------
       3000-PROCESS-SNAPSHOT.
           PERFORM 2100-READ-SNAPSHOT.
           IF END-OF-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.

               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.

           MOVE OSN-POLICY-NO     TO WS-DL-POLICY.
           MOVE OSN-CLAIM-ID      TO WS-DL-CLAIM-ID.
           MOVE OSN-CLAIMANT-NAME TO WS-DL-CLAIMANT.
           STRING WS-CLAIM-DATE-DISP(1:4) '-' WS-CLAIM-DATE-DISP(5:2)
                  '-' WS-CLAIM-DATE-DISP(7:2)
               DELIMITED BY SIZE INTO WS-DL-CLAIM-DATE.
           MOVE OSN-CLAIM-AMOUNT  TO WS-DL-AMOUNT.
           MOVE WS-DAYS-OUTSTANDING TO WS-DL-DAYS.
           MOVE WS-BKT-LABEL(WS-BKT-IDX) TO WS-DL-BUCKET.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * The snapshot's business-day age when the PARMCARD asks for
      * business days, its calendar-day age otherwise - both counted
      * by CLMSOSNP through CLMSBDAY.
      *---------------------------------------------------------------
       3100-COMPUTE-AGE.
           MOVE OSN-CLAIM-DATE TO WS-CLAIM-DATE-DISP.
           IF WS-DAY-MODE = 'B'
               MOVE OSN-BUSINESS-DAYS TO WS-DAYS-OUTSTANDING
           ELSE
               MOVE OSN-CALENDAR-DAYS TO WS-DAYS-OUTSTANDING
           END-IF.
      *---------------------------------------------------------------
       3200-BUCKET-CLAIM.
                   SET WS-BKT-IDX TO 4
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX).
           ADD OSN-CLAIM-AMOUNT TO WS-BKT-AMOUNT(WS-BKT-IDX).
      *---------------------------------------------------------------
       4000-WRITE-BUCKET-SUMMARY.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
               WRITE RPT-LINE FROM WS-BUCKET-LINE
           END-PERFORM.
      *---------------------------------------------------------------
       5000-CLOSE-SNAPSHOT.
           CLOSE OPEN-SNAPSHOT.
      *---------------------------------------------------------------
      * Run-registry bookkeeping (CLMSRREG) - a start row when the
      * step begins, end timestamp/counts/return code when it
       8900-REGISTER-END.
           SET RREG-ACTION-END TO TRUE.
           MOVE 'CLMSAGE ' TO RREG-STEP-NAME.
           MOVE WS-SNAPSHOT-READ TO RREG-INPUT-COUNT.
           MOVE ZEROS TO RREG-OUTPUT-COUNT.
           MOVE WS-RETURN-CODE TO RREG-RETURN-CODE.
           CALL 'CLMSRREG' USING RREG-PARMS.
