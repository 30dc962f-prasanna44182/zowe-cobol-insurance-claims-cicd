      *===============================================================
      * CLMSPEND - Pending Claims Workqueue Report
      * Step 048 in CLMSJOB pipeline, run after CLMSOSNP.
      * Daily workqueue of claims pended for manual review (STATUS =
      * 'P'), oldest first, with the pend reason and days outstanding
      * (calendar days, as CLMSAGE counts them), so pended claims are
      * released or denied through CLMSADJU instead of sitting
      * unseen. Nonzero pended count returns 4 so the schedule shows
      * there is work on the queue.
      * The pended claims, their ages and newest notes come from the
      * night's open-claim snapshot (DD OPENSNAP, layout OSNPREC),
      * the same population CLMSAGE and CLMSDIRY report from.
      * Return codes: 0=queue empty  4=work on queue  8=error
      *===============================================================
       IDENTIFICATION DIVISION.
           SELECT RPT-OUT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPEN-SNAPSHOT ASSIGN TO OPENSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENSNAP-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  RPT-LINE                PIC X(132).

       FD  OPEN-SNAPSHOT
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.
           COPY OSNPREC.

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSPEND'.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-OPENSNAP-STATUS  PIC X(02) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

           05  FILLER              PIC X(14).

       01  WS-TODAY-NUMERIC        PIC 9(08).
       01  WS-DAYS-PENDING         PIC S9(09) COMP.

      *---------------------------------------------------------------
      * Snapshot control - the details read are checked against the
      * trailer count, and a snapshot not taken today is reported
      * from with a warning.
      *---------------------------------------------------------------
       01  WS-SNAPSHOT-TS          PIC X(26) VALUE SPACES.
       01  WS-SNAPSHOT-READ        PIC 9(07) VALUE ZEROS.

       01  WS-PEND-COUNT           PIC 9(07) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(04) VALUE ZEROS.
       01  WS-TITLE-LINE-2.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-TL2-DATE         PIC X(10).
           05  FILLER              PIC X(19) VALUE
               '   SNAPSHOT AS OF: '.
           05  WS-TL2-SNAPSHOT     PIC X(26).
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER              PIC X(10) VALUE 'POLICY NO'.
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(103) VALUE SPACES.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SNAPSHOT     VALUE 'Y'.

      *---------------------------------------------------------------
      * Claim notes (CLAIMS_NOTES, keyed by the CNOT transaction) -
      * the newest, carried on the snapshot, prints indented under
      * its claim so whoever picks it up sees what was last done.
      *---------------------------------------------------------------
       01  WS-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE '  NOTE'.
           05  WS-NT-SEQ           PIC ZZZ9.
           05  WS-NT-TEXT          PIC X(60).
           05  FILLER              PIC X(41) VALUE SPACES.

      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-OPEN-SNAPSHOT.
           PERFORM 3000-PROCESS-SNAPSHOT
               UNTIL END-OF-SNAPSHOT.
           PERFORM 4000-WRITE-SUMMARY.
           PERFORM 5000-CLOSE-SNAPSHOT.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
               DELIMITED BY SIZE INTO WS-TL2-DATE.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN OUTPUT RPT-OUT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN RPTFILE FAILED FS='
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
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
      * Pended claims only; the snapshot is already oldest claim
      * date first, longest-pending at the top of the queue.
      *---------------------------------------------------------------
       3000-PROCESS-SNAPSHOT.
           PERFORM 2100-READ-SNAPSHOT.
           IF END-OF-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.
           IF NOT OSN-STATUS-PENDED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PEND-COUNT.
           MOVE OSN-CALENDAR-DAYS TO WS-DAYS-PENDING.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.

           MOVE OSN-POLICY-NO     TO WS-DL-POLICY.
           MOVE OSN-CLAIM-ID      TO WS-DL-CLAIM-ID.
           MOVE OSN-CLAIMANT-NAME TO WS-DL-CLAIMANT.
           MOVE OSN-CLAIM-AMOUNT  TO WS-DL-AMOUNT.
           MOVE OSN-ADJUSTER-ID   TO WS-DL-ADJUSTER.
           MOVE OSN-PEND-REASON   TO WS-DL-REASON.
           MOVE WS-DAYS-PENDING   TO WS-DL-DAYS.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 3500-PRINT-CLAIM-NOTE.
      *---------------------------------------------------------------
      * The newest note under the claim just listed, when it has
      * one.
      *---------------------------------------------------------------
       3500-PRINT-CLAIM-NOTE.
           IF OSN-NOTE-SEQ = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE OSN-NOTE-SEQ         TO WS-NT-SEQ.
           MOVE OSN-NOTE-TS(1:10)    TO WS-NT-DATE.
           MOVE OSN-NOTE-AUTHOR      TO WS-NT-AUTHOR.
           MOVE OSN-NOTE-TEXT        TO WS-NT-TEXT.
           WRITE RPT-LINE FROM WS-NOTE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
               MOVE +4 TO WS-RETURN-CODE
           END-IF.
      *---------------------------------------------------------------
       5000-CLOSE-SNAPSHOT.
           CLOSE OPEN-SNAPSHOT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE RPT-OUT.
