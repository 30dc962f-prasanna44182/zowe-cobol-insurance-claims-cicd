      *   2. Open tasks blown past their due date escalate to the
      *      supervisor section of the report (TASK_STATUS 'E').
      *   3. Open claims crossing the 30/60/90-day aging thresholds
      *      get a follow-up task assigned to their adjuster, due in
      *      WS-DUE-LEAD-DAYS, one task per threshold per claim. The
      *      claims and their ages come from the night's open-claim
      *      snapshot (DD OPENSNAP, layout OSNPREC), the population
      *      CLMSAGE has just bucketed.
      * Then prints the daily per-adjuster task list. Turns the
      * aging report's buckets into work someone actually owns.
      * Return codes: 0=success  4=warnings  8=error  16=severe
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
      * Control card (DD PARMCARD) - col 1 day-count mode: 'B'
      * assigns due dates through the CLMSBDAY calendar service and
      * ages claims by the snapshot's business-day age, so a due
      * date can no longer land on a Sunday and escalate Monday
      * morning as blown; 'C' or blank keeps calendar days.
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
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           05  WS-DRYTIN-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-OPENSNAP-STATUS  PIC X(02) VALUE SPACES.

       01  WS-DAY-MODE             PIC X(01) VALUE 'C'.

           88  END-OF-FILE         VALUE 'Y'.
       01  WS-ESC-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  ESC-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SNAPSHOT     VALUE 'Y'.
       01  WS-LST-FETCH-DONE       PIC X(01) VALUE 'N'.
           88  LST-FETCH-COMPLETE  VALUE 'Y'.
       01  WS-NOTE-FETCH-DONE      PIC X(01) VALUE 'N'.
       01  WS-TODAY-INTEGER        PIC 9(09) COMP.
       01  WS-DUE-INTEGER          PIC 9(09) COMP.
       01  WS-DUE-DATE-DISP        PIC 9(08) VALUE ZEROS.
       01  WS-DAYS-OUTSTANDING     PIC S9(09) COMP.

       01  WS-CLM-FIELDS.
           05  WS-CLM-POLICY-NO    PIC X(10).
           05  WS-CLM-CLAIM-ID     PIC X(08).
           05  WS-CLM-ADJUSTER-ID  PIC X(06).

      *---------------------------------------------------------------
      * Snapshot control - the details read are checked against the
      * trailer count, and a snapshot not taken today is used with a
      * warning.
      *---------------------------------------------------------------
       01  WS-SNAPSHOT-TS          PIC X(26) VALUE SPACES.
       01  WS-SNAPSHOT-READ        PIC 9(07) VALUE ZEROS.

       01  WS-DUP-TASK-COUNT       PIC S9(09) COMP VALUE +0.
       01  WS-NEXT-SEQ             PIC S9(04) COMP VALUE +0.
               FOR UPDATE OF TASK_STATUS
           END-EXEC.

      *---------------------------------------------------------------
      * The daily list - open and escalated tasks per adjuster.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      * Task creation - a claim that has crossed 30/60/90 days gets
      * one task per crossed threshold, created once (the duplicate
      * check keys on claim + reason). A snapshot that cannot be
      * opened or has no header skips this pass with an error - the
      * completions and escalations already applied still stand.
      *---------------------------------------------------------------
       4000-CREATE-AGING-TASKS.
           OPEN INPUT OPEN-SNAPSHOT.
           IF WS-OPENSNAP-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN OPENSNAP FAILED FS='
                   WS-OPENSNAP-STATUS ' - NO AGING TASKS CREATED'
               MOVE +8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           READ OPEN-SNAPSHOT
               AT END MOVE SPACES TO OPEN-SNAPSHOT-HEADER
           END-READ.
           IF NOT OSN-TYPE-HEADER
               DISPLAY WS-PROGRAM-ID ': OPENSNAP HAS NO HEADER RECORD'
                   ' - NO AGING TASKS CREATED'
               MOVE +8 TO WS-RETURN-CODE
               CLOSE OPEN-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.
           MOVE OSN-H-SNAPSHOT-TS TO WS-SNAPSHOT-TS.
           IF OSN-H-SNAPSHOT-DATE NOT = WS-TODAY-NUMERIC
               DISPLAY WS-PROGRAM-ID ': WARNING - SNAPSHOT TAKEN '
                   WS-SNAPSHOT-TS ' IS NOT TODAY''S'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           PERFORM 4100-EXAMINE-ONE-CLAIM UNTIL END-OF-SNAPSHOT.
           CLOSE OPEN-SNAPSHOT.
      *---------------------------------------------------------------
      * Next snapshot detail. The trailer ends the file and must
      * agree with the details read; a file that ends without one
      * was cut short.
      *---------------------------------------------------------------
       4050-READ-SNAPSHOT.
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
       4100-EXAMINE-ONE-CLAIM.
           PERFORM 4050-READ-SNAPSHOT.
           IF END-OF-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.
           MOVE OSN-POLICY-NO   TO WS-CLM-POLICY-NO.
           MOVE OSN-CLAIM-ID    TO WS-CLM-CLAIM-ID.
           MOVE OSN-ADJUSTER-ID TO WS-CLM-ADJUSTER-ID.
           IF WS-DAY-MODE = 'B'
               MOVE OSN-BUSINESS-DAYS TO WS-DAYS-OUTSTANDING
           ELSE
               MOVE OSN-CALENDAR-DAYS TO WS-DAYS-OUTSTANDING
           END-IF.
           IF WS-DAYS-OUTSTANDING >= 30
               MOVE 'FOLLOWUP30' TO WS-TASK-REASON
