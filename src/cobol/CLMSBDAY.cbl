      * parameter area: 'D' counts the days from DATE-1 to DATE-2,
      * 'A' adds DAYS to DATE-1 - each in calendar mode (the plain
      * arithmetic callers did inline before) or business mode,
      * which skips Saturdays, Sundays, and the holidays in the CA
      * table on the REFMSTR reference cluster (entry layout CALREC,
      * maintained by operations through CLMSREFM). A holiday counts
      * when the version of its entry effective on that date has
      * not been expired before it. The calendar loads on the first
      * call and stays resident; a missing REFMSTR DD means business
      * mode skips weekends only, with a SYSOUT note.
      * Like CLMSRREG, a service failure is reported through the
      * parameter return code and never abends the calling step.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFERENCE-MASTER ASSIGN TO REFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFMSTR-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-MASTER.
           COPY REFSREC.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSBDAY'.

           COPY CALREC.

       01  WS-FILE-STATUSES.
           05  WS-REFMSTR-STATUS   PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------
      * Holiday table, loaded once per run unit and held as integer
               10  WS-HOL-INTEGER  PIC 9(09) COMP.
       01  WS-CAL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CALENDAR     VALUE 'Y'.
       01  WS-CAL-HELD-FLAG        PIC X(01) VALUE 'N'.
           88  HOLIDAY-HELD        VALUE 'Y'.
       01  WS-CAL-HELD-KEY         PIC X(16) VALUE SPACES.
       01  WS-CAL-HELD-TERM        PIC 9(08) VALUE ZEROS.
       01  WS-CAL-HELD-DATA        PIC X(80) VALUE SPACES.

       01  WS-INT-1                PIC 9(09) COMP VALUE ZEROS.
       01  WS-INT-2                PIC 9(09) COMP VALUE ZEROS.
           END-EVALUATE.
           GOBACK.
      *---------------------------------------------------------------
      * One-time calendar load from the CA entries on REFMSTR. No
      * REFMSTR DD is allowed - business mode then skips weekends
      * only, noted once on SYSOUT.
      *---------------------------------------------------------------
       1000-LOAD-CALENDAR.
           SET CALENDAR-LOADED TO TRUE.
           OPEN INPUT REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID
                   ': REFMSTR NOT AVAILABLE FS=' WS-REFMSTR-STATUS
                   ' - BUSINESS MODE SKIPS WEEKENDS ONLY'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REF-KEY.
           MOVE 'CA'       TO REF-TABLE-ID.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-CALENDAR TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CALENDAR
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF REF-TABLE-CALENDAR
                           PERFORM 1050-PICK-HOLIDAY-VERSION
                       ELSE
                           SET END-OF-CALENDAR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 1060-LOAD-HELD-HOLIDAY.
           CLOSE REFERENCE-MASTER.
           DISPLAY WS-PROGRAM-ID ': HOLIDAYS LOADED=' WS-HOL-COUNT.
      *---------------------------------------------------------------
      * A holiday's versions arrive oldest first - the last one
      * effective on or before the holiday itself is the one that
      * decides it, loaded once the next holiday's entries start.
      *---------------------------------------------------------------
       1050-PICK-HOLIDAY-VERSION.
           IF REF-ENTRY-KEY NOT = WS-CAL-HELD-KEY
               PERFORM 1060-LOAD-HELD-HOLIDAY
               MOVE REF-ENTRY-KEY TO WS-CAL-HELD-KEY
           END-IF.
           MOVE REF-DATA TO CALENDAR-RECORD.
           IF CAL-HOLIDAY-DATE NUMERIC
               AND REF-EFF-DATE <= CAL-HOLIDAY-DATE
               MOVE REF-TERM-DATE TO WS-CAL-HELD-TERM
               MOVE REF-DATA      TO WS-CAL-HELD-DATA
               SET HOLIDAY-HELD TO TRUE
           END-IF.
      *---------------------------------------------------------------
       1060-LOAD-HELD-HOLIDAY.
           IF NOT HOLIDAY-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CAL-HELD-FLAG.
           MOVE WS-CAL-HELD-DATA TO CALENDAR-RECORD.
           IF WS-CAL-HELD-TERM > ZEROS
               AND WS-CAL-HELD-TERM < CAL-HOLIDAY-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1100-STORE-HOLIDAY.
      *---------------------------------------------------------------
       1100-STORE-HOLIDAY.
           IF CAL-HOLIDAY-DATE NOT NUMERIC
