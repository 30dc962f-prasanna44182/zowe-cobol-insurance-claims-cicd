      * policy-number key range from the PARMCARD with its own
      * output slices and VALRCTL checkpoint - CLMSVMRG combines
      * the slices into the single files CLMSASGN and CLMSBAL read.
      * A claim whose member had no enrollment span on the policy
      * covering the claim date (ENRLMSTR, maintained by CLMSENRM)
      * rejects RC17.
      * A claim dated after the premium paid-through date on the
      * policy master (billing segment kept by CLMSBILL) is passed
      * pended PD05 rather than valid while the policy is in grace.
      * Declared CAT events and the fraud scoring rules are read from
      * the effective-dated REFMSTR reference tables (CLMSREFM): a
      * CAT code must be declared as of the claim's loss date, and
      * the fraud rules scored are those in force on the business
      * date - the run date, or the PARMCARD date on a rerun.
      * Return codes: 0=success  4=warning  8=error  16=severe
      *===============================================================
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT OPTIONAL REFERENCE-MASTER ASSIGN TO REFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFMSTR-STATUS.
           SELECT OPTIONAL WATCH-LIST ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT SIU-RPT-OUT ASSIGN TO SIURPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIURPT-STATUS.
           SELECT OPTIONAL ENROLL-MASTER ASSIGN TO ENRLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-ENROLL-KEY
               FILE STATUS IS WS-ENRL-STATUS.
      *===============================================================
       DATA DIVISION.
       FILE SECTION.
      * pend score threshold. Cols 15-24 / 26-35 = low and high
      * policy-number keys (both inclusive) for a partitioned run -
      * blank keys mean the whole cluster, the single-job pass as
      * before. Cols 37-44 = business date (CCYYMMDD) the fraud
      * rules are taken as of, for a rerun of an earlier day - blank
      * means the run date. Blank or missing card keeps all defaults.
      *---------------------------------------------------------------
       FD  CONTROL-CARD
           RECORDING MODE F
           05  CC-RANGE-LOW-KEY    PIC X(10).
           05  FILLER              PIC X(01).
           05  CC-RANGE-HIGH-KEY   PIC X(10).
           05  FILLER              PIC X(01).
           05  CC-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(36).

       FD  REFERENCE-MASTER.
           COPY REFSREC.

       FD  WATCH-LIST.
           COPY WTCHREC.
           BLOCK CONTAINS 0 RECORDS.
       01  SIU-RPT-LINE             PIC X(132).

       FD  ENROLL-MASTER.
           COPY ENRLREC.
      *===============================================================
       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID          PIC X(08) VALUE 'CLMSVALD'.

      *---------------------------------------------------------------
      * Reference table entries, moved here from REF-DATA.
      *---------------------------------------------------------------
           COPY CATEVREC.
           COPY FRLSREC.

           COPY RREGPARM.

       01  WS-FILE-STATUSES.
           05  WS-PROVIDER-STATUS  PIC X(02) VALUE SPACES.
           05  WS-PARMCARD-STATUS  PIC X(02) VALUE SPACES.
           05  WS-AUTH-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REFMSTR-STATUS   PIC X(02) VALUE SPACES.
           05  WS-WATCH-STATUS     PIC X(02) VALUE SPACES.
           05  WS-SIUHOLD-STATUS   PIC X(02) VALUE SPACES.
           05  WS-SIURPT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-ENRL-STATUS      PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------
      * Checkpoint/restart (req023). CLAIM-IN is VSAM KSDS keyed on
           88  RC-MEMBER-NOT-FOUND VALUE 'RC14'.
           88  RC-PROVIDER-INVALID VALUE 'RC15'.
           88  RC-NO-AUTHORIZATION VALUE 'RC16'.
           88  RC-NOT-ENROLLED     VALUE 'RC17'.

       01  WS-REJECT-REASON-DESC   PIC X(20) VALUE SPACES.

       01  WS-PEND-THRESHOLD        PIC 9(07)V99 VALUE ZEROS.

      *---------------------------------------------------------------
      * SIU watchlist screening. A hit on the claim's policy number,
      * claimant name or billing provider diverts the claim to the
      * SIU hold file -
      * it neither loads nor rejects - and prints on the SIU hit
      * summary. A missing WATCHLST DD means no screening this run.
      *---------------------------------------------------------------
      * Declared catastrophe events (REFMSTR table CE), loaded up
      * front - every version, in key order, so an event's versions
      * sit together oldest first. A nonblank CLM-CAT-EVENT-CODE
      * must match an event declared as of the claim's loss date or
      * the claim rejects - undeclared codes would silently fall out
      * of the CAT accumulation numbers reinsurers are owed.
      *---------------------------------------------------------------
       01  WS-CAT-TBL-MAX           PIC 9(03) VALUE 200.
       01  WS-CAT-COUNT             PIC 9(03) VALUE ZEROS.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE      PIC X(04).
               10  WS-CAT-EFF-DATE  PIC 9(08).
               10  WS-CAT-TERM-DATE PIC 9(08).
       01  WS-CAT-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-CAT-EVENTS    VALUE 'Y'.
       01  WS-CAT-FOUND-FLAG        PIC X(01) VALUE 'N'.
           88  CAT-EVENT-DECLARED   VALUE 'Y'.
       01  WS-CAT-PICK              PIC 9(03) VALUE ZEROS.

      *---------------------------------------------------------------
      * Claimant master (req CLMSMBRM). When the cluster is present,
           88  AUTH-MASTER-OPEN     VALUE 'Y'.
       01  WS-AUTH-THRESHOLD        PIC 9(07)V99 VALUE 50000.00.

      *---------------------------------------------------------------
      * Member enrollment spans (ENRLMSTR, loaded by CLMSENRM from the
      * employer groups' feeds). When the cluster is present, the
      * claim's member must have a span on the claim's policy in
      * force on the claim date or it rejects RC17 - a dependent
      * dropped from a group policy stops being payable from the
      * term date. A missing ENRLMSTR DD skips the check with a
      * SYSOUT note.
      *---------------------------------------------------------------
       01  WS-ENRL-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  ENROLL-MASTER-OPEN   VALUE 'Y'.
       01  WS-ENRL-SCAN-FLAG        PIC X(01) VALUE 'N'.
           88  ENRL-SCAN-DONE       VALUE 'Y'.
       01  WS-ENRL-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  ENRL-SPAN-FOUND      VALUE 'Y'.

      *---------------------------------------------------------------
      * Partitioned run - a policy-number key range from the control
      * card so several concurrent jobs can each validate a slice of
       01  WS-RANGE-HIGH-KEY        PIC X(10) VALUE HIGH-VALUES.

      *---------------------------------------------------------------
      * Fraud scoring rules (REFMSTR table FR, layout FRLSREC), the
      * version of each rule in force on the business date, loaded
      * up front. Points from every rule that fires accumulate into
      * CLM-FRAUD-SCORE; a score at or above the pend threshold
      * pends the claim with PD03 onto the CLMSPEND workqueue. No
      * REFMSTR DD, or no FR rule in force, means no scoring.
      *---------------------------------------------------------------
       01  WS-FRL-TBL-MAX           PIC 9(02) VALUE 20.
       01  WS-FRL-COUNT             PIC 9(02) VALUE ZEROS.
               10  WS-FRL-PARM-2    PIC 9(05).
       01  WS-FRL-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-FRAUD-RULES   VALUE 'Y'.
       01  WS-FRL-HELD-FLAG         PIC X(01) VALUE 'N'.
           88  FRAUD-RULE-HELD      VALUE 'Y'.
       01  WS-FRL-HELD-CODE         PIC X(16) VALUE SPACES.
       01  WS-FRL-HELD-TERM         PIC 9(08) VALUE ZEROS.
       01  WS-FRL-HELD-DATA         PIC X(80) VALUE SPACES.
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-FRAUD-THRESHOLD       PIC 9(03) VALUE 050.
       01  WS-FRAUD-SCORE-WORK      PIC 9(05) VALUE ZEROS.
       01  WS-MOD-WORK              PIC 9(07)V99 VALUE ZEROS.
       01  WS-SIU-CASE-ID           PIC X(08) VALUE SPACES.
       01  WS-SIU-POLICY-HITS       PIC 9(07) VALUE ZEROS.
       01  WS-SIU-NAME-HITS         PIC 9(07) VALUE ZEROS.
       01  WS-SIU-PROVIDER-HITS     PIC 9(07) VALUE ZEROS.

       01  WS-SIU-TITLE-LINE.
           05  FILLER               PIC X(40)
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'NAME HITS: '.
           05  WS-STL-NAME-HITS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE 'PROVIDER HITS: '.
           05  WS-STL-PROVIDER-HITS PIC ZZZ,ZZ9.
           05  FILLER               PIC X(65) VALUE SPACES.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       1000-INITIALIZE.
           PERFORM 8800-REGISTER-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-DATE-YYYYMMDD TO WS-BUSINESS-DATE.
           PERFORM 1055-READ-CONTROL-CARD.
           PERFORM 1060-READ-RESTART-CTL.
           OPEN INPUT CLAIM-IN POLICY-MASTER.
           PERFORM 1094-OPEN-MEMBER-MASTER.
           PERFORM 1096-OPEN-PROVIDER-MASTER.
           PERFORM 1097-OPEN-AUTH-MASTER.
           PERFORM 1091-OPEN-ENROLL-MASTER.
           PERFORM 1095-OPEN-WATCHLIST.
           IF RESTART-RUN
               PERFORM 1070-REPOSITION-CLAIM-IN
                           OR CC-RANGE-HIGH-KEY NOT = SPACES
                           PERFORM 1057-SET-KEY-RANGE
                       END-IF
                       IF CC-BUSINESS-DATE NUMERIC
                           AND CC-BUSINESS-DATE > ZEROS
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
                       DISPLAY WS-PROGRAM-ID
                           ': CONTROL CARD - AUTH THRESHOLD='
                           WS-AUTH-THRESHOLD
                           ' FRAUD PEND SCORE='
                           WS-FRAUD-THRESHOLD
                           ' BUSINESS DATE=' WS-BUSINESS-DATE
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
                   MOVE RST-ROW-COUNT    TO WS-INPUT-COUNT
                   MOVE RST-VALID-COUNT  TO WS-VALID-COUNT
                   MOVE RST-REJECT-COUNT TO WS-REJECT-COUNT
                   MOVE RST-SIUHOLD-COUNT TO WS-SIUHOLD-COUNT
                   DISPLAY WS-PROGRAM-ID
                       ': RESTART DETECTED - RESUMING PAST POLICY='
                       RST-LAST-POLICY-NO ' CLAIM=' RST-LAST-CLAIM-ID
               SET END-OF-LINES TO TRUE
           END-IF.
      *---------------------------------------------------------------
      * Declared CAT events - every CE version on REFMSTR, with its
      * effective span; 3350 picks the one covering the loss date.
      * A missing REFMSTR or no CE entries just means no catastrophe
      * is declared - any nonblank CAT code then rejects.
      *---------------------------------------------------------------
       1093-LOAD-CAT-EVENTS.
           OPEN INPUT REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               SET END-OF-CAT-EVENTS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REF-KEY.
           MOVE 'CE'       TO REF-TABLE-ID.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-CAT-EVENTS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CAT-EVENTS
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-CAT-EVENTS TO TRUE
                   NOT AT END
                       IF REF-TABLE-CAT-EVENT
                           PERFORM 1092-STORE-CAT-EVENT
                       ELSE
                           SET END-OF-CAT-EVENTS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-MASTER.
           DISPLAY WS-PROGRAM-ID ': CAT EVENT VERSIONS LOADED='
               WS-CAT-COUNT.
      *---------------------------------------------------------------
       1092-STORE-CAT-EVENT.
           MOVE REF-DATA TO CAT-EVENT-RECORD.
           IF CAT-EVENT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           SET WS-CAT-IDX TO WS-CAT-COUNT.
           MOVE CAT-EVENT-CODE TO WS-CAT-CODE(WS-CAT-IDX).
           MOVE REF-EFF-DATE   TO WS-CAT-EFF-DATE(WS-CAT-IDX).
           MOVE REF-TERM-DATE  TO WS-CAT-TERM-DATE(WS-CAT-IDX).
      *---------------------------------------------------------------
      * Fraud rules - the FR versions in force on the business date.
      * An entry's versions arrive oldest first, so the last one
      * effective on or before the date is held until the next rule
      * code shows, then loaded if its term date has not passed.
      * A missing REFMSTR or no rule in force means no scoring - the
      * fraud team expires the rules, scoring stops, nothing rejects.
      *---------------------------------------------------------------
       1098-LOAD-FRAUD-RULES.
           OPEN INPUT REFERENCE-MASTER.
           IF WS-REFMSTR-STATUS NOT = '00'
               SET END-OF-FRAUD-RULES TO TRUE
               DISPLAY WS-PROGRAM-ID
                   ': REFMSTR NOT AVAILABLE FS=' WS-REFMSTR-STATUS
                   ' - FRAUD SCORING SKIPPED THIS RUN'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REF-KEY.
           MOVE 'FR'       TO REF-TABLE-ID.
           START REFERENCE-MASTER KEY NOT < REF-KEY
               INVALID KEY SET END-OF-FRAUD-RULES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FRAUD-RULES
               READ REFERENCE-MASTER NEXT RECORD
                   AT END SET END-OF-FRAUD-RULES TO TRUE
                   NOT AT END
                       IF REF-TABLE-FRAUD
                           PERFORM 1088-PICK-FRAUD-VERSION
                       ELSE
                           SET END-OF-FRAUD-RULES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 1089-LOAD-HELD-FRAUD-RULE.
           CLOSE REFERENCE-MASTER.
           DISPLAY WS-PROGRAM-ID ': FRAUD RULES LOADED='
               WS-FRL-COUNT ' AS OF ' WS-BUSINESS-DATE.
      *---------------------------------------------------------------
       1088-PICK-FRAUD-VERSION.
           IF REF-ENTRY-KEY NOT = WS-FRL-HELD-CODE
               PERFORM 1089-LOAD-HELD-FRAUD-RULE
               MOVE REF-ENTRY-KEY TO WS-FRL-HELD-CODE
           END-IF.
           IF REF-EFF-DATE <= WS-BUSINESS-DATE
               MOVE REF-TERM-DATE TO WS-FRL-HELD-TERM
               MOVE REF-DATA      TO WS-FRL-HELD-DATA
               SET FRAUD-RULE-HELD TO TRUE
           END-IF.
      *---------------------------------------------------------------
       1089-LOAD-HELD-FRAUD-RULE.
           IF NOT FRAUD-RULE-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FRL-HELD-FLAG.
           IF WS-FRL-HELD-TERM > ZEROS
               AND WS-FRL-HELD-TERM < WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FRL-HELD-DATA TO FRAUD-RULE-RECORD.
           PERFORM 1099-STORE-FRAUD-RULE.
      *---------------------------------------------------------------
       1099-STORE-FRAUD-RULE.
           IF NOT FRL-RULE-VALID
                   ': AUTHMSTR NOT AVAILABLE FS=' WS-AUTH-STATUS
                   ' - PRIOR-AUTH CHECK SKIPPED THIS RUN'
           END-IF.
      *---------------------------------------------------------------
       1091-OPEN-ENROLL-MASTER.
           OPEN INPUT ENROLL-MASTER.
           IF WS-ENRL-STATUS = '00'
               SET ENROLL-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY WS-PROGRAM-ID
                   ': ENRLMSTR NOT AVAILABLE FS=' WS-ENRL-STATUS
                   ' - ENROLLMENT CHECK SKIPPED THIS RUN'
           END-IF.
      *---------------------------------------------------------------
      * SIU watchlist (optional DD). Running without it is allowed -
      * a note goes to SYSOUT so an unscreened run is visible.
           MOVE ZEROS                 TO RST-PRELOAD-COUNT.
           MOVE WS-VALID-COUNT        TO RST-VALID-COUNT.
           MOVE WS-REJECT-COUNT       TO RST-REJECT-COUNT.
           MOVE WS-SIUHOLD-COUNT      TO RST-SIUHOLD-COUNT.
           OPEN OUTPUT RESTART-CTL.
           WRITE RESTART-RECORD.
           CLOSE RESTART-CTL.
           IF INVALID-CLAIM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3285-CHECK-ENROLLMENT.
           IF INVALID-CLAIM
               EXIT PARAGRAPH
           END-IF.
           IF NOT CLM-TYPE-VALID
               SET INVALID-CLAIM TO TRUE
               SET RC-TYPE-INVALID TO TRUE
           SET VALID-CLAIM TO TRUE.
           PERFORM 3400-CHECK-PEND-CONDITIONS.
           PERFORM 3600-SCORE-FRAUD-RULES.
           PERFORM 3450-CHECK-PREMIUM-GRACE.
           PERFORM 3500-CHECK-WATCHLIST.
      *---------------------------------------------------------------
       3100-VALIDATE-DATE.
               ADD 1 TO WS-PEND-COUNT
           END-IF.
      *---------------------------------------------------------------
      * Premium grace, tried last: a claim dated after the premium
      * paid-through date billing last reported for the policy
      * (still 'A' - in its grace period) pends PD05, but only when
      * neither 3400 nor the fraud score has pended it already.
      * CLMSBILL releases a PD05 claim straight to 'V' when the
      * premium is paid, or denies it when the policy lapses, so a
      * claim that also needs an adjuster must keep that reason and
      * go through CLMSADJU instead.
      *---------------------------------------------------------------
       3450-CHECK-PREMIUM-GRACE.
           IF CLM-STATUS-PENDED
               EXIT PARAGRAPH
           END-IF.
           IF POL-PAID-THRU-DATE NUMERIC
               AND POL-PAID-THRU-DATE > ZEROS
               AND CLM-CLAIM-DATE > POL-PAID-THRU-DATE
               SET CLM-STATUS-PENDED TO TRUE
               SET CLM-PEND-PREMIUM-GRACE TO TRUE
               ADD 1 TO WS-PEND-COUNT
           END-IF.
      *---------------------------------------------------------------
      * CAT event code - blank means an ordinary claim; anything
      * else must match an event declared as of the loss date: the
      * event's latest version effective on or before CLM-CLAIM-DATE,
      * provided its term date has not passed by then.
      *---------------------------------------------------------------
       3350-VALIDATE-CAT-EVENT.
           IF CLM-CAT-EVENT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CAT-FOUND-FLAG.
           MOVE ZEROS TO WS-CAT-PICK.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-CAT-IDX) = CLM-CAT-EVENT-CODE
                   AND WS-CAT-EFF-DATE(WS-CAT-IDX) <= CLM-CLAIM-DATE
                   SET WS-CAT-PICK TO WS-CAT-IDX
               END-IF
           END-PERFORM.
           IF WS-CAT-PICK > ZEROS
               SET WS-CAT-IDX TO WS-CAT-PICK
               IF WS-CAT-TERM-DATE(WS-CAT-IDX) = ZEROS
                   OR WS-CAT-TERM-DATE(WS-CAT-IDX) >= CLM-CLAIM-DATE
                   SET CAT-EVENT-DECLARED TO TRUE
               END-IF
           END-IF.
           IF NOT CAT-EVENT-DECLARED
               SET INVALID-CLAIM TO TRUE
               SET RC-CAT-NOT-DECLARED TO TRUE
           ADD 1 TO WS-VEL-CNT(WS-VEL-IDX).
           MOVE WS-VEL-CNT(WS-VEL-IDX) TO WS-VEL-CURRENT.
      *---------------------------------------------------------------
      * SIU screening - policy number first, then claimant name,
      * then billing provider.
      * A hit marks the claim for diversion to the hold file; the
      * RC12 reason is also set so the claim's lines route out with
      * it the same way a rejected header's lines do.
                   MOVE WTC-CASE-ID TO WS-SIU-CASE-ID
                   ADD 1 TO WS-SIU-NAME-HITS
           END-READ.
           IF SIU-HIT
               PERFORM 3550-SET-SIU-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CLM-PROVIDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WTC-ENTRY-KEY.
           MOVE 'R' TO WTC-ENTRY-TYPE.
           MOVE CLM-PROVIDER-ID TO WTC-ENTRY-VALUE.
           READ WATCH-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SIU-HIT TO TRUE
                   MOVE 'R' TO WS-SIU-MATCH-TYPE
                   MOVE WTC-CASE-ID TO WS-SIU-CASE-ID
                   ADD 1 TO WS-SIU-PROVIDER-HITS
           END-READ.
           IF SIU-HIT
               PERFORM 3550-SET-SIU-REASON
           END-IF.
                   SET VALID-CLAIM TO TRUE
           END-READ.
      *---------------------------------------------------------------
      * Enrollment - walk the member's spans on this policy that
      * started on or before the claim date; any one not terminated
      * before the claim date (term zero = still enrolled) covers
      * it. Runs after the date edit so the claim date is sound. A
      * claim with no member id cannot be checked here - the member
      * edit rejects it when CLMTMSTR is present.
      *---------------------------------------------------------------
       3285-CHECK-ENROLLMENT.
           IF NOT ENROLL-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF CLM-MEMBER-ID = SPACES
               OR CLM-MEMBER-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ENRL-SCAN-FLAG WS-ENRL-FOUND-FLAG.
           MOVE CLM-POLICY-NUMBER TO ENR-POLICY-NUMBER.
           MOVE CLM-MEMBER-ID     TO ENR-MEMBER-ID.
           MOVE ZEROS             TO ENR-EFF-DATE.
           START ENROLL-MASTER KEY NOT < ENR-ENROLL-KEY
               INVALID KEY
                   SET ENRL-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL ENRL-SCAN-DONE
               READ ENROLL-MASTER NEXT RECORD
                   AT END
                       SET ENRL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF ENR-POLICY-NUMBER NOT = CLM-POLICY-NUMBER
                           OR ENR-MEMBER-ID NOT = CLM-MEMBER-ID
                           OR ENR-EFF-DATE > CLM-CLAIM-DATE
                           SET ENRL-SCAN-DONE TO TRUE
                       ELSE
                           IF ENR-TERM-DATE = ZEROS
                               OR ENR-TERM-DATE >= CLM-CLAIM-DATE
                               SET ENRL-SPAN-FOUND TO TRUE
                               SET ENRL-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT ENRL-SPAN-FOUND
               SET INVALID-CLAIM TO TRUE
               SET RC-NOT-ENROLLED TO TRUE
               MOVE 'NOT ENROLLED ON DATE' TO WS-REJECT-REASON-DESC
           END-IF.
      *---------------------------------------------------------------
      * Billing provider - keyed on the channel feeds and carried on
      * the claim. A blank provider id passes (not every claim has a
      * billing provider - life claims arrive without one); a
           PERFORM 9060-WRITE-CONTROL-TOTALS.
           MOVE WS-SIU-POLICY-HITS TO WS-STL-POLICY-HITS.
           MOVE WS-SIU-NAME-HITS   TO WS-STL-NAME-HITS.
           MOVE WS-SIU-PROVIDER-HITS TO WS-STL-PROVIDER-HITS.
           WRITE SIU-RPT-LINE FROM WS-SIU-TOTAL-LINE.
           CLOSE CLAIM-IN VALID-OUT REJECT-OUT REJECT-HIST
                 POLICY-MASTER VAL-TOT-OUT
                 CLAIM-LINES-IN CLEAN-LINES-OUT LINE-REJECT-OUT
                 WATCH-LIST SIU-HOLD-OUT SIU-RPT-OUT
                 MEMBER-MASTER PROVIDER-MASTER AUTH-MASTER
                 ENROLL-MASTER.
           IF WS-RETURN-CODE < +8
               PERFORM 9070-CLEAR-RESTART-CTL
           END-IF.
           MOVE WS-INPUT-COUNT     TO RJH-INPUT-COUNT.
           MOVE WS-VALID-COUNT     TO RJH-VALID-COUNT.
           MOVE WS-REJECT-COUNT    TO RJH-REJECT-COUNT.
           MOVE WS-SIUHOLD-COUNT   TO RJH-SIU-HOLD-COUNT.
           COMPUTE RJH-REJECT-PCT ROUNDED =
               (WS-REJECT-COUNT * 100) / WS-INPUT-COUNT.
           WRITE REJECT-HISTORY-RECORD.
           MOVE WS-INPUT-COUNT  TO VLT-INPUT-COUNT.
           MOVE WS-VALID-COUNT  TO VLT-VALID-COUNT.
           MOVE WS-REJECT-COUNT TO VLT-REJECT-COUNT.
           MOVE WS-SIUHOLD-COUNT TO VLT-SIU-HOLD-COUNT.
           WRITE VALIDATE-TOTALS-RECORD.
           IF WS-VALTOT-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE VALTOTOT FAILED FS='
           MOVE SPACES TO RST-PROGRAM-ID RST-LAST-POLICY-NO
                           RST-LAST-CLAIM-ID RST-TIMESTAMP.
           MOVE ZEROS  TO RST-ROW-COUNT RST-PRELOAD-COUNT
                           RST-VALID-COUNT RST-REJECT-COUNT
                           RST-SIUHOLD-COUNT.
           OPEN OUTPUT RESTART-CTL.
           WRITE RESTART-RECORD.
           CLOSE RESTART-CTL.
