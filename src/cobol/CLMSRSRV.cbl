      *===============================================================
      * CLMSRSRV - Open-Claim Reserve Estimation
      * Month-end step, run after that night's CLMSOSNP.
      * Walks every open claim (STATUS N, V, O and pending 'P') on
      * the night's open-claim snapshot (DD OPENSNAP, layout
      * OSNPREC) and computes a reserve per claim from its
      * claim-type and coverage-code factors and an aging uplift on
      * the snapshot's calendar days outstanding, so the reserve
      * describes the same population as the aging report.
      * Writes a GL-ready summary file of reserve totals by
      * type/coverage (DD GLRSRVO, layout GLRSRVRC), as of the
      * snapshot date, plus a detail register print, replacing the
      * blanket-percentage SPUFI estimate the auditors flagged.
      * Return codes: 0=success  4=warning  8=error  16=severe
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
       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSRSRV'.

       01  WS-FILE-STATUSES.
           05  WS-GLRSRV-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-OPENSNAP-STATUS  PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CLAIM-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-RETURN-CODE          PIC S9(04) COMP VALUE +0.

       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SNAPSHOT     VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  FILLER              PIC X(14).

       01  WS-TODAY-NUMERIC        PIC 9(08).
       01  WS-DAYS-OUTSTANDING     PIC S9(09) COMP.

      *---------------------------------------------------------------
      * Snapshot control - the details read are checked against the
      * trailer count, and a snapshot not taken today is reported
      * from with a warning. The reserve is as of the snapshot date.
      *---------------------------------------------------------------
       01  WS-SNAPSHOT-DATE        PIC 9(08) VALUE ZEROS.
       01  WS-SNAPSHOT-TS          PIC X(26) VALUE SPACES.
       01  WS-SNAPSHOT-READ        PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------
      * Reserve factors. Type and coverage factors reflect expected
      * ultimate settlement against billed amount; the aging uplift
       01  WS-AGE-FACTOR           PIC 9(01)V99 VALUE ZEROS.
       01  WS-CLAIM-RESERVE        PIC S9(09)V99 COMP-3 VALUE +0.

       01  WS-CLAIM-FIELDS.
           05  WS-CLAIM-TYPE       PIC X(02).
               88  WS-TYPE-MEDICAL     VALUE 'MD'.
               88  WS-TYPE-DENTAL      VALUE 'DN'.
               88  WS-TYPE-DISABILITY  VALUE 'DS'.
               88  WS-TYPE-LIFE        VALUE 'LF'.
           05  WS-COVERAGE-CODE    PIC X(03).
               88  WS-COV-IND          VALUE 'IND'.
               88  WS-COV-GRP          VALUE 'GRP'.

      *---------------------------------------------------------------
      * Type/coverage groups. The snapshot comes oldest claim first,
      * so each claim's reserve is added to its group here - kept in
      * type/coverage order as groups are inserted - and the groups
      * roll onto the register subtotals and the GL summary file at
      * the end.
      *---------------------------------------------------------------
       01  WS-BREAK-KEY.
           05  WS-BK-TYPE          PIC X(02).
           05  WS-BK-COVERAGE      PIC X(03).
       01  WS-GRP-MAX              PIC 9(03) VALUE 100.
       01  WS-GRP-USED             PIC 9(03) VALUE ZEROS.
       01  WS-GRP-SUB              PIC 9(03) VALUE ZEROS.
       01  WS-GRP-MOVE             PIC 9(03) VALUE ZEROS.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-KEY      PIC X(05).
               10  WS-GRP-CLAIMS   PIC 9(07).
               10  WS-GRP-RESERVE  PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-RESERVE        PIC S9(11)V99 COMP-3 VALUE +0.

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
           05  WS-TT-RESERVE       PIC $$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(91) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SC-TEXT          PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-SNAPSHOT UNTIL END-OF-SNAPSHOT.
           PERFORM 5000-FINAL-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-NUMERIC =
               (WS-DATE-YYYY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD.
           OPEN OUTPUT GL-RESERVE-OUT.
           IF WS-GLRSRV-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN GLRSRVO FAILED FS='
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-OPEN-SNAPSHOT.
           PERFORM 1100-WRITE-PAGE-HEADER.
      *---------------------------------------------------------------
      * The snapshot must open on its header - without one there is
      * no population to reserve. The header's point in time goes on
      * every page and its date on the GL summary.
      *---------------------------------------------------------------
       1050-OPEN-SNAPSHOT.
           OPEN INPUT OPEN-SNAPSHOT.
           IF WS-OPENSNAP-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': OPEN OPENSNAP FAILED FS='
                   WS-OPENSNAP-STATUS
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           READ OPEN-SNAPSHOT
               AT END MOVE SPACES TO OPEN-SNAPSHOT-HEADER
           END-READ.
           IF NOT OSN-TYPE-HEADER
               DISPLAY WS-PROGRAM-ID ': OPENSNAP HAS NO HEADER RECORD'
               MOVE +16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OSN-H-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE.
           MOVE OSN-H-SNAPSHOT-TS   TO WS-SNAPSHOT-TS WS-TL2-SNAPSHOT.
           IF WS-SNAPSHOT-DATE NOT = WS-TODAY-NUMERIC
               DISPLAY WS-PROGRAM-ID ': WARNING - SNAPSHOT TAKEN '
                   WS-SNAPSHOT-TS ' IS NOT TODAY''S'
               IF WS-RETURN-CODE < +4
                   MOVE +4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 5 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Next snapshot detail. The trailer ends the file and must
      * agree with the details read; a file that ends without one
      * was cut short.
      *---------------------------------------------------------------
       1500-READ-SNAPSHOT.
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
       2000-PROCESS-SNAPSHOT.
           PERFORM 1500-READ-SNAPSHOT.
           IF END-OF-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.

           MOVE OSN-CLAIM-TYPE    TO WS-CLAIM-TYPE.
           MOVE OSN-COVERAGE-CODE TO WS-COVERAGE-CODE.
           MOVE WS-CLAIM-TYPE     TO WS-BK-TYPE.
           MOVE WS-COVERAGE-CODE  TO WS-BK-COVERAGE.

           ADD 1 TO WS-CLAIM-COUNT.
           PERFORM 3000-COMPUTE-RESERVE.
           PERFORM 2500-ADD-TO-GROUP.
           ADD WS-CLAIM-RESERVE TO WS-TOTAL-RESERVE.
           PERFORM 3500-PRINT-DETAIL.
      *---------------------------------------------------------------
      * Find the claim's type/coverage group, inserting it in key
      * order when it is new. A group past the table size cannot
      * reach the GL summary - an error, since the ledger would be
      * short.
      *---------------------------------------------------------------
       2500-ADD-TO-GROUP.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-USED
               OR WS-GRP-KEY(WS-GRP-SUB) >= WS-BREAK-KEY
               CONTINUE
           END-PERFORM.
           IF WS-GRP-SUB > WS-GRP-USED
               OR WS-GRP-KEY(WS-GRP-SUB) NOT = WS-BREAK-KEY
               IF WS-GRP-USED >= WS-GRP-MAX
                   DISPLAY WS-PROGRAM-ID ': GROUP TABLE FULL AT '
                       WS-GRP-MAX ' - TYPE/COV ' WS-BREAK-KEY
                       ' NOT SUMMARIZED'
                   MOVE +8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-GRP-MOVE FROM WS-GRP-USED BY -1
                   UNTIL WS-GRP-MOVE < WS-GRP-SUB
                   MOVE WS-GRP-ENTRY(WS-GRP-MOVE)
                       TO WS-GRP-ENTRY(WS-GRP-MOVE + 1)
               END-PERFORM
               ADD 1 TO WS-GRP-USED
               MOVE WS-BREAK-KEY TO WS-GRP-KEY(WS-GRP-SUB)
               MOVE ZEROS        TO WS-GRP-CLAIMS(WS-GRP-SUB)
                                    WS-GRP-RESERVE(WS-GRP-SUB)
           END-IF.
           ADD 1                TO WS-GRP-CLAIMS(WS-GRP-SUB).
           ADD WS-CLAIM-RESERVE TO WS-GRP-RESERVE(WS-GRP-SUB).
      *---------------------------------------------------------------
      * Reserve = billed amount x type factor x coverage factor x
      * aging uplift, computed per open claim.
      *---------------------------------------------------------------
               WHEN OTHER
                   MOVE 1.00 TO WS-COV-FACTOR
           END-EVALUATE.
           MOVE OSN-CALENDAR-DAYS TO WS-DAYS-OUTSTANDING.
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING <= 30
                   MOVE 1.00 TO WS-AGE-FACTOR
                   MOVE 1.25 TO WS-AGE-FACTOR
           END-EVALUATE.
           COMPUTE WS-CLAIM-RESERVE ROUNDED =
               OSN-CLAIM-AMOUNT * WS-TYPE-FACTOR
               * WS-COV-FACTOR * WS-AGE-FACTOR.
      *---------------------------------------------------------------
       3500-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE OSN-POLICY-NO      TO WS-DL-POLICY.
           MOVE OSN-CLAIM-ID       TO WS-DL-CLAIM-ID.
           MOVE WS-CLAIM-TYPE      TO WS-DL-TYPE.
           MOVE WS-COVERAGE-CODE   TO WS-DL-COVERAGE.
           MOVE OSN-CLAIM-AMOUNT   TO WS-DL-AMOUNT.
           MOVE WS-DAYS-OUTSTANDING TO WS-DL-DAYS.
           MOVE WS-CLAIM-RESERVE   TO WS-DL-RESERVE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *---------------------------------------------------------------
      * Group close - subtotal line on the register and one GL
      * summary record per type/coverage, in type/coverage order.
      *---------------------------------------------------------------
       4000-CLOSE-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-GRP-KEY(WS-GRP-SUB)(1:2) TO WS-GL-TYPE
                                               GLR-CLAIM-TYPE.
           MOVE WS-GRP-KEY(WS-GRP-SUB)(3:3) TO WS-GL-COVERAGE
                                               GLR-COVERAGE-CODE.
           MOVE WS-GRP-CLAIMS(WS-GRP-SUB)   TO WS-GL-COUNT.
           MOVE WS-GRP-RESERVE(WS-GRP-SUB)  TO WS-GL-RESERVE.
           WRITE RPT-LINE FROM WS-GROUP-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-SNAPSHOT-DATE            TO GLR-AS-OF-DATE.
           MOVE WS-GRP-CLAIMS(WS-GRP-SUB)   TO GLR-CLAIM-COUNT.
           MOVE WS-GRP-RESERVE(WS-GRP-SUB)  TO GLR-RESERVE-AMOUNT.
           WRITE GL-RESERVE-RECORD.
           IF WS-GLRSRV-STATUS NOT = '00'
               DISPLAY WS-PROGRAM-ID ': WRITE GLRSRVO FAILED FS='
           END-IF.
      *---------------------------------------------------------------
       5000-FINAL-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE 'RESERVE BY CLAIM TYPE / COVERAGE' TO WS-SC-TEXT.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-USED
               PERFORM 4000-CLOSE-GROUP
           END-PERFORM.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE.
           MOVE WS-TOTAL-RESERVE TO WS-TT-RESERVE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           CLOSE OPEN-SNAPSHOT.
      *---------------------------------------------------------------
       9000-TERMINATE.
           CLOSE GL-RESERVE-OUT RPT-OUT.
