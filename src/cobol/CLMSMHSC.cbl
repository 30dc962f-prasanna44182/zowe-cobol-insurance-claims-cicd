      *===============================================================
      * CLMSMHSC - Member Claim History CICS Transaction (CMHS)
      * Call-center front door for a member who knows neither a
      * policy number nor a claim id (CICS translator and DB2
      * precompile required). Pseudo-conversational on map MHSMAP
      * (mapset CLMSMHSM, symbolic copybook MHSMAPC):
      *   - a member id lists that member's claims; a name instead
      *     browses the claimant master's name alternate index
      *     (file CLMTNAME, the path over CLMTMSTR's MBR-MEMBER-NAME)
      *     from the keyed prefix. One match lists at once; several
      *     list the members, and S against one picks it.
      *   - the member's claims come from CLAIMS_MASTER and
      *     CLAIMS_MASTER_HIST together, newest claim date first,
      *     twelve to a page (PF8/PF7), with status, claimed and
      *     approved amounts and paid date. H marks an archived
      *     claim, A one with an open appeal.
      *   - above the list: the member's current benefit-year
      *     deductible and out-of-pocket met (MEMBER_ACCUM) and a
      *     count of open appeals with the nearest due date.
      *   - I against a claim goes to the inquiry screen (CINQ,
      *     CLMSINQC), N to the notes screen (CNOT, CLMSNOTC), by
      *     XCTL with commarea XFERCOMM; PF3 there comes back here
      *     to the same member.
      * A member merged into another (MBR-STATUS 'M') shows the
      * surviving member, whose record now carries the claims.
      * Every reply rebuilds the whole screen, so nothing from the
      * previous page can be left standing on it.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSMHSC.
       AUTHOR. PRASANNA KUMAR MADALA.
       DATE-WRITTEN. 2026-10-15.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL SET CURRENT SCHEMA = 'Z77140' END-EXEC.
           COPY DCLACCM.
           COPY MBRMREC.
           COPY MHSMAPC.
           COPY DFHAID.
           COPY XFERCOMM.

       01  WS-PROGRAM-ID           PIC X(08) VALUE 'CLMSMHSC'.
       01  WS-TRANSID              PIC X(04) VALUE 'CMHS'.

       01  WS-RESP                 PIC S9(08) COMP VALUE +0.

      *---------------------------------------------------------------
      * Conversation state, carried on every RETURN TRANSID: what is
      * on the screen (claim list or name matches), for which member
      * or name, the claim-list page, and the key behind each of the
      * twelve list lines so a select can be resolved.
      *---------------------------------------------------------------
       01  WS-MHS-COMMAREA.
           05  MHC-MODE            PIC X(01).
               88  MHC-CLAIM-LIST        VALUE 'C'.
               88  MHC-NAME-LIST         VALUE 'N'.
               88  MHC-NO-LIST           VALUE ' '.
           05  MHC-MEMBER-ID       PIC X(09).
           05  MHC-NAME-KEY        PIC X(30).
           05  MHC-PAGE            PIC 9(04).
           05  MHC-MORE-FLAG       PIC X(01).
               88  MHC-MORE-ROWS         VALUE 'Y'.
           05  MHC-LINE-KEY        PIC X(18) OCCURS 12 TIMES.

       01  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +12.
       01  WS-BACK-FROM-CLAIM-FLAG PIC X(01) VALUE 'N'.
           88  BACK-FROM-CLAIM     VALUE 'Y'.

      *---------------------------------------------------------------
      * MHSMAPO redefines MHSMAPI, so the received fields are saved
      * here before the output area is cleared for the reply.
      *---------------------------------------------------------------
       01  WS-MEMBER-ID-IN         PIC X(09) VALUE SPACES.
       01  WS-NAME-IN              PIC X(30) VALUE SPACES.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY        PIC X(01) OCCURS 12 TIMES.
       01  WS-SEL-IDX              PIC S9(04) COMP VALUE +0.
       01  WS-SEL-CODE             PIC X(01) VALUE SPACES.
       01  WS-SX                   PIC S9(04) COMP VALUE +0.

       01  WS-MESSAGE              PIC X(60) VALUE SPACES.

      *---------------------------------------------------------------
      * List lines are built here, then dealt out to the twelve named
      * map fields - a hand-kept DSECT has no OCCURS to index.
      *---------------------------------------------------------------
       01  WS-LIST-LINES.
           05  WS-LIST-LINE-ENTRY  PIC X(76) OCCURS 12 TIMES.
       01  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.

       01  WS-CLAIM-LINE.
           05  WS-CL-POLICY-NO     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CLAIM-ID      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CLAIM-DATE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CLAIM-TYPE    PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-STATUS        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-CLAIMED       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-APPROVED      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-PAID-DATE     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-ARCHIVED      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CL-APPEAL        PIC X(01).

       01  WS-NAME-LINE.
           05  WS-NL-MEMBER-ID     PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-MEMBER-NAME   PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-CITY          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-STATE         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-NL-NOTE          PIC X(11).

      *---------------------------------------------------------------
      * Claim-list host variables.
      *---------------------------------------------------------------
       01  WS-CURSOR-MEMBER-ID     PIC X(09).
       01  WS-HC-POLICY-NO         PIC X(10).
       01  WS-HC-CLAIM-ID          PIC X(08).
       01  WS-HC-CLAIM-DATE        PIC S9(08) COMP-3.
       01  WS-HC-CLAIM-TYPE        PIC X(02).
       01  WS-HC-STATUS            PIC X(01).
       01  WS-HC-CLAIM-AMOUNT      PIC S9(07)V99 COMP-3.
       01  WS-HC-APPROVED-AMOUNT   PIC S9(07)V99 COMP-3.
       01  WS-HC-PAID-DATE         PIC S9(08) COMP-3.
       01  WS-HC-ARCHIVED          PIC X(01).
       01  WS-HC-APPEAL            PIC X(01).
       01  WS-DATE-DISP            PIC 9(08).
       01  WS-DATE-EDITED          PIC X(10).

       01  WS-FETCH-DONE           PIC X(01) VALUE 'N'.
           88  FETCH-COMPLETE      VALUE 'Y'.
       01  WS-ROWS-TO-SKIP         PIC S9(09) COMP VALUE +0.
       01  WS-ROWS-FETCHED         PIC S9(09) COMP VALUE +0.

       01  WS-APL-COUNT            PIC S9(09) COMP VALUE +0.
       01  WS-APL-NEXT-DUE         PIC S9(08) COMP-3 VALUE +0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-DATE-YYYY        PIC 9(04).
           05  FILLER              PIC X(17).

      *---------------------------------------------------------------
      * Name browse - the prefix keyed, and how much of it must match.
      *---------------------------------------------------------------
       01  WS-BROWSE-KEY           PIC X(30).
       01  WS-NAME-LEN             PIC S9(04) COMP VALUE +0.
       01  WS-NAME-MATCHES         PIC S9(04) COMP VALUE +0.
       01  WS-BROWSE-DONE          PIC X(01) VALUE 'N'.
           88  BROWSE-COMPLETE     VALUE 'Y'.
       01  WS-MERGED-FROM          PIC X(09).
       01  WS-COUNT-DISP           PIC Z9.

      *---------------------------------------------------------------
      * The member's claims from both tables, newest claim date
      * first. ' '/'H' marks live/archived; 'A' an open appeal.
      *---------------------------------------------------------------
           EXEC SQL DECLARE CMHS_CLAIM_CURSOR CURSOR FOR
               SELECT M.POLICY_NO, M.CLAIM_ID, M.CLAIM_DATE,
                      M.CLAIM_TYPE, M.STATUS, M.CLAIM_AMOUNT,
                      M.APPROVED_AMOUNT, M.PAID_DATE, ' ',
                      CASE WHEN EXISTS
                                (SELECT 1 FROM CLAIMS_APPEAL A
                                 WHERE A.POLICY_NO = M.POLICY_NO
                                   AND A.CLAIM_ID  = M.CLAIM_ID
                                   AND A.STATUS    = 'O')
                           THEN 'A' ELSE ' ' END
               FROM CLAIMS_MASTER M
               WHERE M.MEMBER_ID = :WS-CURSOR-MEMBER-ID
               UNION ALL
               SELECT H.POLICY_NO, H.CLAIM_ID, H.CLAIM_DATE,
                      H.CLAIM_TYPE, H.STATUS, H.CLAIM_AMOUNT,
                      H.APPROVED_AMOUNT, H.PAID_DATE, 'H',
                      CASE WHEN EXISTS
                                (SELECT 1 FROM CLAIMS_APPEAL A
                                 WHERE A.POLICY_NO = H.POLICY_NO
                                   AND A.CLAIM_ID  = H.CLAIM_ID
                                   AND A.STATUS    = 'O')
                           THEN 'A' ELSE ' ' END
               FROM CLAIMS_MASTER_HIST H
               WHERE H.MEMBER_ID = :WS-CURSOR-MEMBER-ID
               ORDER BY 3 DESC, 1, 2
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(261).
      *===============================================================
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = LENGTH OF XFER-COMMAREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO XFER-COMMAREA
               SET BACK-FROM-CLAIM TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
               WHEN BACK-FROM-CLAIM
                   PERFORM 1500-RETURN-FROM-CLAIM
               WHEN OTHER
                   MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-MHS-COMMAREA
                   MOVE LOW-VALUES TO MHSMAPO
                   EVALUATE EIBAID
                       WHEN DFHPF3
                       WHEN DFHCLEAR
                           PERFORM 9100-EXIT-TRANSACTION
                       WHEN DFHENTER
                           PERFORM 2000-PROCESS-ENTER
                       WHEN DFHPF7
                           PERFORM 2700-PAGE-BACK
                       WHEN DFHPF8
                           PERFORM 2800-PAGE-FORWARD
                       WHEN OTHER
                           MOVE 'USE ENTER, PF7, PF8 OR PF3'
                             TO WS-MESSAGE
                           PERFORM 2900-REDISPLAY
                   END-EVALUATE
                   PERFORM 8100-SEND-MAP
           END-EVALUATE.
           PERFORM 8000-RETURN-TRANSID.
      *---------------------------------------------------------------
       1000-FIRST-TIME.
           INITIALIZE WS-MHS-COMMAREA.
           MOVE LOW-VALUES TO MHSMAPO.
           MOVE 'ENTER A MEMBER ID OR THE START OF A NAME'
               TO WS-MESSAGE.
           PERFORM 8100-SEND-MAP.
      *---------------------------------------------------------------
      * PF3 on CINQ or CNOT after a select - back to the member's
      * claim list, first page.
      *---------------------------------------------------------------
       1500-RETURN-FROM-CLAIM.
           INITIALIZE WS-MHS-COMMAREA.
           MOVE LOW-VALUES TO MHSMAPO.
           MOVE XFR-MEMBER-ID TO MHC-MEMBER-ID.
           MOVE 1 TO MHC-PAGE.
           PERFORM 3000-SHOW-MEMBER.
           PERFORM 8100-SEND-MAP.
      *---------------------------------------------------------------
      * ENTER - a select on the list wins; otherwise a keyed member
      * id, then a keyed name; with nothing keyed the current list
      * is refreshed.
      *---------------------------------------------------------------
       2000-PROCESS-ENTER.
           EXEC CICS RECEIVE MAP('MHSMAP') MAPSET('CLMSMHSM')
               INTO(MHSMAPI) RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-MEMBER-ID-IN WS-NAME-IN WS-SEL-TABLE.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2050-SAVE-INPUT
           END-IF.
           MOVE LOW-VALUES TO MHSMAPO.
           PERFORM 2100-FIND-SELECTION.
           EVALUATE TRUE
               WHEN WS-SEL-IDX > 0
                   PERFORM 2200-PROCESS-SELECTION
               WHEN WS-MEMBER-ID-IN NOT = SPACES
                   INITIALIZE WS-MHS-COMMAREA
                   MOVE WS-MEMBER-ID-IN TO MHC-MEMBER-ID
                   MOVE 1 TO MHC-PAGE
                   PERFORM 3000-SHOW-MEMBER
               WHEN WS-NAME-IN NOT = SPACES
                   INITIALIZE WS-MHS-COMMAREA
                   MOVE WS-NAME-IN TO MHC-NAME-KEY
                   PERFORM 4000-NAME-SEARCH
               WHEN OTHER
                   PERFORM 2900-REDISPLAY
           END-EVALUATE.
      *---------------------------------------------------------------
       2050-SAVE-INPUT.
           MOVE MBRIDI    TO WS-MEMBER-ID-IN.
           MOVE NAMESRCHI TO WS-NAME-IN.
           MOVE SEL01I TO WS-SEL-ENTRY(1).
           MOVE SEL02I TO WS-SEL-ENTRY(2).
           MOVE SEL03I TO WS-SEL-ENTRY(3).
           MOVE SEL04I TO WS-SEL-ENTRY(4).
           MOVE SEL05I TO WS-SEL-ENTRY(5).
           MOVE SEL06I TO WS-SEL-ENTRY(6).
           MOVE SEL07I TO WS-SEL-ENTRY(7).
           MOVE SEL08I TO WS-SEL-ENTRY(8).
           MOVE SEL09I TO WS-SEL-ENTRY(9).
           MOVE SEL10I TO WS-SEL-ENTRY(10).
           MOVE SEL11I TO WS-SEL-ENTRY(11).
           MOVE SEL12I TO WS-SEL-ENTRY(12).
           INSPECT WS-MEMBER-ID-IN REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-NAME-IN      REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-SEL-TABLE    REPLACING ALL LOW-VALUES BY SPACES.
      *---------------------------------------------------------------
      * First line with anything keyed in its select column.
      *---------------------------------------------------------------
       2100-FIND-SELECTION.
           MOVE ZERO TO WS-SEL-IDX.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-LINES-PER-PAGE OR WS-SEL-IDX > 0
               IF WS-SEL-ENTRY(WS-SX) NOT = SPACE
                   MOVE WS-SX TO WS-SEL-IDX
                   MOVE WS-SEL-ENTRY(WS-SX) TO WS-SEL-CODE
               END-IF
           END-PERFORM.
      *---------------------------------------------------------------
      * I or N on a claim line hands the claim to CINQ or CNOT; S on
      * a name-match line picks that member. XCTL only comes back
      * here if the target program cannot be started.
      *---------------------------------------------------------------
       2200-PROCESS-SELECTION.
           IF MHC-LINE-KEY(WS-SEL-IDX) = SPACES
               OR MHC-LINE-KEY(WS-SEL-IDX) = LOW-VALUES
               MOVE 'NOTHING LISTED ON THE LINE SELECTED' TO WS-MESSAGE
               PERFORM 2900-REDISPLAY
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN MHC-CLAIM-LIST
                   EVALUATE WS-SEL-CODE
                       WHEN 'I'
                       WHEN 'N'
                           PERFORM 2300-TRANSFER-TO-CLAIM
                       WHEN OTHER
                           MOVE 'SELECT I (INQUIRY) OR N (NOTES)'
                               TO WS-MESSAGE
                           PERFORM 2900-REDISPLAY
                   END-EVALUATE
               WHEN MHC-NAME-LIST
                   IF WS-SEL-CODE = 'S'
                       MOVE MHC-LINE-KEY(WS-SEL-IDX)(1:9)
                           TO MHC-MEMBER-ID
                       MOVE 1 TO MHC-PAGE
                       PERFORM 3000-SHOW-MEMBER
                   ELSE
                       MOVE 'SELECT S TO PICK A MEMBER' TO WS-MESSAGE
                       PERFORM 2900-REDISPLAY
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER A MEMBER ID OR THE START OF A NAME'
                       TO WS-MESSAGE
           END-EVALUATE.
      *---------------------------------------------------------------
       2300-TRANSFER-TO-CLAIM.
           MOVE WS-TRANSID TO XFR-ORIGIN-TRANSID.
           MOVE MHC-LINE-KEY(WS-SEL-IDX)(1:10) TO XFR-POLICY-NO.
           MOVE MHC-LINE-KEY(WS-SEL-IDX)(11:8) TO XFR-CLAIM-ID.
           MOVE MHC-MEMBER-ID TO XFR-MEMBER-ID.
           IF WS-SEL-CODE = 'I'
               EXEC CICS XCTL PROGRAM('CLMSINQC')
                   COMMAREA(XFER-COMMAREA)
                   LENGTH(LENGTH OF XFER-COMMAREA)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('CLMSNOTC')
                   COMMAREA(XFER-COMMAREA)
                   LENGTH(LENGTH OF XFER-COMMAREA)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
           MOVE 'CLAIM SCREEN NOT AVAILABLE - CONTACT SUPPORT'
               TO WS-MESSAGE.
           PERFORM 2900-REDISPLAY.
      *---------------------------------------------------------------
       2700-PAGE-BACK.
           IF MHC-CLAIM-LIST AND MHC-PAGE > 1
               SUBTRACT 1 FROM MHC-PAGE
           ELSE
               MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
           END-IF.
           PERFORM 2900-REDISPLAY.
      *---------------------------------------------------------------
       2800-PAGE-FORWARD.
           IF MHC-CLAIM-LIST AND MHC-MORE-ROWS
               ADD 1 TO MHC-PAGE
           ELSE
               MOVE 'NO MORE CLAIMS TO SHOW' TO WS-MESSAGE
           END-IF.
           PERFORM 2900-REDISPLAY.
      *---------------------------------------------------------------
      * Rebuild whatever the screen was showing, under any message
      * already set.
      *---------------------------------------------------------------
       2900-REDISPLAY.
           EVALUATE TRUE
               WHEN MHC-CLAIM-LIST
                   PERFORM 3000-SHOW-MEMBER
               WHEN MHC-NAME-LIST
                   PERFORM 4000-NAME-SEARCH
               WHEN OTHER
                   IF WS-MESSAGE = SPACES
                       MOVE 'ENTER A MEMBER ID OR THE START OF A NAME'
                           TO WS-MESSAGE
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
      * Member header, accumulators, appeals and the current page of
      * claims for MHC-MEMBER-ID.
      *---------------------------------------------------------------
       3000-SHOW-MEMBER.
           SET MHC-NO-LIST TO TRUE.
           MOVE SPACES TO WS-LIST-LINES.
           PERFORM 3050-READ-MEMBER.
           IF MBR-MEMBER-ID NOT = MHC-MEMBER-ID
               PERFORM 5500-DEAL-LIST-LINES
               EXIT PARAGRAPH
           END-IF.
           MOVE MHC-MEMBER-ID   TO MBRIDO.
           MOVE MBR-MEMBER-NAME TO MBRNAMEO.
           PERFORM 3100-FORMAT-ACCUMULATORS.
           PERFORM 3200-FORMAT-APPEALS.
           PERFORM 3300-LIST-CLAIMS.
           SET MHC-CLAIM-LIST TO TRUE.
           PERFORM 5500-DEAL-LIST-LINES.
      *---------------------------------------------------------------
      * Claimant master read; a merged member is followed once to
      * its survivor. A miss leaves MBR-MEMBER-ID unequal to the
      * member asked for.
      *---------------------------------------------------------------
       3050-READ-MEMBER.
           MOVE SPACES TO MBR-MEMBER-ID.
           EXEC CICS READ FILE('CLMTMSTR')
               INTO(MEMBER-RECORD)
               RIDFLD(MHC-MEMBER-ID)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO MBR-MEMBER-ID
                   MOVE 'MEMBER NOT ON FILE' TO WS-MESSAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO MBR-MEMBER-ID
                   MOVE 'MEMBER LOOKUP FAILED - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF MBR-MERGED AND MBR-FORWARD-TO NOT = SPACES
               MOVE MHC-MEMBER-ID  TO WS-MERGED-FROM
               MOVE MBR-FORWARD-TO TO MHC-MEMBER-ID
               EXEC CICS READ FILE('CLMTMSTR')
                   INTO(MEMBER-RECORD)
                   RIDFLD(MHC-MEMBER-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF WS-MESSAGE = SPACES
                       STRING 'MEMBER ' WS-MERGED-FROM
                              ' MERGED - SHOWING SURVIVOR '
                              MHC-MEMBER-ID
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               ELSE
                   MOVE SPACES TO MBR-MEMBER-ID
                   MOVE 'MERGED MEMBER SURVIVOR NOT ON FILE'
                       TO WS-MESSAGE
               END-IF
           END-IF.
      *---------------------------------------------------------------
      * Current benefit year's deductible and out-of-pocket met. No
      * MEMBER_ACCUM row yet this year shows zero.
      *---------------------------------------------------------------
       3100-FORMAT-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE MHC-MEMBER-ID TO DCL-ACM-MEMBER-ID.
           MOVE WS-DATE-YYYY  TO DCL-ACM-BENEFIT-YEAR.
           MOVE WS-DATE-YYYY  TO BENYRO.
           EXEC SQL
               SELECT DED_APPLIED, OOP_APPLIED
               INTO :DCL-ACM-DED-APPLIED, :DCL-ACM-OOP-APPLIED
               FROM MEMBER_ACCUM
               WHERE MEMBER_ID    = :DCL-ACM-MEMBER-ID
                 AND BENEFIT_YEAR = :DCL-ACM-BENEFIT-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZEROS TO DCL-ACM-DED-APPLIED DCL-ACM-OOP-APPLIED
           END-IF.
           MOVE DCL-ACM-DED-APPLIED TO DEDAPPO.
           MOVE DCL-ACM-OOP-APPLIED TO OOPAPPO.
      *---------------------------------------------------------------
      * Open appeals on any of the member's claims, live or
      * archived, and the nearest statutory due date among them.
      *---------------------------------------------------------------
       3200-FORMAT-APPEALS.
           MOVE MHC-MEMBER-ID TO WS-CURSOR-MEMBER-ID.
           EXEC SQL
               SELECT COUNT(*), VALUE(MIN(A.DUE_DATE), 0)
               INTO :WS-APL-COUNT, :WS-APL-NEXT-DUE
               FROM CLAIMS_APPEAL A
               WHERE A.STATUS = 'O'
                 AND (EXISTS
                        (SELECT 1 FROM CLAIMS_MASTER M
                         WHERE M.POLICY_NO = A.POLICY_NO
                           AND M.CLAIM_ID  = A.CLAIM_ID
                           AND M.MEMBER_ID = :WS-CURSOR-MEMBER-ID)
                      OR EXISTS
                        (SELECT 1 FROM CLAIMS_MASTER_HIST H
                         WHERE H.POLICY_NO = A.POLICY_NO
                           AND H.CLAIM_ID  = A.CLAIM_ID
                           AND H.MEMBER_ID = :WS-CURSOR-MEMBER-ID))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-APL-COUNT WS-APL-NEXT-DUE
           END-IF.
           MOVE WS-APL-COUNT TO APLCNTO.
           IF WS-APL-NEXT-DUE > 0
               MOVE WS-APL-NEXT-DUE TO WS-DATE-DISP
               PERFORM 6000-EDIT-DATE
               MOVE WS-DATE-EDITED TO APLDUEO
           END-IF.
      *---------------------------------------------------------------
      * One page of the member's claims. Earlier pages are read past
      * rather than keyed - a member's claims run to pages, not
      * thousands, and it keeps the cursor a plain ordered list. One
      * row beyond the page tells whether PF8 has anything to show.
      *---------------------------------------------------------------
       3300-LIST-CLAIMS.
           MOVE SPACES TO MHC-MORE-FLAG.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-LINES-PER-PAGE
               MOVE SPACES TO MHC-LINE-KEY(WS-SX)
           END-PERFORM.
           IF MHC-PAGE < 1
               MOVE 1 TO MHC-PAGE
           END-IF.
           COMPUTE WS-ROWS-TO-SKIP = (MHC-PAGE - 1) * WS-LINES-PER-PAGE.
           MOVE ZERO TO WS-ROWS-FETCHED WS-LINE-COUNT.
           MOVE 'N' TO WS-FETCH-DONE.
           MOVE MHC-MEMBER-ID TO WS-CURSOR-MEMBER-ID.
           EXEC SQL OPEN CMHS_CLAIM_CURSOR END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'CLAIM LIST FAILED - CONTACT SUPPORT' TO WS-MESSAGE
               SET FETCH-COMPLETE TO TRUE
           END-IF.
           PERFORM 3400-FETCH-ONE-CLAIM UNTIL FETCH-COMPLETE.
           EXEC SQL CLOSE CMHS_CLAIM_CURSOR END-EXEC.
           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-LINE-COUNT = 0 AND MHC-PAGE = 1
                       MOVE 'NO CLAIMS ON FILE FOR THIS MEMBER'
                           TO WS-MESSAGE
                   WHEN MHC-MORE-ROWS
                       STRING 'PAGE ' MHC-PAGE
                              ' - NEWEST FIRST - PF8 FOR MORE'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN OTHER
                       STRING 'PAGE ' MHC-PAGE
                              ' - NEWEST FIRST - END OF LIST'
                           DELIMITED BY SIZE INTO WS-MESSAGE
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------
       3400-FETCH-ONE-CLAIM.
           EXEC SQL
               FETCH CMHS_CLAIM_CURSOR
               INTO :WS-HC-POLICY-NO,      :WS-HC-CLAIM-ID,
                    :WS-HC-CLAIM-DATE,     :WS-HC-CLAIM-TYPE,
                    :WS-HC-STATUS,         :WS-HC-CLAIM-AMOUNT,
                    :WS-HC-APPROVED-AMOUNT, :WS-HC-PAID-DATE,
                    :WS-HC-ARCHIVED,       :WS-HC-APPEAL
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'CLAIM LIST FAILED - CONTACT SUPPORT'
                       TO WS-MESSAGE
                   SET FETCH-COMPLETE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-ROWS-FETCHED.
           IF WS-ROWS-FETCHED <= WS-ROWS-TO-SKIP
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               SET MHC-MORE-ROWS TO TRUE
               SET FETCH-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-HC-POLICY-NO  TO WS-CL-POLICY-NO.
           MOVE WS-HC-CLAIM-ID   TO WS-CL-CLAIM-ID.
           MOVE WS-HC-CLAIM-DATE TO WS-DATE-DISP.
           PERFORM 6000-EDIT-DATE.
           MOVE WS-DATE-EDITED   TO WS-CL-CLAIM-DATE.
           MOVE WS-HC-CLAIM-TYPE TO WS-CL-CLAIM-TYPE.
           MOVE WS-HC-STATUS     TO WS-CL-STATUS.
           MOVE WS-HC-CLAIM-AMOUNT    TO WS-CL-CLAIMED.
           MOVE WS-HC-APPROVED-AMOUNT TO WS-CL-APPROVED.
           IF WS-HC-PAID-DATE > 0
               MOVE WS-HC-PAID-DATE TO WS-DATE-DISP
               PERFORM 6000-EDIT-DATE
               MOVE WS-DATE-EDITED  TO WS-CL-PAID-DATE
           ELSE
               MOVE SPACES          TO WS-CL-PAID-DATE
           END-IF.
           MOVE WS-HC-ARCHIVED   TO WS-CL-ARCHIVED.
           MOVE WS-HC-APPEAL     TO WS-CL-APPEAL.
           MOVE WS-CLAIM-LINE    TO WS-LIST-LINE-ENTRY(WS-LINE-COUNT).
           STRING WS-HC-POLICY-NO WS-HC-CLAIM-ID
               DELIMITED BY SIZE INTO MHC-LINE-KEY(WS-LINE-COUNT).
      *---------------------------------------------------------------
      * Name search on the claimant master's name alternate index,
      * from the keyed prefix for as long as names still start with
      * it. A single match goes straight to that member's claims.
      *---------------------------------------------------------------
       4000-NAME-SEARCH.
           SET MHC-NO-LIST TO TRUE.
           MOVE SPACES TO WS-LIST-LINES.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-LINES-PER-PAGE
               MOVE SPACES TO MHC-LINE-KEY(WS-SX)
           END-PERFORM.
           MOVE SPACES TO MHC-MORE-FLAG.
           MOVE MHC-NAME-KEY TO NAMESRCHO WS-BROWSE-KEY.
           COMPUTE WS-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(MHC-NAME-KEY TRAILING)).
           MOVE ZERO TO WS-NAME-MATCHES.
           MOVE 'N' TO WS-BROWSE-DONE.
           EXEC CICS STARTBR FILE('CLMTNAME')
               RIDFLD(WS-BROWSE-KEY) GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 4100-READ-NEXT-NAME UNTIL BROWSE-COMPLETE
                   EXEC CICS ENDBR FILE('CLMTNAME') END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'NAME SEARCH FAILED - CONTACT SUPPORT'
                       TO WS-MESSAGE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-NAME-MATCHES = 0
                   IF WS-MESSAGE = SPACES
                       MOVE 'NO MEMBERS MATCH THAT NAME' TO WS-MESSAGE
                   END-IF
                   PERFORM 5500-DEAL-LIST-LINES
               WHEN WS-NAME-MATCHES = 1
                   MOVE MHC-LINE-KEY(1)(1:9) TO MHC-MEMBER-ID
                   MOVE 1 TO MHC-PAGE
                   PERFORM 3000-SHOW-MEMBER
               WHEN OTHER
                   SET MHC-NAME-LIST TO TRUE
                   IF WS-MESSAGE = SPACES
                       IF MHC-MORE-ROWS
                           MOVE 'OVER 12 MATCH - KEY MORE OF THE NAME'
                               TO WS-MESSAGE
                       ELSE
                           MOVE WS-NAME-MATCHES TO WS-COUNT-DISP
                           STRING WS-COUNT-DISP
                                  ' MEMBERS MATCH - S TO PICK ONE'
                               DELIMITED BY SIZE INTO WS-MESSAGE
                       END-IF
                   END-IF
                   PERFORM 5500-DEAL-LIST-LINES
           END-EVALUATE.
      *---------------------------------------------------------------
       4100-READ-NEXT-NAME.
           EXEC CICS READNEXT FILE('CLMTNAME')
               INTO(MEMBER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               IF WS-RESP NOT = DFHRESP(ENDFILE)
                   MOVE 'NAME SEARCH FAILED - CONTACT SUPPORT'
                       TO WS-MESSAGE
               END-IF
               SET BROWSE-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF MBR-MEMBER-NAME(1:WS-NAME-LEN) NOT =
              MHC-NAME-KEY(1:WS-NAME-LEN)
               SET BROWSE-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NAME-MATCHES >= WS-LINES-PER-PAGE
               SET MHC-MORE-ROWS TO TRUE
               SET BROWSE-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NAME-MATCHES.
           MOVE MBR-MEMBER-ID   TO WS-NL-MEMBER-ID.
           MOVE MBR-MEMBER-NAME TO WS-NL-MEMBER-NAME.
           MOVE MBR-CITY        TO WS-NL-CITY.
           MOVE MBR-STATE       TO WS-NL-STATE.
           IF MBR-MERGED
               MOVE 'MERGED'    TO WS-NL-NOTE
           ELSE
               MOVE SPACES      TO WS-NL-NOTE
           END-IF.
           MOVE WS-NAME-LINE    TO WS-LIST-LINE-ENTRY(WS-NAME-MATCHES).
           MOVE MBR-MEMBER-ID   TO MHC-LINE-KEY(WS-NAME-MATCHES).
      *---------------------------------------------------------------
       5500-DEAL-LIST-LINES.
           MOVE WS-LIST-LINE-ENTRY(1)  TO LINE01O.
           MOVE WS-LIST-LINE-ENTRY(2)  TO LINE02O.
           MOVE WS-LIST-LINE-ENTRY(3)  TO LINE03O.
           MOVE WS-LIST-LINE-ENTRY(4)  TO LINE04O.
           MOVE WS-LIST-LINE-ENTRY(5)  TO LINE05O.
           MOVE WS-LIST-LINE-ENTRY(6)  TO LINE06O.
           MOVE WS-LIST-LINE-ENTRY(7)  TO LINE07O.
           MOVE WS-LIST-LINE-ENTRY(8)  TO LINE08O.
           MOVE WS-LIST-LINE-ENTRY(9)  TO LINE09O.
           MOVE WS-LIST-LINE-ENTRY(10) TO LINE10O.
           MOVE WS-LIST-LINE-ENTRY(11) TO LINE11O.
           MOVE WS-LIST-LINE-ENTRY(12) TO LINE12O.
      *---------------------------------------------------------------
       6000-EDIT-DATE.
           STRING WS-DATE-DISP(1:4) '-' WS-DATE-DISP(5:2)
                  '-' WS-DATE-DISP(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EDITED.
      *---------------------------------------------------------------
       8000-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID(WS-TRANSID)
               COMMAREA(WS-MHS-COMMAREA)
               LENGTH(LENGTH OF WS-MHS-COMMAREA)
           END-EXEC.
      *---------------------------------------------------------------
       8100-SEND-MAP.
           MOVE WS-MESSAGE TO MSGLINEO.
           EXEC CICS SEND MAP('MHSMAP') MAPSET('CLMSMHSM')
               FROM(MHSMAPO) ERASE
           END-EXEC.
      *---------------------------------------------------------------
       9100-EXIT-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
      *===============================================================
