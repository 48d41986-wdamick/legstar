       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSADMR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Weekly administrative change review off the shared change     *
      * log (ADMCHLOG, appended by C2WSADMW for every maintenance     *
      * transaction). For the seven days ending on the week-ending    *
      * date it lists, userid by userid, every change made: when,     *
      * from which terminal, transaction and program, to which file   *
      * and key, the action, and the before and after values. A       *
      * second section counts the week's changes by file and userid   *
      * and action. Actions the role check refused are listed and     *
      * counted with the changes, as REFUSED. The report closes with  *
      * control totals and a sign-off block for the security team's   *
      * reviewer.                                                     *
      *                                                               *
      * The first pass tallies the week into in-storage tables kept   *
      * in userid and file order; each userid's changes are then      *
      * listed by reading the log again, so the detail stays in the   *
      * order it was logged. Userids beyond the table are still       *
      * listed, together, at the end of the first section, and the    *
      * run ends RC 4 so the table size is looked at.                 *
      *                                                               *
      * The ADMRCTL card carries the week-ending date (YYYYMMDD). No  *
      * card, or a date that is not a real date, ends the week        *
      * yesterday.                                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Run control card: week-ending date.                          *
      *---------------------------------------------------------------*
           SELECT ADMIN-CONTROL-FILE ASSIGN TO ADMRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADMIN-CONTROL-STATUS.
           SELECT ADMIN-CHANGE-LOG ASSIGN TO ADMCHLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADMIN-CHANGE-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  ADMIN-CONTROL-FILE
           RECORDING MODE IS F.
       01  ADMIN-CONTROL-RECORD.
           05  ADMCTL-WEEK-ENDING         PIC X(8).
           05  FILLER                     PIC X(72).

       FD  ADMIN-CHANGE-LOG
           RECORDING MODE IS F.
       01  ADMIN-CHANGE-LOG-RECORD.
           COPY ADMCHG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  ADMIN-CONTROL-STATUS          PIC X(2) VALUE '00'.
       77  ADMIN-CHANGE-LOG-STATUS       PIC X(2) VALUE '00'.
           88  END-OF-ADMIN-CHANGE-LOG       VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-JX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-UX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-AX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-VX                         PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Report week, as dates and as integer day numbers: the seven  *
      *  days ending on the week-ending date.                         *
      *---------------------------------------------------------------*
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-WEEK-ENDING                PIC 9(8).
       01  WS-WEEK-ENDING-X REDEFINES WS-WEEK-ENDING PIC X(8).
       01  WS-WEEK-START                 PIC 9(8).
       01  WS-WEEK-START-X REDEFINES WS-WEEK-START PIC X(8).
       77  WS-END-INTEGER                PIC S9(9) COMP-5 VALUE 0.
       77  WS-START-INTEGER              PIC S9(9) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Which changes the listing pass prints: one userid's, or all  *
      *  of those whose userid did not fit in the table (these carry  *
      *  the userid at the end of the line).                          *
      *---------------------------------------------------------------*
       77  WS-SELECT-MODE                PIC X(1) VALUE 'U'.
           88  SELECT-ONE-USERID             VALUE 'U'.
           88  SELECT-UNTABLED-USERIDS       VALUE 'X'.
       77  WS-SELECT-USERID              PIC X(8) VALUE SPACES.
       77  WS-USERID-FOUND               PIC X(1) VALUE 'N'.
           88  USERID-IN-TABLE               VALUE 'Y'.
       77  WS-CHANGE-SELECTED            PIC X(1) VALUE 'N'.
           88  CHANGE-IS-SELECTED            VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Userids with changes in the week, kept in userid order.      *
      *---------------------------------------------------------------*
       77  WS-USER-MAX                   PIC 9(4) COMP-5 VALUE 500.
       77  WS-USER-COUNT                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES.
               10  USR-USERID             PIC X(8).
               10  USR-CHANGES            PIC 9(7) COMP-5.

      *---------------------------------------------------------------*
      *  Changes by file and userid, kept in file then userid order,  *
      *  counted by action: added, changed, deleted, proposed,        *
      *  rejected, refused and anything else.                         *
      *---------------------------------------------------------------*
       77  WS-FILE-USER-MAX              PIC 9(4) COMP-5 VALUE 1000.
       77  WS-FILE-USER-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-FILE-USER-SEARCH-KEY.
           05  WS-FUS-SEARCH-FILE         PIC X(8).
           05  WS-FUS-SEARCH-USERID       PIC X(8).
       01  WS-FILE-USER-TABLE.
           05  WS-FILE-USER-ENTRY OCCURS 1000 TIMES.
               10  FUS-KEY.
                   15  FUS-FILE           PIC X(8).
                   15  FUS-USERID         PIC X(8).
               10  FUS-ACTION-COUNT OCCURS 7 TIMES
                                          PIC 9(7) COMP-5.
               10  FUS-TOTAL              PIC 9(7) COMP-5.

      *---------------------------------------------------------------*
      *  One file's totals while its userids are printed.             *
      *---------------------------------------------------------------*
       77  WS-CURRENT-FILE               PIC X(8) VALUE SPACES.
       01  WS-FILE-TOTALS.
           05  WS-FILE-ACTION-COUNT OCCURS 7 TIMES
                                          PIC 9(7) COMP-5.
           05  WS-FILE-TOTAL              PIC 9(7) COMP-5.
       77  WS-FILES-CHANGED              PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Before or after value being printed, in 100-byte pieces.     *
      *---------------------------------------------------------------*
       01  WS-VALUE-TEXT                 PIC X(400).
       01  WS-VALUE-PIECES REDEFINES WS-VALUE-TEXT.
           05  WS-VALUE-PIECE OCCURS 4 TIMES PIC X(100).
       77  WS-VALUE-LABEL                PIC X(8) VALUE SPACES.

       77  WS-ACTION-WORD                PIC X(8) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-LOG-READ               PIC 9(9) VALUE 0.
       77  WS-CTL-OUTSIDE-WEEK           PIC 9(9) VALUE 0.
       77  WS-CTL-IN-WEEK                PIC 9(9) VALUE 0.
       77  WS-CTL-LISTED                 PIC 9(9) VALUE 0.
       77  WS-CTL-USERIDS                PIC 9(9) VALUE 0.
       77  WS-CTL-USER-NOT-TABLED        PIC 9(9) VALUE 0.
       77  WS-CTL-FILE-NOT-TABLED        PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(37) VALUE
               'ADMINISTRATIVE CHANGE REVIEW - WEEK '.
           05  WS-HDR-WEEK-START          PIC X(8).
           05  FILLER                     PIC X(4) VALUE ' TO '.
           05  WS-HDR-WEEK-ENDING         PIC X(8).
           05  FILLER                     PIC X(9) VALUE '   RUN '.
           05  WS-HDR-RUN-DATE            PIC X(8).

       01  WS-USERID-HEADING.
           05  WS-UHD-LABEL               PIC X(8).
           05  WS-UHD-USERID              PIC X(8).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UHD-CHANGES             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(10) VALUE ' CHANGE(S)'.

       01  WS-CHANGE-COLUMN-HEADING.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'DATE'.
           05  FILLER                     PIC X(9) VALUE 'TIME'.
           05  FILLER                     PIC X(6) VALUE 'TERM'.
           05  FILLER                     PIC X(6) VALUE 'TRAN'.
           05  FILLER                     PIC X(9) VALUE 'PROGRAM'.
           05  FILLER                     PIC X(9) VALUE 'FILE'.
           05  FILLER                     PIC X(49) VALUE 'KEY'.
           05  FILLER                     PIC X(8) VALUE 'ACTION'.

       01  WS-CHANGE-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CHL-DATE                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CHL-TIME                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CHL-TERMID              PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CHL-TRANSID             PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CHL-PROGRAM             PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CHL-FILE                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CHL-KEY                 PIC X(48).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CHL-ACTION              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CHL-USERID              PIC X(8).

       01  WS-VALUE-LINE.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-VLL-LABEL               PIC X(8).
           05  WS-VLL-TEXT                PIC X(100).

       01  WS-FILE-COLUMN-HEADING.
           05  FILLER                     PIC X(9) VALUE 'FILE'.
           05  FILLER                     PIC X(8) VALUE 'USERID'.
           05  FILLER                     PIC X(9) VALUE '    ADDED'.
           05  FILLER                     PIC X(9) VALUE '  CHANGED'.
           05  FILLER                     PIC X(9) VALUE '  DELETED'.
           05  FILLER                     PIC X(9) VALUE ' PROPOSED'.
           05  FILLER                     PIC X(9) VALUE ' REJECTED'.
           05  FILLER                     PIC X(9) VALUE '  REFUSED'.
           05  FILLER                     PIC X(9) VALUE '    OTHER'.
           05  FILLER                     PIC X(9) VALUE '    TOTAL'.

       01  WS-FILE-LINE.
           05  WS-FLL-FILE                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-FLL-USERID              PIC X(8).
           05  WS-FLL-COUNT-ENTRY OCCURS 8 TIMES.
               10  FILLER                 PIC X(2).
               10  WS-FLL-COUNT           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM TALLY-CHANGE THRU END-TALLY-CHANGE
               UNTIL END-OF-ADMIN-CHANGE-LOG.
           CLOSE ADMIN-CHANGE-LOG.
           PERFORM WRITE-USERID-SECTION THRU END-WRITE-USERID-SECTION.
           PERFORM WRITE-FILE-SECTION THRU END-WRITE-FILE-SECTION.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM WRITE-SIGN-OFF THRU END-WRITE-SIGN-OFF.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSADMR STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           COMPUTE WS-WEEK-ENDING =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER).

           OPEN INPUT ADMIN-CONTROL-FILE.
           IF (ADMIN-CONTROL-STATUS = '00')
               READ ADMIN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE ADMIN-CONTROL-FILE
           END-IF.

           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-ENDING).
           COMPUTE WS-START-INTEGER = WS-END-INTEGER - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER).

           DISPLAY 'C2WSADMR WEEK FROM ' WS-WEEK-START
               ' TO ' WS-WEEK-ENDING.

           OPEN INPUT ADMIN-CHANGE-LOG.
           IF (ADMIN-CHANGE-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSADMR ADMCHLOG OPEN FAILED, STATUS='
                   ADMIN-CHANGE-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSADMR REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-WEEK-START-X TO WS-HDR-WEEK-START.
           MOVE WS-WEEK-ENDING-X TO WS-HDR-WEEK-ENDING.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-ADMIN-CHANGE-LOG THRU
               END-READ-ADMIN-CHANGE-LOG.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Take the week-ending date when the card supplies a valid     *
      *  one; anything missing or malformed keeps yesterday.          *
      *---------------------------------------------------------------*
       APPLY-CONTROL-CARD.

           IF (ADMCTL-WEEK-ENDING IS NUMERIC)
              AND (ADMCTL-WEEK-ENDING(5:2) >= '01')
              AND (ADMCTL-WEEK-ENDING(5:2) <= '12')
              AND (ADMCTL-WEEK-ENDING(7:2) >= '01')
              AND (ADMCTL-WEEK-ENDING(7:2) <= '31')
               MOVE ADMCTL-WEEK-ENDING TO WS-WEEK-ENDING
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

       READ-ADMIN-CHANGE-LOG.

           READ ADMIN-CHANGE-LOG
               AT END SET END-OF-ADMIN-CHANGE-LOG TO TRUE
           END-READ.
           IF (ADMIN-CHANGE-LOG-STATUS NOT = '00')
              AND (NOT END-OF-ADMIN-CHANGE-LOG)
               DISPLAY 'C2WSADMR ADMCHLOG READ FAILED, STATUS='
                   ADMIN-CHANGE-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-ADMIN-CHANGE-LOG TO TRUE
           END-IF.

       END-READ-ADMIN-CHANGE-LOG.   EXIT.

      *---------------------------------------------------------------*
      *  FIRST PASS: COUNT EACH CHANGE IN THE REPORT WEEK AGAINST ITS *
      *  USERID, AND AGAINST ITS FILE AND USERID BY ACTION            *
      *---------------------------------------------------------------*
       TALLY-CHANGE.

           ADD 1 TO WS-CTL-LOG-READ.

           IF (ACHG-DATE < WS-WEEK-START-X)
              OR (ACHG-DATE > WS-WEEK-ENDING-X)
               ADD 1 TO WS-CTL-OUTSIDE-WEEK
           ELSE
               ADD 1 TO WS-CTL-IN-WEEK
               PERFORM TALLY-USERID THRU END-TALLY-USERID
               PERFORM TALLY-FILE-USERID THRU END-TALLY-FILE-USERID
           END-IF.

           PERFORM READ-ADMIN-CHANGE-LOG THRU
               END-READ-ADMIN-CHANGE-LOG.

       END-TALLY-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  FIND THE USERID IN THE TABLE, OR WHERE IT BELONGS IN IT      *
      *---------------------------------------------------------------*
       FIND-USERID.

           MOVE 'N' TO WS-USERID-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-USER-COUNT
                      OR USR-USERID(WS-IX) >= ACHG-USERID
               CONTINUE
           END-PERFORM.
           IF (WS-IX <= WS-USER-COUNT)
               IF (USR-USERID(WS-IX) = ACHG-USERID)
                   SET USERID-IN-TABLE TO TRUE
               END-IF
           END-IF.

       END-FIND-USERID.   EXIT.

       TALLY-USERID.

           PERFORM FIND-USERID THRU END-FIND-USERID.
           IF (USERID-IN-TABLE)
               ADD 1 TO USR-CHANGES(WS-IX)
               GO TO END-TALLY-USERID
           END-IF.

           IF (WS-USER-COUNT >= WS-USER-MAX)
               ADD 1 TO WS-CTL-USER-NOT-TABLED
               GO TO END-TALLY-USERID
           END-IF.

           PERFORM VARYING WS-JX FROM WS-USER-COUNT BY -1
                   UNTIL WS-JX < WS-IX
               MOVE WS-USER-ENTRY(WS-JX) TO WS-USER-ENTRY(WS-JX + 1)
           END-PERFORM.
           ADD 1 TO WS-USER-COUNT.
           MOVE ACHG-USERID TO USR-USERID(WS-IX).
           MOVE 1 TO USR-CHANGES(WS-IX).

       END-TALLY-USERID.   EXIT.

       TALLY-FILE-USERID.

           MOVE ACHG-FILE TO WS-FUS-SEARCH-FILE.
           MOVE ACHG-USERID TO WS-FUS-SEARCH-USERID.
           PERFORM SET-ACTION THRU END-SET-ACTION.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-FILE-USER-COUNT
                      OR FUS-KEY(WS-IX) >= WS-FILE-USER-SEARCH-KEY
               CONTINUE
           END-PERFORM.
           IF (WS-IX <= WS-FILE-USER-COUNT)
               IF (FUS-KEY(WS-IX) = WS-FILE-USER-SEARCH-KEY)
                   ADD 1 TO FUS-ACTION-COUNT(WS-IX, WS-AX)
                   ADD 1 TO FUS-TOTAL(WS-IX)
                   GO TO END-TALLY-FILE-USERID
               END-IF
           END-IF.

           IF (WS-FILE-USER-COUNT >= WS-FILE-USER-MAX)
               ADD 1 TO WS-CTL-FILE-NOT-TABLED
               GO TO END-TALLY-FILE-USERID
           END-IF.

           PERFORM VARYING WS-JX FROM WS-FILE-USER-COUNT BY -1
                   UNTIL WS-JX < WS-IX
               MOVE WS-FILE-USER-ENTRY(WS-JX)
                 TO WS-FILE-USER-ENTRY(WS-JX + 1)
           END-PERFORM.
           ADD 1 TO WS-FILE-USER-COUNT.
           INITIALIZE WS-FILE-USER-ENTRY(WS-IX).
           MOVE WS-FILE-USER-SEARCH-KEY TO FUS-KEY(WS-IX).
           MOVE 1 TO FUS-ACTION-COUNT(WS-IX, WS-AX).
           MOVE 1 TO FUS-TOTAL(WS-IX).

       END-TALLY-FILE-USERID.   EXIT.

      *---------------------------------------------------------------*
      *  ACTION COLUMN AND WORD FOR THE CHANGE IN HAND                *
      *---------------------------------------------------------------*
       SET-ACTION.

           EVALUATE TRUE
               WHEN ACHG-ADDED
                   MOVE 1 TO WS-AX
                   MOVE 'ADDED' TO WS-ACTION-WORD
               WHEN ACHG-CHANGED
                   MOVE 2 TO WS-AX
                   MOVE 'CHANGED' TO WS-ACTION-WORD
               WHEN ACHG-DELETED
                   MOVE 3 TO WS-AX
                   MOVE 'DELETED' TO WS-ACTION-WORD
               WHEN ACHG-PROPOSED
                   MOVE 4 TO WS-AX
                   MOVE 'PROPOSED' TO WS-ACTION-WORD
               WHEN ACHG-REJECTED
                   MOVE 5 TO WS-AX
                   MOVE 'REJECTED' TO WS-ACTION-WORD
               WHEN ACHG-REFUSED
                   MOVE 6 TO WS-AX
                   MOVE 'REFUSED' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE 7 TO WS-AX
                   MOVE SPACES TO WS-ACTION-WORD
                   STRING 'OTHER ' ACHG-ACTION DELIMITED BY SIZE
                       INTO WS-ACTION-WORD
                   END-STRING
           END-EVALUATE.

       END-SET-ACTION.   EXIT.

      *---------------------------------------------------------------*
      *  SECTION 1: EVERY CHANGE IN THE WEEK, USERID BY USERID        *
      *---------------------------------------------------------------*
       WRITE-USERID-SECTION.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CHANGES BY USERID' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-USER-COUNT = 0)
              AND (WS-CTL-USER-NOT-TABLED = 0)
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               MOVE 'NO CHANGES LOGGED IN THE REPORT WEEK'
                 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO END-WRITE-USERID-SECTION
           END-IF.

           SET SELECT-ONE-USERID TO TRUE.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-USER-COUNT
               MOVE USR-USERID(WS-UX) TO WS-SELECT-USERID
               MOVE 'USERID' TO WS-UHD-LABEL
               MOVE USR-USERID(WS-UX) TO WS-UHD-USERID
               MOVE USR-CHANGES(WS-UX) TO WS-UHD-CHANGES
               PERFORM LIST-USERID-CHANGES THRU
                   END-LIST-USERID-CHANGES
           END-PERFORM.
           MOVE WS-USER-COUNT TO WS-CTL-USERIDS.

           IF (WS-CTL-USER-NOT-TABLED > 0)
               SET SELECT-UNTABLED-USERIDS TO TRUE
               MOVE 'OTHER' TO WS-UHD-LABEL
               MOVE 'USERIDS' TO WS-UHD-USERID
               MOVE WS-CTL-USER-NOT-TABLED TO WS-UHD-CHANGES
               PERFORM LIST-USERID-CHANGES THRU
                   END-LIST-USERID-CHANGES
           END-IF.

       END-WRITE-USERID-SECTION.   EXIT.

      *---------------------------------------------------------------*
      *  READ THE LOG AGAIN AND LIST THE SELECTED USERID'S CHANGES    *
      *---------------------------------------------------------------*
       LIST-USERID-CHANGES.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-USERID-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-CHANGE-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE '00' TO ADMIN-CHANGE-LOG-STATUS.
           OPEN INPUT ADMIN-CHANGE-LOG.
           IF (ADMIN-CHANGE-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSADMR ADMCHLOG REOPEN FAILED, STATUS='
                   ADMIN-CHANGE-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO END-LIST-USERID-CHANGES
           END-IF.

           PERFORM READ-ADMIN-CHANGE-LOG THRU
               END-READ-ADMIN-CHANGE-LOG.
           PERFORM LIST-ONE-CHANGE THRU END-LIST-ONE-CHANGE
               UNTIL END-OF-ADMIN-CHANGE-LOG.
           CLOSE ADMIN-CHANGE-LOG.

       END-LIST-USERID-CHANGES.   EXIT.

       LIST-ONE-CHANGE.

           PERFORM CHECK-CHANGE-SELECTED THRU
               END-CHECK-CHANGE-SELECTED.
           IF (CHANGE-IS-SELECTED)
               PERFORM PRINT-CHANGE THRU END-PRINT-CHANGE
           END-IF.

           PERFORM READ-ADMIN-CHANGE-LOG THRU
               END-READ-ADMIN-CHANGE-LOG.

       END-LIST-ONE-CHANGE.   EXIT.

       CHECK-CHANGE-SELECTED.

           MOVE 'N' TO WS-CHANGE-SELECTED.

           IF (ACHG-DATE < WS-WEEK-START-X)
              OR (ACHG-DATE > WS-WEEK-ENDING-X)
               GO TO END-CHECK-CHANGE-SELECTED
           END-IF.

           IF (SELECT-ONE-USERID)
               IF (ACHG-USERID NOT = WS-SELECT-USERID)
                   GO TO END-CHECK-CHANGE-SELECTED
               END-IF
           ELSE
               PERFORM FIND-USERID THRU END-FIND-USERID
               IF (USERID-IN-TABLE)
                   GO TO END-CHECK-CHANGE-SELECTED
               END-IF
           END-IF.

           SET CHANGE-IS-SELECTED TO TRUE.

       END-CHECK-CHANGE-SELECTED.   EXIT.

      *---------------------------------------------------------------*
      *  ONE CHANGE: WHEN, WHERE FROM, WHAT, THEN ITS VALUES          *
      *---------------------------------------------------------------*
       PRINT-CHANGE.

           ADD 1 TO WS-CTL-LISTED.
           PERFORM SET-ACTION THRU END-SET-ACTION.

           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE ACHG-DATE TO WS-CHL-DATE.
           STRING ACHG-TIME(1:2) ':' ACHG-TIME(3:2) ':' ACHG-TIME(5:2)
               DELIMITED BY SIZE INTO WS-CHL-TIME
           END-STRING.
           MOVE ACHG-TERMID TO WS-CHL-TERMID.
           MOVE ACHG-TRANSID TO WS-CHL-TRANSID.
           MOVE ACHG-PROGRAM TO WS-CHL-PROGRAM.
           MOVE ACHG-FILE TO WS-CHL-FILE.
           MOVE ACHG-KEY TO WS-CHL-KEY.
           MOVE WS-ACTION-WORD TO WS-CHL-ACTION.
           IF (SELECT-UNTABLED-USERIDS)
               MOVE ACHG-USERID TO WS-CHL-USERID
           END-IF.
           MOVE WS-CHANGE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE ACHG-BEFORE-VALUE TO WS-VALUE-TEXT.
           MOVE 'BEFORE:' TO WS-VALUE-LABEL.
           PERFORM WRITE-VALUE-LINES THRU END-WRITE-VALUE-LINES.
           MOVE ACHG-AFTER-VALUE TO WS-VALUE-TEXT.
           MOVE 'AFTER:' TO WS-VALUE-LABEL.
           PERFORM WRITE-VALUE-LINES THRU END-WRITE-VALUE-LINES.

       END-PRINT-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  PRINT A VALUE 100 BYTES TO A LINE, SKIPPING BLANK PIECES; AN *
      *  ADD HAS NO BEFORE VALUE AND A DELETE NO AFTER VALUE          *
      *---------------------------------------------------------------*
       WRITE-VALUE-LINES.

           IF (WS-VALUE-TEXT = SPACES)
               GO TO END-WRITE-VALUE-LINES
           END-IF.

           PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > 4
               IF (WS-VALUE-PIECE(WS-VX) NOT = SPACES)
                   MOVE SPACES TO WS-VALUE-LINE
                   MOVE WS-VALUE-LABEL TO WS-VLL-LABEL
                   MOVE WS-VALUE-PIECE(WS-VX) TO WS-VLL-TEXT
                   MOVE WS-VALUE-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE THRU
                       END-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-VALUE-LABEL
               END-IF
           END-PERFORM.

       END-WRITE-VALUE-LINES.   EXIT.

      *---------------------------------------------------------------*
      *  SECTION 2: THE WEEK'S CHANGES BY FILE, USERID AND ACTION,    *
      *  WITH A LINE FOR EACH FILE'S TOTAL                            *
      *---------------------------------------------------------------*
       WRITE-FILE-SECTION.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CHANGES BY FILE' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-FILE-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-FILE-USER-COUNT = 0)
               MOVE 'NO CHANGES LOGGED IN THE REPORT WEEK'
                 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO END-WRITE-FILE-SECTION
           END-IF.

           MOVE FUS-FILE(1) TO WS-CURRENT-FILE.
           INITIALIZE WS-FILE-TOTALS.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-FILE-USER-COUNT
               IF (FUS-FILE(WS-UX) NOT = WS-CURRENT-FILE)
                   PERFORM WRITE-FILE-TOTAL THRU END-WRITE-FILE-TOTAL
                   MOVE FUS-FILE(WS-UX) TO WS-CURRENT-FILE
                   INITIALIZE WS-FILE-TOTALS
               END-IF
               MOVE SPACES TO WS-FILE-LINE
               MOVE FUS-FILE(WS-UX) TO WS-FLL-FILE
               MOVE FUS-USERID(WS-UX) TO WS-FLL-USERID
               PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 7
                   MOVE FUS-ACTION-COUNT(WS-UX, WS-AX)
                     TO WS-FLL-COUNT(WS-AX)
                   ADD FUS-ACTION-COUNT(WS-UX, WS-AX)
                     TO WS-FILE-ACTION-COUNT(WS-AX)
               END-PERFORM
               MOVE FUS-TOTAL(WS-UX) TO WS-FLL-COUNT(8)
               ADD FUS-TOTAL(WS-UX) TO WS-FILE-TOTAL
               MOVE WS-FILE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-FILE-TOTAL THRU END-WRITE-FILE-TOTAL.

       END-WRITE-FILE-SECTION.   EXIT.

       WRITE-FILE-TOTAL.

           ADD 1 TO WS-FILES-CHANGED.
           MOVE SPACES TO WS-FILE-LINE.
           MOVE WS-CURRENT-FILE TO WS-FLL-FILE.
           MOVE '*TOTAL*' TO WS-FLL-USERID.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 7
               MOVE WS-FILE-ACTION-COUNT(WS-AX) TO WS-FLL-COUNT(WS-AX)
           END-PERFORM.
           MOVE WS-FILE-TOTAL TO WS-FLL-COUNT(8).
           MOVE WS-FILE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-FILE-TOTAL.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'LOG RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOG-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OUTSIDE THE REPORT WEEK:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OUTSIDE-WEEK TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CHANGES IN THE REPORT WEEK:' TO WS-TOT-LABEL.
           MOVE WS-CTL-IN-WEEK TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CHANGES LISTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LISTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'USERIDS MAKING CHANGES:' TO WS-TOT-LABEL.
           MOVE WS-CTL-USERIDS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FILES CHANGED:' TO WS-TOT-LABEL.
           MOVE WS-FILES-CHANGED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-USER-NOT-TABLED > 0)
              OR (WS-CTL-FILE-NOT-TABLED > 0)
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'CHANGES BEYOND USERID TABLE:' TO WS-TOT-LABEL
               MOVE WS-CTL-USER-NOT-TABLED TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'CHANGES BEYOND FILE TABLE:' TO WS-TOT-LABEL
               MOVE WS-CTL-FILE-NOT-TABLED TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

      *---------------------------------------------------------------*
      *  SIGN-OFF BLOCK FOR THE SECURITY REVIEWER                     *
      *---------------------------------------------------------------*
       WRITE-SIGN-OFF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'REVIEWED FOR THE SECURITY TEAM' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'REVIEWED BY: ______________________________'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'SIGNATURE:   ______________________________'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'DATE:        ______________' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-SIGN-OFF.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSADMR REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSADMR LOG RECORDS READ  : ' WS-CTL-LOG-READ.
           DISPLAY 'C2WSADMR CHANGES IN WEEK   : ' WS-CTL-IN-WEEK.
           DISPLAY 'C2WSADMR USERIDS           : ' WS-CTL-USERIDS.

           CLOSE REPORT-FILE.

           DISPLAY 'C2WSADMR STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSADMR.
