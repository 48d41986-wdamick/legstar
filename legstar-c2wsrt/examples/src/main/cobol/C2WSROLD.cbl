       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSROLD.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Full load of the maintenance role file (ROLEAUTH) from cards  *
      * (ROLECARD). Run when the file is first defined, or to rebuild *
      * it from a reviewed card deck; day-to-day changes are made     *
      * online through C2WSROLM. Two kinds of card:                   *
      *   U  userid (3-10)  role (12-19)  name (23-52)                *
      *      -- the userid holds the role; one card per role, up to   *
      *         five for a userid. The name is taken from the first   *
      *         card that has one.                                    *
      *   G  role (3-10)  program (12-19)  action (21)                *
      *      description (23-62)                                      *
      *      -- holders of the role may perform that action of that   *
      *         maintenance program; action '*' is every action.      *
      * An '*' in column 1 is a comment. The cards are gathered in    *
      * storage in key order and the file written from them, so the   *
      * deck need not be sorted. Each card is listed on the load      *
      * report (RPTC2W06) with the reason for any reject; a reject    *
      * ends the run RC 4.                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-CARD-FILE ASSIGN TO ROLECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROLE-CARD-STATUS.
           SELECT ROLE-AUTHORITY-FILE ASSIGN TO ROLEAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS ROLE-AUTHORITY-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  ROLE-CARD-FILE
           RECORDING MODE IS F.
       01  ROLE-CARD-RECORD.
           05  RCD-TYPE                   PIC X(1).
               88  RCD-COMMENT                VALUE '*'.
               88  RCD-USER-CARD              VALUE 'U'.
               88  RCD-GRANT-CARD             VALUE 'G'.
           05  FILLER                     PIC X(1).
           05  RCD-BODY                   PIC X(78).
           05  RCD-USER-BODY REDEFINES RCD-BODY.
               10  RCD-USERID             PIC X(8).
               10  FILLER                 PIC X(1).
               10  RCD-USER-ROLE          PIC X(8).
               10  FILLER                 PIC X(3).
               10  RCD-USER-NAME          PIC X(30).
               10  FILLER                 PIC X(28).
           05  RCD-GRANT-BODY REDEFINES RCD-BODY.
               10  RCD-GRANT-ROLE         PIC X(8).
               10  FILLER                 PIC X(1).
               10  RCD-GRANT-PROGRAM      PIC X(8).
               10  FILLER                 PIC X(1).
               10  RCD-GRANT-ACTION       PIC X(1).
               10  FILLER                 PIC X(1).
               10  RCD-GRANT-DESCRIPTION  PIC X(40).
               10  FILLER                 PIC X(18).

      *---------------------------------------------------------------*
      *  Same shared record layout C2WSAUTH checks against. The       *
      *  record area is also where each table entry is built.         *
      *---------------------------------------------------------------*
       FD  ROLE-AUTHORITY-FILE
           RECORDING MODE IS F.
       01  ROLE-AUTHORITY-RECORD.
           COPY ROLEAUTH.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  ROLE-CARD-STATUS              PIC X(2) VALUE '00'.
           88  END-OF-ROLE-CARDS             VALUE '10'.
       77  ROLE-AUTHORITY-STATUS         PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-JX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-SLOT                       PIC 9(4) COMP-5 VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

       01  WS-ROLE-NAME                  PIC X(8) VALUE SPACES.
           88  KNOWN-ROLE                    VALUE 'LEGAL'
                                                   'MERCH'
                                                   'SECURITY'
                                                   'CREDIT'
                                                   'OPS'
                                                   'HELPDESK'
                                                   'TREASURY'.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       77  WS-ENTRY-FOUND                PIC X(1) VALUE 'N'.
           88  ENTRY-IN-TABLE                VALUE 'Y'.
       01  WS-SEARCH-KEY                 PIC X(25) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The file to be written, one role file record per entry,      *
      *  kept in key order: grants ('G') then userids ('U').          *
      *---------------------------------------------------------------*
       77  WS-LOAD-MAX                   PIC 9(4) COMP-5 VALUE 2000.
       77  WS-LOAD-COUNT                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-LOAD-TABLE.
           05  WS-LOAD-ENTRY OCCURS 2000 TIMES PIC X(191).

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-CARDS-READ             PIC 9(9) VALUE 0.
       77  WS-CTL-COMMENTS               PIC 9(9) VALUE 0.
       77  WS-CTL-LOADED                 PIC 9(9) VALUE 0.
       77  WS-CTL-REJECTED               PIC 9(9) VALUE 0.
       77  WS-CTL-GRANTS-WRITTEN         PIC 9(9) VALUE 0.
       77  WS-CTL-USERIDS-WRITTEN        PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(30) VALUE
               'MAINTENANCE ROLE FILE LOAD'.
           05  FILLER                     PIC X(7) VALUE 'RUN '.
           05  WS-HDR-RUN-DATE            PIC X(8).

       01  WS-CARD-COLUMN-HEADING.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(64) VALUE 'CARD'.
           05  FILLER                     PIC X(6) VALUE 'RESULT'.

       01  WS-CARD-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CDL-CARD                PIC X(62).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CDL-RESULT              PIC X(11).
           05  WS-CDL-REASON              PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-CARD THRU END-PROCESS-CARD
               UNTIL END-OF-ROLE-CARDS.
           CLOSE ROLE-CARD-FILE.
           PERFORM WRITE-ROLE-FILE THRU END-WRITE-ROLE-FILE.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSROLD STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ROLE-CARD-FILE.
           IF (ROLE-CARD-STATUS NOT = '00')
               DISPLAY 'C2WSROLD ROLECARD OPEN FAILED, STATUS='
                   ROLE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ROLE-AUTHORITY-FILE.
           IF (ROLE-AUTHORITY-STATUS NOT = '00')
               DISPLAY 'C2WSROLD ROLEAUTH OPEN FAILED, STATUS='
                   ROLE-AUTHORITY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSROLD REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RUN-DATE-X TO WS-HDR-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-CARD-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-ROLE-CARD THRU END-READ-ROLE-CARD.

       END-PROLOG.   EXIT.

       READ-ROLE-CARD.

           READ ROLE-CARD-FILE
               AT END SET END-OF-ROLE-CARDS TO TRUE
           END-READ.
           IF (ROLE-CARD-STATUS NOT = '00')
              AND (NOT END-OF-ROLE-CARDS)
               DISPLAY 'C2WSROLD ROLECARD READ FAILED, STATUS='
                   ROLE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-ROLE-CARDS TO TRUE
           END-IF.

       END-READ-ROLE-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  TAKE ONE CARD INTO THE TABLE AND LIST IT WITH ITS RESULT     *
      *---------------------------------------------------------------*
       PROCESS-CARD.

           ADD 1 TO WS-CTL-CARDS-READ.

           IF (RCD-COMMENT)
               ADD 1 TO WS-CTL-COMMENTS
           ELSE
               PERFORM TAKE-ROLE-CARD THRU END-TAKE-ROLE-CARD
           END-IF.

           PERFORM READ-ROLE-CARD THRU END-READ-ROLE-CARD.

       END-PROCESS-CARD.   EXIT.

       TAKE-ROLE-CARD.

           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RCD-USER-CARD
                   PERFORM LOAD-USER-CARD THRU END-LOAD-USER-CARD
               WHEN RCD-GRANT-CARD
                   PERFORM LOAD-GRANT-CARD THRU END-LOAD-GRANT-CARD
               WHEN OTHER
                   MOVE 'UNKNOWN CARD TYPE' TO WS-REJECT-REASON
           END-EVALUATE.

           MOVE SPACES TO WS-CARD-LINE.
           MOVE ROLE-CARD-RECORD(1:62) TO WS-CDL-CARD.
           IF (WS-REJECT-REASON = SPACES)
               ADD 1 TO WS-CTL-LOADED
               MOVE 'LOADED' TO WS-CDL-RESULT
           ELSE
               ADD 1 TO WS-CTL-REJECTED
               MOVE 'REJECTED - ' TO WS-CDL-RESULT
               MOVE WS-REJECT-REASON TO WS-CDL-REASON
           END-IF.
           MOVE WS-CARD-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-TAKE-ROLE-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  A ROLE FOR A USERID: ADDED TO THE USERID'S ENTRY, WHICH IS   *
      *  MADE ON ITS FIRST CARD                                       *
      *---------------------------------------------------------------*
       LOAD-USER-CARD.

           MOVE RCD-USER-ROLE TO WS-ROLE-NAME.
           IF (RCD-USERID = SPACES)
               MOVE 'USERID MISSING' TO WS-REJECT-REASON
               GO TO END-LOAD-USER-CARD
           END-IF.
           IF (NOT KNOWN-ROLE)
               MOVE 'UNKNOWN ROLE' TO WS-REJECT-REASON
               GO TO END-LOAD-USER-CARD
           END-IF.

           MOVE SPACES TO ROLE-AUTHORITY-RECORD.
           SET ROLE-USER-RECORD TO TRUE.
           MOVE RCD-USERID TO ROLE-USERID.
           MOVE ROLE-KEY TO WS-SEARCH-KEY.
           PERFORM FIND-LOAD-ENTRY THRU END-FIND-LOAD-ENTRY.

           IF (ENTRY-IN-TABLE)
               MOVE WS-LOAD-ENTRY(WS-IX) TO ROLE-AUTHORITY-RECORD
           ELSE
               IF (WS-LOAD-COUNT >= WS-LOAD-MAX)
                   MOVE 'LOAD TABLE FULL' TO WS-REJECT-REASON
                   GO TO END-LOAD-USER-CARD
               END-IF
               MOVE 'C2WSROLD'  TO ROLE-UPDATED-BY
               MOVE WS-RUN-DATE-X TO ROLE-UPDATED-DATE
           END-IF.

           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 5
               IF (ROLE-HELD(WS-JX) = RCD-USER-ROLE)
                   MOVE 'ROLE ALREADY HELD' TO WS-REJECT-REASON
               END-IF
               IF (ROLE-HELD(WS-JX) = SPACES) AND (WS-SLOT = 0)
                   MOVE WS-JX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF (WS-REJECT-REASON NOT = SPACES)
               GO TO END-LOAD-USER-CARD
           END-IF.
           IF (WS-SLOT = 0)
               MOVE 'MORE THAN FIVE ROLES' TO WS-REJECT-REASON
               GO TO END-LOAD-USER-CARD
           END-IF.

           MOVE RCD-USER-ROLE TO ROLE-HELD(WS-SLOT).
           MOVE WS-RUN-DATE-X TO ROLE-HELD-SINCE(WS-SLOT).
           MOVE 'C2WSROLD'    TO ROLE-HELD-GRANTED-BY(WS-SLOT).
           IF (ROLE-USER-NAME = SPACES)
               MOVE RCD-USER-NAME TO ROLE-USER-NAME
           END-IF.

           IF (ENTRY-IN-TABLE)
               MOVE ROLE-AUTHORITY-RECORD TO WS-LOAD-ENTRY(WS-IX)
           ELSE
               PERFORM INSERT-LOAD-ENTRY THRU END-INSERT-LOAD-ENTRY
           END-IF.

       END-LOAD-USER-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  A GRANT OF A PROGRAM AND ACTION TO A ROLE                    *
      *---------------------------------------------------------------*
       LOAD-GRANT-CARD.

           MOVE RCD-GRANT-ROLE TO WS-ROLE-NAME.
           IF (NOT KNOWN-ROLE)
               MOVE 'UNKNOWN ROLE' TO WS-REJECT-REASON
               GO TO END-LOAD-GRANT-CARD
           END-IF.
           IF (RCD-GRANT-PROGRAM = SPACES)
              OR (RCD-GRANT-ACTION = SPACE)
               MOVE 'PROGRAM OR ACTION MISSING' TO WS-REJECT-REASON
               GO TO END-LOAD-GRANT-CARD
           END-IF.

           MOVE SPACES TO ROLE-AUTHORITY-RECORD.
           SET ROLE-GRANT-RECORD TO TRUE.
           MOVE RCD-GRANT-ROLE    TO ROLE-GRANT-ROLE.
           MOVE RCD-GRANT-PROGRAM TO ROLE-GRANT-PROGRAM.
           MOVE RCD-GRANT-ACTION  TO ROLE-GRANT-ACTION.
           MOVE ROLE-KEY TO WS-SEARCH-KEY.
           PERFORM FIND-LOAD-ENTRY THRU END-FIND-LOAD-ENTRY.

           IF (ENTRY-IN-TABLE)
               MOVE 'DUPLICATE GRANT' TO WS-REJECT-REASON
               GO TO END-LOAD-GRANT-CARD
           END-IF.
           IF (WS-LOAD-COUNT >= WS-LOAD-MAX)
               MOVE 'LOAD TABLE FULL' TO WS-REJECT-REASON
               GO TO END-LOAD-GRANT-CARD
           END-IF.

           MOVE RCD-GRANT-DESCRIPTION TO ROLE-GRANT-DESCRIPTION.
           MOVE 'C2WSROLD'    TO ROLE-UPDATED-BY.
           MOVE WS-RUN-DATE-X TO ROLE-UPDATED-DATE.
           PERFORM INSERT-LOAD-ENTRY THRU END-INSERT-LOAD-ENTRY.

       END-LOAD-GRANT-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  FIND THE KEY IN THE TABLE, OR WHERE IT BELONGS IN IT         *
      *---------------------------------------------------------------*
       FIND-LOAD-ENTRY.

           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-LOAD-COUNT
                      OR WS-LOAD-ENTRY(WS-IX)(1:25) >= WS-SEARCH-KEY
               CONTINUE
           END-PERFORM.
           IF (WS-IX <= WS-LOAD-COUNT)
               IF (WS-LOAD-ENTRY(WS-IX)(1:25) = WS-SEARCH-KEY)
                   SET ENTRY-IN-TABLE TO TRUE
               END-IF
           END-IF.

       END-FIND-LOAD-ENTRY.   EXIT.

       INSERT-LOAD-ENTRY.

           PERFORM VARYING WS-JX FROM WS-LOAD-COUNT BY -1
                   UNTIL WS-JX < WS-IX
               MOVE WS-LOAD-ENTRY(WS-JX) TO WS-LOAD-ENTRY(WS-JX + 1)
           END-PERFORM.
           ADD 1 TO WS-LOAD-COUNT.
           MOVE ROLE-AUTHORITY-RECORD TO WS-LOAD-ENTRY(WS-IX).

       END-INSERT-LOAD-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  WRITE THE FILE FROM THE TABLE, ALREADY IN KEY ORDER          *
      *---------------------------------------------------------------*
       WRITE-ROLE-FILE.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-LOAD-COUNT
               MOVE WS-LOAD-ENTRY(WS-IX) TO ROLE-AUTHORITY-RECORD
               WRITE ROLE-AUTHORITY-RECORD
               IF (ROLE-AUTHORITY-STATUS NOT = '00')
                   DISPLAY 'C2WSROLD ROLEAUTH WRITE FAILED, STATUS='
                       ROLE-AUTHORITY-STATUS ' KEY=' ROLE-KEY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF (ROLE-GRANT-RECORD)
                       ADD 1 TO WS-CTL-GRANTS-WRITTEN
                   ELSE
                       ADD 1 TO WS-CTL-USERIDS-WRITTEN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ROLE-AUTHORITY-FILE.

       END-WRITE-ROLE-FILE.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CARDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-CARDS-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'COMMENT CARDS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-COMMENTS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CARDS LOADED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOADED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-REJECTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'GRANT RECORDS WRITTEN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-GRANTS-WRITTEN TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'USERID RECORDS WRITTEN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-USERIDS-WRITTEN TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-REJECTED > 0)
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSROLD REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSROLD CARDS READ        : ' WS-CTL-CARDS-READ.
           DISPLAY 'C2WSROLD CARDS REJECTED    : ' WS-CTL-REJECTED.
           DISPLAY 'C2WSROLD GRANTS WRITTEN    : '
               WS-CTL-GRANTS-WRITTEN.
           DISPLAY 'C2WSROLD USERIDS WRITTEN   : '
               WS-CTL-USERIDS-WRITTEN.

           CLOSE REPORT-FILE.

           DISPLAY 'C2WSROLD STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSROLD.
