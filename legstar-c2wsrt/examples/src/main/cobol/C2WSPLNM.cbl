       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSPLNM.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Maintenance transaction for the planned maintenance calendar  *
      * (MAINTCAL). Operations enter a window whenever the provider   *
      * announces maintenance or we plan to take a service, a batch   *
      * job or the whole region down ourselves; C2WSHB, C2WSALRT,     *
      * MSNPROBE and CKPTSTAT then mark what happens inside it        *
      * "planned" instead of paging the on-call operator. Driven      *
      * commarea-only like the other maintenance programs: 'A' adds a *
      * window, 'D' deletes one (a cancelled or mistaken entry), 'I'  *
      * lists a subject's windows from a start key onwards. Adds and  *
      * deletes are checked against the signed-on userid's roles      *
      * through C2WSAUTH and logged through C2WSADMW.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-CALENDAR-FILE ASSIGN TO MAINTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWIN-KEY
               FILE STATUS IS MAINTENANCE-CALENDAR-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout C2WSPLAN checks against.           *
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CALENDAR-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CALENDAR-RECORD.
           COPY MAINTCAL.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  MAINTENANCE-CALENDAR-STATUS   PIC X(2) VALUE '00'.
           88  END-OF-MAINTENANCE-CALENDAR   VALUE '10' '23'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       01  WS-WINDOW-KEY                 PIC X(24) VALUE SPACES.
       01  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.
       01  PLNM-TIME-WORK.
           05  PLNM-ABSTIME               PIC S9(15) COMP-3.
           05  PLNM-DATE-WORK             PIC X(8).
           05  PLNM-TIME-OF-DAY           PIC X(6).
       77  WS-TIMESTAMP                  PIC X(15) VALUE SPACES.
       77  WS-NOW-KEY                    PIC X(12) VALUE SPACES.
       77  WS-REGION-SUBJECT             PIC X(11) VALUE '*REGION*'.

      *---------------------------------------------------------------*
      *  Every change is checked against the signed-on userid's roles *
      *  through C2WSAUTH before it is made; this transaction's own   *
      *  grants are held by the OPS role.                             *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-AUTHORIZED                 PIC X(1) VALUE 'Y'.
           88  ACTION-AUTHORIZED             VALUE 'Y'.
           88  ACTION-REFUSED                VALUE 'N'.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *---------------------------------------------------------------*
      *  Every add and delete goes to the shared administrative       *
      *  change log through C2WSADMW.                                 *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 PLNM-ACTION                 PIC X(1).
             88 PLNM-ACTION-ADD              VALUE 'A'.
             88 PLNM-ACTION-DELETE           VALUE 'D'.
             88 PLNM-ACTION-INQUIRE          VALUE 'I'.
          05 PLNM-SUBJECT-TYPE           PIC X(1).
             88 PLNM-KNOWN-SUBJECT-TYPE      VALUE 'S' 'J' 'R'.
          05 PLNM-SUBJECT                PIC X(11).
          05 PLNM-START-KEY              PIC X(12).
          05 PLNM-END-KEY                PIC X(12).
          05 PLNM-ORIGIN                 PIC X(1).
             88 PLNM-KNOWN-ORIGIN            VALUE 'P' 'O'.
          05 PLNM-REASON                 PIC X(40).
          05 PLNM-RETURN-CODE            PIC X(1).
             88 PLNM-OK                      VALUE '0'.
             88 PLNM-NOT-FOUND               VALUE '1'.
             88 PLNM-INVALID-ACTION          VALUE '2'.
             88 PLNM-INVALID-FIELD           VALUE '3'.
             88 PLNM-DUPLICATE               VALUE '4'.
             88 PLNM-FILE-ERROR              VALUE '5'.
             88 PLNM-NOT-AUTHORIZED          VALUE '6'.
          05 PLNM-MESSAGE                PIC X(80).
      *---------------------------------------------------------------*
      *  Inquiry answer: the subject's windows from PLNM-START-KEY    *
      *  onwards, at most ten. PLNM-MORE-WINDOWS 'Y' means there are  *
      *  later ones: inquire again from the last start shown.         *
      *---------------------------------------------------------------*
          05 PLNM-WINDOW-COUNT           PIC 9(2).
          05 PLNM-MORE-WINDOWS           PIC X(1).
          05 PLNM-WINDOW OCCURS 10 TIMES.
             10 PLNM-WIN-START-KEY       PIC X(12).
             10 PLNM-WIN-END-KEY         PIC X(12).
             10 PLNM-WIN-ORIGIN          PIC X(1).
             10 PLNM-WIN-REASON          PIC X(40).
             10 PLNM-WIN-ENTERED-BY      PIC X(8).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO PLNM-MESSAGE.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(PLNM-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(PLNM-ABSTIME)
               YYMMDD(PLNM-DATE-WORK)
               TIME(PLNM-TIME-OF-DAY)
           END-EXEC.
           STRING PLNM-DATE-WORK DELIMITED BY SIZE
                  PLNM-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.
           STRING PLNM-DATE-WORK(1:6) DELIMITED BY SIZE
                  PLNM-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-NOW-KEY
           END-STRING.

           OPEN I-O MAINTENANCE-CALENDAR-FILE.

           IF (MAINTENANCE-CALENDAR-STATUS NOT = '00')
               DISPLAY 'C2WSPLNM MAINTCAL OPEN FAILED, STATUS='
                   MAINTENANCE-CALENDAR-STATUS
               SET PLNM-FILE-ERROR TO TRUE
           ELSE
               SET PLNM-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (PLNM-OK)
                   PERFORM BUILD-WINDOW-KEY THRU END-BUILD-WINDOW-KEY
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (PLNM-OK)
                   EVALUATE TRUE
                       WHEN PLNM-ACTION-ADD
                           PERFORM ADD-WINDOW THRU END-ADD-WINDOW
                       WHEN PLNM-ACTION-DELETE
                           PERFORM DELETE-WINDOW THRU
                               END-DELETE-WINDOW
                       WHEN PLNM-ACTION-INQUIRE
                           PERFORM INQUIRE-WINDOWS THRU
                               END-INQUIRE-WINDOWS
                   END-EVALUATE
               END-IF

               CLOSE MAINTENANCE-CALENDAR-FILE

               IF (PLNM-OK) AND (NOT PLNM-ACTION-INQUIRE)
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * A REGION WINDOW IS ALWAYS FILED UNDER '*REGION*'. AN ADD      *
      * NEEDS BOTH ENDS, THE END NOT BEFORE THE START, AND MAY NOT    *
      * BE ENTERED FOR A WINDOW THAT HAS ALREADY FINISHED             *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT PLNM-ACTION-ADD) AND (NOT PLNM-ACTION-DELETE)
              AND (NOT PLNM-ACTION-INQUIRE)
               SET PLNM-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (NOT PLNM-KNOWN-SUBJECT-TYPE)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'SUBJECT TYPE MUST BE S, J OR R' TO PLNM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (PLNM-SUBJECT-TYPE = 'R')
               MOVE WS-REGION-SUBJECT TO PLNM-SUBJECT
           END-IF.
           IF (PLNM-SUBJECT = SPACES)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'SERVICE OR JOB NAME REQUIRED' TO PLNM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PLNM-ACTION-INQUIRE)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PLNM-START-KEY IS NOT NUMERIC)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'START MUST BE YYMMDDHHMMSS' TO PLNM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (NOT PLNM-ACTION-ADD)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PLNM-END-KEY IS NOT NUMERIC)
              OR (PLNM-END-KEY < PLNM-START-KEY)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'END MUST BE YYMMDDHHMMSS, NOT BEFORE THE START'
                 TO PLNM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (PLNM-END-KEY < WS-NOW-KEY)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'WINDOW HAS ALREADY ENDED' TO PLNM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (NOT PLNM-KNOWN-ORIGIN)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'ORIGIN MUST BE P (PROVIDER) OR O (OWN)'
                 TO PLNM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (PLNM-REASON = SPACES)
               SET PLNM-INVALID-FIELD TO TRUE
               MOVE 'REASON REQUIRED' TO PLNM-MESSAGE
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

       BUILD-WINDOW-KEY.

           MOVE SPACES            TO MWIN-KEY.
           MOVE PLNM-SUBJECT-TYPE TO MWIN-SUBJECT-TYPE.
           MOVE PLNM-SUBJECT      TO MWIN-SUBJECT.
           MOVE PLNM-START-KEY    TO MWIN-START-KEY.
           MOVE MWIN-KEY          TO WS-WINDOW-KEY.

       END-BUILD-WINDOW-KEY.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED. IF THE CHECK CANNOT BE     *
      * MADE THE CHANGE IS REFUSED                                    *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (PLNM-ACTION-INQUIRE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES        TO WS-AUTHORIZATION.
           MOVE 'C2WSPLNM'    TO AUTH-PROGRAM.
           MOVE PLNM-ACTION   TO AUTH-ACTION.
           MOVE 'MAINTCAL'    TO AUTH-FILE.
           MOVE WS-WINDOW-KEY TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSPLNM C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET PLNM-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO PLNM-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

       ADD-WINDOW.

           READ MAINTENANCE-CALENDAR-FILE
               INVALID KEY
                   MOVE SPACES TO MAINTENANCE-CALENDAR-RECORD
                   MOVE WS-WINDOW-KEY    TO MWIN-KEY
                   MOVE PLNM-END-KEY     TO MWIN-END-KEY
                   MOVE PLNM-ORIGIN      TO MWIN-ORIGIN
                   MOVE PLNM-REASON      TO MWIN-REASON
                   MOVE WS-SIGNON-USERID TO MWIN-ENTERED-BY
                   MOVE WS-TIMESTAMP     TO MWIN-ENTERED-TIMESTAMP
                   WRITE MAINTENANCE-CALENDAR-RECORD
               NOT INVALID KEY
                   SET PLNM-DUPLICATE TO TRUE
           END-READ.

           IF (PLNM-OK)
               IF (MAINTENANCE-CALENDAR-STATUS = '00')
                   MOVE SPACES        TO WS-ADMIN-CHANGE
                   MOVE 'MAINTCAL'    TO ACHG-FILE
                   MOVE WS-WINDOW-KEY TO ACHG-KEY
                   SET ACHG-ADDED TO TRUE
                   MOVE MAINTENANCE-CALENDAR-RECORD
                     TO ACHG-AFTER-VALUE
               ELSE
                   SET PLNM-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       END-ADD-WINDOW.   EXIT.

       DELETE-WINDOW.

           READ MAINTENANCE-CALENDAR-FILE
               INVALID KEY
                   SET PLNM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE SPACES        TO WS-ADMIN-CHANGE
                   MOVE 'MAINTCAL'    TO ACHG-FILE
                   MOVE WS-WINDOW-KEY TO ACHG-KEY
                   SET ACHG-DELETED TO TRUE
                   MOVE MAINTENANCE-CALENDAR-RECORD
                     TO ACHG-BEFORE-VALUE
                   DELETE MAINTENANCE-CALENDAR-FILE RECORD
                   IF (MAINTENANCE-CALENDAR-STATUS NOT = '00')
                       SET PLNM-FILE-ERROR TO TRUE
                   END-IF
           END-READ.

       END-DELETE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      * LIST THE SUBJECT'S WINDOWS IN START ORDER FROM THE GIVEN      *
      * START KEY (SPACES FOR ALL OF THEM)                            *
      *---------------------------------------------------------------*
       INQUIRE-WINDOWS.

           MOVE 0   TO PLNM-WINDOW-COUNT.
           MOVE 'N' TO PLNM-MORE-WINDOWS.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
               MOVE SPACES TO PLNM-WINDOW(WS-IX)
           END-PERFORM.

           START MAINTENANCE-CALENDAR-FILE
               KEY IS NOT LESS THAN MWIN-KEY
               INVALID KEY
                   SET PLNM-NOT-FOUND TO TRUE
                   GO TO END-INQUIRE-WINDOWS
           END-START.

           PERFORM LIST-NEXT-WINDOW THRU END-LIST-NEXT-WINDOW
               UNTIL END-OF-MAINTENANCE-CALENDAR
                  OR PLNM-MORE-WINDOWS = 'Y'.

           IF (PLNM-WINDOW-COUNT = 0)
               SET PLNM-NOT-FOUND TO TRUE
           END-IF.

       END-INQUIRE-WINDOWS.   EXIT.

       LIST-NEXT-WINDOW.

           READ MAINTENANCE-CALENDAR-FILE NEXT RECORD
               AT END
                   GO TO END-LIST-NEXT-WINDOW
           END-READ.

           IF (MWIN-SUBJECT-TYPE NOT = PLNM-SUBJECT-TYPE)
              OR (MWIN-SUBJECT NOT = PLNM-SUBJECT)
               MOVE '10' TO MAINTENANCE-CALENDAR-STATUS
               GO TO END-LIST-NEXT-WINDOW
           END-IF.

           IF (PLNM-WINDOW-COUNT >= 10)
               MOVE 'Y' TO PLNM-MORE-WINDOWS
               GO TO END-LIST-NEXT-WINDOW
           END-IF.

           ADD 1 TO PLNM-WINDOW-COUNT.
           MOVE PLNM-WINDOW-COUNT TO WS-IX.
           MOVE MWIN-START-KEY  TO PLNM-WIN-START-KEY(WS-IX).
           MOVE MWIN-END-KEY    TO PLNM-WIN-END-KEY(WS-IX).
           MOVE MWIN-ORIGIN     TO PLNM-WIN-ORIGIN(WS-IX).
           MOVE MWIN-REASON     TO PLNM-WIN-REASON(WS-IX).
           MOVE MWIN-ENTERED-BY TO PLNM-WIN-ENTERED-BY(WS-IX).

       END-LIST-NEXT-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSPLNM C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM C2WSPLNM.
