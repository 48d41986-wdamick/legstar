      * sustained outage pages once per suppression interval, not     *
      * four hundred times. The C2WD dashboard stays for detail;      *
      * this is what gets someone out of their chair.                 *
      *                                                               *
      * Incidents from a program whose service endpoint (or the       *
      * whole region) had a planned maintenance window overlapping    *
      * the rolling window -- checked through C2WSPLAN -- page        *
      * nobody: the escalation record is still written, marked        *
      * planned (ESC-DISPOSITION 'P'), and they are left out of the   *
      * region-wide total. A planned mark never holds back a real     *
      * alert once the maintenance window is over.                    *
      *                                                               *
      * Every real escalation also opens a problem on the keyed       *
      * problem file (PROBTKT) for operations to acknowledge, work    *
      * and close through C2WSPRBM -- or, when the subject already    *
      * has a problem that is not closed, is attached to that one.    *
      * It is sent to the enterprise monitoring system as well, as an *
      * escalation event (C2WSEVTW) carrying the problem as its       *
      * correlation id, so every escalation of one problem matches.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALS-PROGRAM-ID
               FILE STATUS IS ALERT-STATE-STATUS.
      *---------------------------------------------------------------*
      *  One problem per escalated subject until it is closed.        *
      *---------------------------------------------------------------*
           SELECT PROBLEM-FILE ASSIGN TO PROBTKT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTKT-KEY
               FILE STATUS IS PROBLEM-STATUS.

       DATA DIVISION.
      *****************************************************************
           05  ESC-PROGRAM-ID             PIC X(8).
           05  ESC-INCIDENT-COUNT         PIC 9(9).
           05  ESC-WINDOW-MINUTES         PIC 9(4).
      *---------------------------------------------------------------*
      *  'P' when the escalation fell inside planned maintenance and  *
      *  nobody was paged for it; space for a real escalation.        *
      *---------------------------------------------------------------*
           05  ESC-DISPOSITION            PIC X(1).
               88  ESC-PLANNED                VALUE 'P'.

       FD  ALERT-STATE-FILE
           RECORDING MODE IS F.
       01  ALERT-STATE-RECORD.
           05  ALS-PROGRAM-ID             PIC X(8).
           05  ALS-LAST-ALERT             PIC X(12).
      *---------------------------------------------------------------*
      *  The disposition of that last alert: a planned one does not   *
      *  suppress a real one.                                         *
      *---------------------------------------------------------------*
           05  ALS-LAST-DISPOSITION       PIC X(1).

       FD  PROBLEM-FILE
           RECORDING MODE IS F.
       01  PROBLEM-RECORD.
           COPY PROBTKT.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
           88  END-OF-INCIDENT-FILE          VALUE '10'.
       77  ESCALATION-STATUS             PIC X(2) VALUE '00'.
       77  ALERT-STATE-STATUS            PIC X(2) VALUE '00'.
       77  PROBLEM-STATUS                PIC X(2) VALUE '00'.
           88  END-OF-SUBJECT-PROBLEMS       VALUE '10' '23'.
       77  WS-PROBLEM-FILE-OPEN          PIC X(1) VALUE 'N'.
           88  PROBLEM-FILE-OPEN             VALUE 'Y'.
       77  WS-PROBLEM-FOUND              PIC X(1) VALUE 'N'.
           88  OPEN-PROBLEM-FOUND            VALUE 'Y'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-FOUND                      PIC X(1) VALUE 'N'.
           88  ENTRY-FOUND                   VALUE 'Y'.
       77  WS-CTL-IN-WINDOW              PIC 9(9) VALUE 0.
       77  WS-ALERT-COUNT                PIC 9(9) VALUE 0.
       77  WS-ALERT-PROGRAM              PIC X(8) VALUE SPACES.
       77  WS-ALERT-DISPOSITION          PIC X(1) VALUE SPACE.
           88  ALERT-PLANNED                 VALUE 'P'.
       77  WS-CTL-UNPLANNED              PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Per-program in-window tally.                                 *
                   INDEXED BY INC-IX.
               10  INC-TALLY-PROGRAM      PIC X(8) VALUE SPACES.
               10  INC-TALLY-INCIDENTS    PIC 9(9) VALUE 0.
               10  INC-TALLY-PLANNED      PIC X(1) VALUE SPACE.

       01  WS-OPERATOR-MESSAGE           PIC X(78) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Planned maintenance window check through C2WSPLAN, made for  *
      *  the service endpoint each program calls, over the rolling    *
      *  window.                                                      *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSPLAN           PIC X(8) VALUE 'C2WSPLAN'.
       77  WS-PLAN-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-PLAN-SERVICE               PIC X(11) VALUE SPACES.
       01  WS-PLAN-CHECK.
           COPY PLANCHK.

      *---------------------------------------------------------------*
      *  Real escalations go to the monitoring event feed through     *
      *  C2WSEVTW.                                                    *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSEVTW           PIC X(8) VALUE 'C2WSEVTW'.
       77  WS-EVTW-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-ALERT-COUNT-EDIT           PIC Z(8)9.
       77  WS-WINDOW-MINUTES-EDIT        PIC ZZZ9.
       01  WS-EVENT.
           COPY EVTREC.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
               DISPLAY 'C2WSALRT ESCALATION OPEN FAILED, STATUS='
                   ESCALATION-STATUS
           END-IF.
           OPEN I-O PROBLEM-FILE.
           IF (PROBLEM-STATUS NOT = '00')
               DISPLAY 'C2WSALRT PROBLEM FILE OPEN FAILED, STATUS='
                   PROBLEM-STATUS
           ELSE
               SET PROBLEM-FILE-OPEN TO TRUE
           END-IF.

           PERFORM CHECK-THRESHOLDS THRU END-CHECK-THRESHOLDS.

           CLOSE ALERT-STATE-FILE.
           CLOSE ESCALATION-FILE.
           IF (PROBLEM-FILE-OPEN)
               CLOSE PROBLEM-FILE
           END-IF.

      *
      * Reschedule the next scan before returning.
      *---------------------------------------------------------------*
      * RAISE AN ALERT FOR EVERY PROGRAM OVER ITS THRESHOLD, AND FOR  *
      * THE REGION AS A WHOLE OVER THE TOTAL THRESHOLD, EACH SUBJECT  *
      * TO REPEAT SUPPRESSION. THE REGION TOTAL THAT PAGES LEAVES OUT *
      * THE PROGRAMS UNDER PLANNED MAINTENANCE                        *
      *---------------------------------------------------------------*
       CHECK-THRESHOLDS.

           MOVE WS-CTL-IN-WINDOW TO WS-CTL-UNPLANNED.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > INC-TALLY-COUNT
               PERFORM CHECK-PROGRAM-PLANNED THRU
                   END-CHECK-PROGRAM-PLANNED
               IF (INC-TALLY-PLANNED(WS-IX) = 'P')
                   SUBTRACT INC-TALLY-INCIDENTS(WS-IX)
                       FROM WS-CTL-UNPLANNED
               END-IF
               IF (INC-TALLY-INCIDENTS(WS-IX) >=
                       WS-PROGRAM-THRESHOLD)
                   MOVE INC-TALLY-PROGRAM(WS-IX) TO WS-ALERT-PROGRAM
                   MOVE INC-TALLY-INCIDENTS(WS-IX) TO WS-ALERT-COUNT
                   MOVE INC-TALLY-PLANNED(WS-IX)
                     TO WS-ALERT-DISPOSITION
                   PERFORM RAISE-ALERT THRU END-RAISE-ALERT
               END-IF
           END-PERFORM.
           IF (WS-CTL-IN-WINDOW >= WS-TOTAL-THRESHOLD)
               MOVE WS-ALL-PSEUDO-PROGRAM TO WS-ALERT-PROGRAM
               MOVE WS-CTL-IN-WINDOW TO WS-ALERT-COUNT
               IF (WS-CTL-UNPLANNED >= WS-TOTAL-THRESHOLD)
                   MOVE SPACES TO WS-PLAN-SERVICE
                   PERFORM CHECK-PLANNED-WINDOW THRU
                       END-CHECK-PLANNED-WINDOW
               ELSE
                   MOVE 'P' TO WS-ALERT-DISPOSITION
               END-IF
               PERFORM RAISE-ALERT THRU END-RAISE-ALERT
           END-IF.

       END-CHECK-THRESHOLDS.   EXIT.

      *---------------------------------------------------------------*
      * THE SERVICE ENDPOINT EACH INCIDENT-WRITING PROGRAM CALLS; ANY *
      * OTHER PROGRAM IS COVERED ONLY BY A WHOLE-REGION WINDOW        *
      *---------------------------------------------------------------*
       CHECK-PROGRAM-PLANNED.

           EVALUATE INC-TALLY-PROGRAM(WS-IX)
               WHEN 'MSNSEARC'
                   MOVE 'MSNSearch' TO WS-PLAN-SERVICE
               WHEN 'LSC2WSSA'
                   MOVE 'cultureinfo' TO WS-PLAN-SERVICE
               WHEN OTHER
                   MOVE SPACES TO WS-PLAN-SERVICE
           END-EVALUATE.

           PERFORM CHECK-PLANNED-WINDOW THRU END-CHECK-PLANNED-WINDOW.
           MOVE WS-ALERT-DISPOSITION TO INC-TALLY-PLANNED(WS-IX).

       END-CHECK-PROGRAM-PLANNED.   EXIT.

      *---------------------------------------------------------------*
      * A PLANNED WINDOW FOR THE SERVICE (OR THE REGION) OVERLAPPING  *
      * THE ROLLING WINDOW? IF THE CALENDAR CANNOT BE CHECKED THE     *
      * ALERT GOES OUT AS USUAL                                       *
      *---------------------------------------------------------------*
       CHECK-PLANNED-WINDOW.

           MOVE SPACE TO WS-ALERT-DISPOSITION.
           MOVE SPACES              TO WS-PLAN-CHECK.
           IF (WS-PLAN-SERVICE NOT = SPACES)
               MOVE 'S'             TO PLAN-SUBJECT-TYPE
               MOVE WS-PLAN-SERVICE TO PLAN-SUBJECT
           END-IF.
           MOVE WS-WINDOW-START-KEY TO PLAN-FROM-KEY.
           MOVE WS-NOW-KEY          TO PLAN-TO-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSPLAN)
               COMMAREA(WS-PLAN-CHECK)
               LENGTH(LENGTH OF WS-PLAN-CHECK)
               RESP(WS-PLAN-RESP)
           END-EXEC.

           IF (WS-PLAN-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSALRT C2WSPLAN LINK FAILED, RESP='
                   WS-PLAN-RESP
               GO TO END-CHECK-PLANNED-WINDOW
           END-IF.

           IF (PLAN-IN-WINDOW)
               MOVE 'P' TO WS-ALERT-DISPOSITION
           END-IF.

       END-CHECK-PLANNED-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      * ONE ALERT, UNLESS THIS PROGRAM ALREADY ALERTED INSIDE THE     *
      * SUPPRESSION INTERVAL. A PLANNED ONE IS ONLY MARKED ON THE     *
      * ESCALATION LOG, AND ONLY A REAL ONE SUPPRESSES A REAL ONE     *
      *---------------------------------------------------------------*
       RAISE-ALERT.

           READ ALERT-STATE-FILE
               INVALID KEY
                   MOVE WS-NOW-KEY TO ALS-LAST-ALERT
                   MOVE WS-ALERT-DISPOSITION TO ALS-LAST-DISPOSITION
                   WRITE ALERT-STATE-RECORD
               NOT INVALID KEY
                   IF (ALS-LAST-ALERT >= WS-SUPPRESS-START-KEY)
                      AND ((ALS-LAST-DISPOSITION NOT = 'P')
                        OR (ALERT-PLANNED))
                       GO TO END-RAISE-ALERT
                   END-IF
                   MOVE WS-NOW-KEY TO ALS-LAST-ALERT
                   MOVE WS-ALERT-DISPOSITION TO ALS-LAST-DISPOSITION
                   REWRITE ALERT-STATE-RECORD
           END-READ.

           IF (ALERT-PLANNED)
               PERFORM WRITE-ESCALATION-RECORD THRU
                   END-WRITE-ESCALATION-RECORD
               GO TO END-RAISE-ALERT
           END-IF.

           MOVE SPACES TO WS-OPERATOR-MESSAGE.
           STRING 'C2WSALRT ALERT: ' DELIMITED BY SIZE
                  WS-ALERT-PROGRAM DELIMITED BY SIZE
           END-STRING.
           DISPLAY WS-OPERATOR-MESSAGE.

           PERFORM WRITE-ESCALATION-RECORD THRU
               END-WRITE-ESCALATION-RECORD.
           PERFORM RECORD-PROBLEM THRU END-RECORD-PROBLEM.
           PERFORM WRITE-MONITOR-EVENT THRU END-WRITE-MONITOR-EVENT.

       END-RAISE-ALERT.   EXIT.

       WRITE-ESCALATION-RECORD.

           MOVE WS-NOW-TIMESTAMP     TO ESC-TIMESTAMP.
           MOVE WS-ALERT-PROGRAM     TO ESC-PROGRAM-ID.
           MOVE WS-ALERT-COUNT       TO ESC-INCIDENT-COUNT.
           MOVE WS-WINDOW-MINUTES    TO ESC-WINDOW-MINUTES.
           MOVE WS-ALERT-DISPOSITION TO ESC-DISPOSITION.
           WRITE ESCALATION-RECORD.
           IF (ESCALATION-STATUS NOT = '00')
               DISPLAY 'C2WSALRT ESCALATION WRITE FAILED, STATUS='
                   ESCALATION-STATUS
           END-IF.

       END-WRITE-ESCALATION-RECORD.   EXIT.

      *---------------------------------------------------------------*
      * ATTACH THE ESCALATION TO THE SUBJECT'S PROBLEM THAT IS NOT    *
      * CLOSED, OR OPEN A NEW PROBLEM FOR IT                          *
      *---------------------------------------------------------------*
       RECORD-PROBLEM.

           IF (NOT PROBLEM-FILE-OPEN)
               GO TO END-RECORD-PROBLEM
           END-IF.

           MOVE 'N' TO WS-PROBLEM-FOUND.
           MOVE LOW-VALUES       TO PTKT-KEY.
           MOVE WS-ALERT-PROGRAM TO PTKT-SUBJECT.
           START PROBLEM-FILE
               KEY IS NOT LESS THAN PTKT-KEY
               INVALID KEY
                   MOVE '23' TO PROBLEM-STATUS
           END-START.

           PERFORM FIND-OPEN-PROBLEM THRU END-FIND-OPEN-PROBLEM
               UNTIL END-OF-SUBJECT-PROBLEMS
                  OR OPEN-PROBLEM-FOUND.

           IF (OPEN-PROBLEM-FOUND)
               ADD 1 TO PTKT-ESCALATION-COUNT
               MOVE WS-NOW-KEY TO PTKT-LAST-ESCALATION-KEY
               IF (WS-ALERT-COUNT > PTKT-PEAK-INCIDENTS)
                   MOVE WS-ALERT-COUNT TO PTKT-PEAK-INCIDENTS
               END-IF
               REWRITE PROBLEM-RECORD
               IF (PROBLEM-STATUS NOT = '00')
                   DISPLAY 'C2WSALRT PROBLEM REWRITE FAILED, STATUS='
                       PROBLEM-STATUS
               ELSE
                   DISPLAY 'C2WSALRT ESCALATION ADDED TO PROBLEM '
                       PTKT-SUBJECT ' ' PTKT-OPENED-KEY
               END-IF
               GO TO END-RECORD-PROBLEM
           END-IF.

           MOVE SPACES             TO PROBLEM-RECORD.
           MOVE WS-ALERT-PROGRAM   TO PTKT-SUBJECT.
           MOVE WS-NOW-KEY         TO PTKT-OPENED-KEY.
           SET PTKT-OPEN TO TRUE.
           MOVE 1                  TO PTKT-ESCALATION-COUNT.
           MOVE WS-NOW-KEY         TO PTKT-LAST-ESCALATION-KEY.
           MOVE WS-ALERT-COUNT     TO PTKT-PEAK-INCIDENTS.
           MOVE WS-WINDOW-MINUTES  TO PTKT-WINDOW-MINUTES.
           MOVE 0                  TO PTKT-NOTE-COUNT.
           MOVE 0                  TO PTKT-CORRELATION-COUNT.
           WRITE PROBLEM-RECORD.
           IF (PROBLEM-STATUS NOT = '00')
               DISPLAY 'C2WSALRT PROBLEM WRITE FAILED, STATUS='
                   PROBLEM-STATUS
           ELSE
               DISPLAY 'C2WSALRT PROBLEM OPENED: ' PTKT-SUBJECT
                   ' ' PTKT-OPENED-KEY
           END-IF.

       END-RECORD-PROBLEM.   EXIT.

       FIND-OPEN-PROBLEM.

           READ PROBLEM-FILE NEXT RECORD
               AT END
                   GO TO END-FIND-OPEN-PROBLEM
           END-READ.

           IF (PROBLEM-STATUS NOT = '00')
              OR (PTKT-SUBJECT NOT = WS-ALERT-PROGRAM)
               MOVE '10' TO PROBLEM-STATUS
               GO TO END-FIND-OPEN-PROBLEM
           END-IF.

           IF (PTKT-NOT-CLOSED)
               SET OPEN-PROBLEM-FOUND TO TRUE
           END-IF.

       END-FIND-OPEN-PROBLEM.   EXIT.

      *---------------------------------------------------------------*
      * TELL THE MONITORING SYSTEM ABOUT THE ESCALATION. THE SUBJECT  *
      * AND THE TIME ITS PROBLEM OPENED TIE EVERY ESCALATION OF ONE   *
      * PROBLEM TOGETHER; WITHOUT THE PROBLEM FILE, THIS ESCALATION   *
      * STANDS ON ITS OWN                                             *
      *---------------------------------------------------------------*
       WRITE-MONITOR-EVENT.

           MOVE SPACES             TO WS-EVENT.
           SET EVT-ESCALATION      TO TRUE.
           SET EVT-MAJOR           TO TRUE.
           MOVE 'C2WSALRT'         TO EVT-SOURCE-PROGRAM.
           MOVE WS-ALERT-PROGRAM   TO EVT-SUBJECT.
           IF (PROBLEM-FILE-OPEN) AND (PROBLEM-STATUS = '00')
               STRING WS-ALERT-PROGRAM(1:4) DELIMITED BY SIZE
                      PTKT-OPENED-KEY DELIMITED BY SIZE
                      INTO EVT-CORRELATION-ID
               END-STRING
           ELSE
               STRING WS-ALERT-PROGRAM(1:4) DELIMITED BY SIZE
                      WS-NOW-KEY DELIMITED BY SIZE
                      INTO EVT-CORRELATION-ID
               END-STRING
           END-IF.
           MOVE WS-ALERT-COUNT     TO WS-ALERT-COUNT-EDIT.
           MOVE WS-WINDOW-MINUTES  TO WS-WINDOW-MINUTES-EDIT.
           STRING 'INCIDENT RATE OVER THRESHOLD:' DELIMITED BY SIZE
                  WS-ALERT-COUNT-EDIT DELIMITED BY SIZE
                  ' INCIDENTS IN ' DELIMITED BY SIZE
                  WS-WINDOW-MINUTES-EDIT DELIMITED BY SIZE
                  ' MINUTES' DELIMITED BY SIZE
                  INTO EVT-TEXT
           END-STRING.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSEVTW)
               COMMAREA(WS-EVENT)
               LENGTH(LENGTH OF WS-EVENT)
               RESP(WS-EVTW-RESP)
           END-EXEC.

           IF (WS-EVTW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSALRT C2WSEVTW LINK FAILED, RESP='
                   WS-EVTW-RESP
           END-IF.

       END-WRITE-MONITOR-EVENT.   EXIT.

       END PROGRAM C2WSALRT.
