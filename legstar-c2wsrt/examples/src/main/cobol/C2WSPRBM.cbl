       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSPRBM.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Problem transaction for the C2WS problems C2WSALRT opens on   *
      * the keyed problem file (PROBTKT) with each escalation. The    *
      * on-call operator 'A'cknowledges a problem, adds 'N'otes as    *
      * the work goes on, 'R'elates the C2WSINC incidents behind it   *
      * by correlation id, and 'C'loses it with one of the PTKTCAUS   *
      * cause codes; closing a problem nobody acknowledged            *
      * acknowledges it at the same moment. 'I' shows one problem,    *
      * 'L' lists the problems not yet closed from a key onwards.     *
      *                                                               *
      * A problem is named by its subject and the YYMMDDHHMMSS it was *
      * opened at; with the opened time left blank the subject's      *
      * problem that is not closed is meant, since there is never     *
      * more than one. Notes and related incidents may still be       *
      * added once a problem is closed; nothing else may change.      *
      * Driven commarea-only like the other maintenance programs:     *
      * every change is checked against the signed-on userid's roles  *
      * through C2WSAUTH and logged through C2WSADMW.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBLEM-FILE ASSIGN TO PROBTKT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTKT-KEY
               FILE STATUS IS PROBLEM-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout C2WSALRT opens problems in.        *
      *---------------------------------------------------------------*
       FD  PROBLEM-FILE
           RECORDING MODE IS F.
       01  PROBLEM-RECORD.
           COPY PROBTKT.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  PROBLEM-STATUS                PIC X(2) VALUE '00'.
           88  END-OF-PROBLEM-FILE           VALUE '10' '23'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-PROBLEM-FOUND              PIC X(1) VALUE 'N'.
           88  PROBLEM-FOUND                 VALUE 'Y'.
       01  WS-PROBLEM-KEY                PIC X(20) VALUE SPACES.
       01  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.
       01  PRBM-TIME-WORK.
           05  PRBM-ABSTIME               PIC S9(15) COMP-3.
           05  PRBM-DATE-WORK             PIC X(8).
           05  PRBM-TIME-OF-DAY           PIC X(6).
       77  WS-NOW-KEY                    PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The codes a problem may be closed with.                      *
      *---------------------------------------------------------------*
       01  CAUSE-CODE-VALUES.
           COPY PTKTCAUS.
       01  CAUSE-CODE-TABLE REDEFINES CAUSE-CODE-VALUES.
           05  CAUSE-ENTRY OCCURS 8 TIMES
                   INDEXED BY CAUSE-IX.
               10  CAUSE-CODE             PIC X(4).
               10  CAUSE-DESCRIPTION      PIC X(32).

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
      *  Every change goes to the shared administrative change log    *
      *  through C2WSADMW.                                            *
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
          05 PRBM-ACTION                 PIC X(1).
             88 PRBM-ACTION-INQUIRE          VALUE 'I'.
             88 PRBM-ACTION-LIST             VALUE 'L'.
             88 PRBM-ACTION-ACKNOWLEDGE      VALUE 'A'.
             88 PRBM-ACTION-NOTE             VALUE 'N'.
             88 PRBM-ACTION-RELATE           VALUE 'R'.
             88 PRBM-ACTION-CLOSE            VALUE 'C'.
          05 PRBM-SUBJECT                PIC X(8).
          05 PRBM-OPENED-KEY             PIC X(12).
          05 PRBM-NOTE-TEXT              PIC X(60).
          05 PRBM-CORRELATION-ID         PIC X(16).
          05 PRBM-CAUSE-CODE             PIC X(4).
          05 PRBM-RETURN-CODE            PIC X(1).
             88 PRBM-OK                      VALUE '0'.
             88 PRBM-NOT-FOUND               VALUE '1'.
             88 PRBM-INVALID-ACTION          VALUE '2'.
             88 PRBM-INVALID-FIELD           VALUE '3'.
             88 PRBM-DUPLICATE               VALUE '4'.
             88 PRBM-FILE-ERROR              VALUE '5'.
             88 PRBM-NOT-AUTHORIZED          VALUE '6'.
          05 PRBM-MESSAGE                PIC X(80).
      *---------------------------------------------------------------*
      *  The problem as it stands after any action but 'L'; the       *
      *  opened time and cause code above are filled in as well.      *
      *---------------------------------------------------------------*
          05 PRBM-STATUS                 PIC X(1).
          05 PRBM-ESCALATION-COUNT       PIC 9(4).
          05 PRBM-LAST-ESCALATION-KEY    PIC X(12).
          05 PRBM-PEAK-INCIDENTS         PIC 9(9).
          05 PRBM-ACK-KEY                PIC X(12).
          05 PRBM-ACK-BY                 PIC X(8).
          05 PRBM-CLOSED-KEY             PIC X(12).
          05 PRBM-CLOSED-BY              PIC X(8).
          05 PRBM-CAUSE-DESCRIPTION      PIC X(32).
          05 PRBM-NOTE-COUNT             PIC 9(2).
          05 PRBM-NOTE OCCURS 10 TIMES.
             10 PRBM-NOTE-KEY            PIC X(12).
             10 PRBM-NOTE-BY             PIC X(8).
             10 PRBM-NOTE-LINE           PIC X(60).
          05 PRBM-CORRELATION-COUNT      PIC 9(2).
          05 PRBM-RELATED-ID OCCURS 10 TIMES
                                         PIC X(16).
      *---------------------------------------------------------------*
      *  List answer: problems not closed, in key order from          *
      *  PRBM-SUBJECT/PRBM-OPENED-KEY onwards, at most ten.           *
      *  PRBM-MORE-PROBLEMS 'Y' means there are later ones: list      *
      *  again from the last one shown.                               *
      *---------------------------------------------------------------*
          05 PRBM-LIST-COUNT             PIC 9(2).
          05 PRBM-MORE-PROBLEMS          PIC X(1).
          05 PRBM-LISTED OCCURS 10 TIMES.
             10 PRBM-LST-SUBJECT         PIC X(8).
             10 PRBM-LST-OPENED-KEY      PIC X(12).
             10 PRBM-LST-STATUS          PIC X(1).
             10 PRBM-LST-ESCALATIONS     PIC 9(4).
             10 PRBM-LST-LAST-ESCALATION PIC X(12).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO PRBM-MESSAGE.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(PRBM-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(PRBM-ABSTIME)
               YYMMDD(PRBM-DATE-WORK)
               TIME(PRBM-TIME-OF-DAY)
           END-EXEC.
           STRING PRBM-DATE-WORK(1:6) DELIMITED BY SIZE
                  PRBM-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-NOW-KEY
           END-STRING.

           OPEN I-O PROBLEM-FILE.

           IF (PROBLEM-STATUS NOT = '00')
               DISPLAY 'C2WSPRBM PROBTKT OPEN FAILED, STATUS='
                   PROBLEM-STATUS
               SET PRBM-FILE-ERROR TO TRUE
           ELSE
               SET PRBM-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (PRBM-OK) AND (NOT PRBM-ACTION-LIST)
                   PERFORM LOCATE-PROBLEM THRU END-LOCATE-PROBLEM
               END-IF

               IF (PRBM-OK)
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (PRBM-OK)
                   EVALUATE TRUE
                       WHEN PRBM-ACTION-LIST
                           PERFORM LIST-PROBLEMS THRU
                               END-LIST-PROBLEMS
                       WHEN PRBM-ACTION-ACKNOWLEDGE
                           PERFORM ACKNOWLEDGE-PROBLEM THRU
                               END-ACKNOWLEDGE-PROBLEM
                       WHEN PRBM-ACTION-NOTE
                           PERFORM ADD-NOTE THRU END-ADD-NOTE
                       WHEN PRBM-ACTION-RELATE
                           PERFORM RELATE-INCIDENT THRU
                               END-RELATE-INCIDENT
                       WHEN PRBM-ACTION-CLOSE
                           PERFORM CLOSE-PROBLEM THRU
                               END-CLOSE-PROBLEM
                   END-EVALUATE
               END-IF

               IF (PROBLEM-FOUND)
                   PERFORM RETURN-PROBLEM THRU END-RETURN-PROBLEM
               END-IF

               CLOSE PROBLEM-FILE

               IF (PRBM-OK) AND (NOT PRBM-ACTION-INQUIRE)
                  AND (NOT PRBM-ACTION-LIST)
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * EVERY ACTION BUT A LIST NAMES A SUBJECT; AN OPENED TIME, WHEN *
      * GIVEN, IS YYMMDDHHMMSS. A NOTE NEEDS ITS TEXT, A RELATED      *
      * INCIDENT ITS CORRELATION ID, A CLOSE A KNOWN CAUSE CODE       *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT PRBM-ACTION-INQUIRE) AND (NOT PRBM-ACTION-LIST)
              AND (NOT PRBM-ACTION-ACKNOWLEDGE)
              AND (NOT PRBM-ACTION-NOTE)
              AND (NOT PRBM-ACTION-RELATE)
              AND (NOT PRBM-ACTION-CLOSE)
               SET PRBM-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PRBM-ACTION-LIST)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PRBM-SUBJECT = SPACES)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'SUBJECT (PROGRAM OR *ALL*) REQUIRED'
                 TO PRBM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (PRBM-OPENED-KEY NOT = SPACES)
              AND (PRBM-OPENED-KEY IS NOT NUMERIC)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'OPENED TIME MUST BE YYMMDDHHMMSS OR BLANK'
                 TO PRBM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PRBM-ACTION-NOTE) AND (PRBM-NOTE-TEXT = SPACES)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'NOTE TEXT REQUIRED' TO PRBM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PRBM-ACTION-RELATE) AND (PRBM-CORRELATION-ID = SPACES)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'INCIDENT CORRELATION ID REQUIRED' TO PRBM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (PRBM-ACTION-CLOSE)
               SET CAUSE-IX TO 1
               SEARCH CAUSE-ENTRY
                   AT END
                       SET PRBM-INVALID-FIELD TO TRUE
                       MOVE 'CAUSE CODE IS NOT A PTKTCAUS CODE'
                         TO PRBM-MESSAGE
                   WHEN CAUSE-CODE(CAUSE-IX) = PRBM-CAUSE-CODE
                       CONTINUE
               END-SEARCH
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * READ THE NAMED PROBLEM, OR WITH NO OPENED TIME BROWSE THE     *
      * SUBJECT'S PROBLEMS FOR THE ONE THAT IS NOT CLOSED             *
      *---------------------------------------------------------------*
       LOCATE-PROBLEM.

           MOVE 'N' TO WS-PROBLEM-FOUND.

           IF (PRBM-OPENED-KEY NOT = SPACES)
               MOVE PRBM-SUBJECT    TO PTKT-SUBJECT
               MOVE PRBM-OPENED-KEY TO PTKT-OPENED-KEY
               READ PROBLEM-FILE
                   INVALID KEY
                       SET PRBM-NOT-FOUND TO TRUE
                       MOVE 'NO SUCH PROBLEM' TO PRBM-MESSAGE
                   NOT INVALID KEY
                       SET PROBLEM-FOUND TO TRUE
               END-READ
               GO TO END-LOCATE-PROBLEM
           END-IF.

           MOVE LOW-VALUES   TO PTKT-KEY.
           MOVE PRBM-SUBJECT TO PTKT-SUBJECT.
           START PROBLEM-FILE
               KEY IS NOT LESS THAN PTKT-KEY
               INVALID KEY
                   MOVE '23' TO PROBLEM-STATUS
           END-START.

           PERFORM FIND-OPEN-PROBLEM THRU END-FIND-OPEN-PROBLEM
               UNTIL END-OF-PROBLEM-FILE
                  OR PROBLEM-FOUND.

           IF (NOT PROBLEM-FOUND)
               SET PRBM-NOT-FOUND TO TRUE
               MOVE 'SUBJECT HAS NO PROBLEM OPEN' TO PRBM-MESSAGE
           END-IF.

       END-LOCATE-PROBLEM.   EXIT.

       FIND-OPEN-PROBLEM.

           READ PROBLEM-FILE NEXT RECORD
               AT END
                   GO TO END-FIND-OPEN-PROBLEM
           END-READ.

           IF (PROBLEM-STATUS NOT = '00')
              OR (PTKT-SUBJECT NOT = PRBM-SUBJECT)
               MOVE '10' TO PROBLEM-STATUS
               GO TO END-FIND-OPEN-PROBLEM
           END-IF.

           IF (PTKT-NOT-CLOSED)
               SET PROBLEM-FOUND TO TRUE
           END-IF.

       END-FIND-OPEN-PROBLEM.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY OR LIST IS NOT CHECKED. IF THE CHECK       *
      * CANNOT BE MADE THE CHANGE IS REFUSED                          *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (PRBM-ACTION-INQUIRE) OR (PRBM-ACTION-LIST)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE PTKT-KEY       TO WS-PROBLEM-KEY.
           MOVE SPACES         TO WS-AUTHORIZATION.
           MOVE 'C2WSPRBM'     TO AUTH-PROGRAM.
           MOVE PRBM-ACTION    TO AUTH-ACTION.
           MOVE 'PROBTKT'      TO AUTH-FILE.
           MOVE WS-PROBLEM-KEY TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSPRBM C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET PRBM-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO PRBM-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

       ACKNOWLEDGE-PROBLEM.

           IF (PTKT-CLOSED)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'PROBLEM IS ALREADY CLOSED' TO PRBM-MESSAGE
               GO TO END-ACKNOWLEDGE-PROBLEM
           END-IF.
           IF (PTKT-ACKNOWLEDGED)
               SET PRBM-INVALID-FIELD TO TRUE
               STRING 'PROBLEM WAS ACKNOWLEDGED BY ' DELIMITED BY SIZE
                      PTKT-ACK-BY DELIMITED BY SPACE
                      ' AT ' DELIMITED BY SIZE
                      PTKT-ACK-KEY DELIMITED BY SIZE
                      INTO PRBM-MESSAGE
               END-STRING
               GO TO END-ACKNOWLEDGE-PROBLEM
           END-IF.

           PERFORM SAVE-BEFORE-VALUE THRU END-SAVE-BEFORE-VALUE.
           SET PTKT-ACKNOWLEDGED TO TRUE.
           MOVE WS-NOW-KEY       TO PTKT-ACK-KEY.
           MOVE WS-SIGNON-USERID TO PTKT-ACK-BY.
           PERFORM REWRITE-PROBLEM THRU END-REWRITE-PROBLEM.

       END-ACKNOWLEDGE-PROBLEM.   EXIT.

       ADD-NOTE.

           IF (PTKT-NOTE-COUNT >= 10)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'PROBLEM ALREADY HOLDS TEN NOTES' TO PRBM-MESSAGE
               GO TO END-ADD-NOTE
           END-IF.

           PERFORM SAVE-BEFORE-VALUE THRU END-SAVE-BEFORE-VALUE.
           ADD 1 TO PTKT-NOTE-COUNT.
           MOVE PTKT-NOTE-COUNT  TO WS-IX.
           MOVE WS-NOW-KEY       TO PTKT-NOTE-KEY(WS-IX).
           MOVE WS-SIGNON-USERID TO PTKT-NOTE-BY(WS-IX).
           MOVE PRBM-NOTE-TEXT   TO PTKT-NOTE-TEXT(WS-IX).
           PERFORM REWRITE-PROBLEM THRU END-REWRITE-PROBLEM.

       END-ADD-NOTE.   EXIT.

       RELATE-INCIDENT.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PTKT-CORRELATION-COUNT
               IF (PTKT-CORRELATION-ID(WS-IX) = PRBM-CORRELATION-ID)
                   SET PRBM-DUPLICATE TO TRUE
                   MOVE 'INCIDENT IS ALREADY RELATED TO THIS PROBLEM'
                     TO PRBM-MESSAGE
               END-IF
           END-PERFORM.
           IF (NOT PRBM-OK)
               GO TO END-RELATE-INCIDENT
           END-IF.
           IF (PTKT-CORRELATION-COUNT >= 10)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'PROBLEM ALREADY HOLDS TEN RELATED INCIDENTS'
                 TO PRBM-MESSAGE
               GO TO END-RELATE-INCIDENT
           END-IF.

           PERFORM SAVE-BEFORE-VALUE THRU END-SAVE-BEFORE-VALUE.
           ADD 1 TO PTKT-CORRELATION-COUNT.
           MOVE PTKT-CORRELATION-COUNT TO WS-IX.
           MOVE PRBM-CORRELATION-ID TO PTKT-CORRELATION-ID(WS-IX).
           PERFORM REWRITE-PROBLEM THRU END-REWRITE-PROBLEM.

       END-RELATE-INCIDENT.   EXIT.

       CLOSE-PROBLEM.

           IF (PTKT-CLOSED)
               SET PRBM-INVALID-FIELD TO TRUE
               MOVE 'PROBLEM IS ALREADY CLOSED' TO PRBM-MESSAGE
               GO TO END-CLOSE-PROBLEM
           END-IF.

           PERFORM SAVE-BEFORE-VALUE THRU END-SAVE-BEFORE-VALUE.
           IF (PTKT-OPEN)
               MOVE WS-NOW-KEY       TO PTKT-ACK-KEY
               MOVE WS-SIGNON-USERID TO PTKT-ACK-BY
           END-IF.
           SET PTKT-CLOSED TO TRUE.
           MOVE WS-NOW-KEY       TO PTKT-CLOSED-KEY.
           MOVE WS-SIGNON-USERID TO PTKT-CLOSED-BY.
           MOVE PRBM-CAUSE-CODE  TO PTKT-CAUSE-CODE.
           PERFORM REWRITE-PROBLEM THRU END-REWRITE-PROBLEM.

       END-CLOSE-PROBLEM.   EXIT.

      *---------------------------------------------------------------*
      * THE CHANGE LOG CARRIES THE PROBLEM'S KEY AND LIFECYCLE FIELDS *
      * BEFORE AND AFTER, WITH THE NOTE OR INCIDENT ADDED             *
      *---------------------------------------------------------------*
       SAVE-BEFORE-VALUE.

           MOVE SPACES         TO WS-ADMIN-CHANGE.
           MOVE 'PROBTKT'      TO ACHG-FILE.
           MOVE WS-PROBLEM-KEY TO ACHG-KEY.
           SET ACHG-CHANGED TO TRUE.
           STRING PTKT-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PTKT-LIFECYCLE DELIMITED BY SIZE
                  INTO ACHG-BEFORE-VALUE
           END-STRING.

       END-SAVE-BEFORE-VALUE.   EXIT.

       REWRITE-PROBLEM.

           REWRITE PROBLEM-RECORD.
           IF (PROBLEM-STATUS NOT = '00')
               DISPLAY 'C2WSPRBM PROBTKT REWRITE FAILED, STATUS='
                   PROBLEM-STATUS
               SET PRBM-FILE-ERROR TO TRUE
               GO TO END-REWRITE-PROBLEM
           END-IF.

           EVALUATE TRUE
               WHEN PRBM-ACTION-NOTE
                   STRING PTKT-KEY DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PTKT-LIFECYCLE DELIMITED BY SIZE
                          ' NOTE: ' DELIMITED BY SIZE
                          PRBM-NOTE-TEXT DELIMITED BY SIZE
                          INTO ACHG-AFTER-VALUE
                   END-STRING
               WHEN PRBM-ACTION-RELATE
                   STRING PTKT-KEY DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PTKT-LIFECYCLE DELIMITED BY SIZE
                          ' INCIDENT: ' DELIMITED BY SIZE
                          PRBM-CORRELATION-ID DELIMITED BY SIZE
                          INTO ACHG-AFTER-VALUE
                   END-STRING
               WHEN OTHER
                   STRING PTKT-KEY DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PTKT-LIFECYCLE DELIMITED BY SIZE
                          INTO ACHG-AFTER-VALUE
                   END-STRING
           END-EVALUATE.

       END-REWRITE-PROBLEM.   EXIT.

      *---------------------------------------------------------------*
      * HAND THE PROBLEM BACK AS IT NOW STANDS                        *
      *---------------------------------------------------------------*
       RETURN-PROBLEM.

           MOVE PTKT-OPENED-KEY          TO PRBM-OPENED-KEY.
           MOVE PTKT-STATUS              TO PRBM-STATUS.
           MOVE PTKT-ESCALATION-COUNT    TO PRBM-ESCALATION-COUNT.
           MOVE PTKT-LAST-ESCALATION-KEY TO PRBM-LAST-ESCALATION-KEY.
           MOVE PTKT-PEAK-INCIDENTS      TO PRBM-PEAK-INCIDENTS.
           MOVE PTKT-ACK-KEY             TO PRBM-ACK-KEY.
           MOVE PTKT-ACK-BY              TO PRBM-ACK-BY.
           MOVE PTKT-CLOSED-KEY          TO PRBM-CLOSED-KEY.
           MOVE PTKT-CLOSED-BY           TO PRBM-CLOSED-BY.
           MOVE PTKT-CAUSE-CODE          TO PRBM-CAUSE-CODE.
           MOVE SPACES                   TO PRBM-CAUSE-DESCRIPTION.
           IF (PTKT-CAUSE-CODE NOT = SPACES)
               SET CAUSE-IX TO 1
               SEARCH CAUSE-ENTRY
                   AT END CONTINUE
                   WHEN CAUSE-CODE(CAUSE-IX) = PTKT-CAUSE-CODE
                       MOVE CAUSE-DESCRIPTION(CAUSE-IX)
                         TO PRBM-CAUSE-DESCRIPTION
               END-SEARCH
           END-IF.

           MOVE PTKT-NOTE-COUNT TO PRBM-NOTE-COUNT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
               MOVE PTKT-NOTE-KEY(WS-IX)  TO PRBM-NOTE-KEY(WS-IX)
               MOVE PTKT-NOTE-BY(WS-IX)   TO PRBM-NOTE-BY(WS-IX)
               MOVE PTKT-NOTE-TEXT(WS-IX) TO PRBM-NOTE-LINE(WS-IX)
               MOVE PTKT-CORRELATION-ID(WS-IX)
                 TO PRBM-RELATED-ID(WS-IX)
           END-PERFORM.
           MOVE PTKT-CORRELATION-COUNT TO PRBM-CORRELATION-COUNT.

       END-RETURN-PROBLEM.   EXIT.

      *---------------------------------------------------------------*
      * LIST THE PROBLEMS NOT YET CLOSED IN KEY ORDER FROM THE GIVEN  *
      * SUBJECT AND OPENED TIME (SPACES FOR ALL OF THEM)              *
      *---------------------------------------------------------------*
       LIST-PROBLEMS.

           MOVE 0   TO PRBM-LIST-COUNT.
           MOVE 'N' TO PRBM-MORE-PROBLEMS.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
               MOVE SPACES TO PRBM-LISTED(WS-IX)
           END-PERFORM.

           MOVE PRBM-SUBJECT    TO PTKT-SUBJECT.
           MOVE PRBM-OPENED-KEY TO PTKT-OPENED-KEY.
           START PROBLEM-FILE
               KEY IS NOT LESS THAN PTKT-KEY
               INVALID KEY
                   SET PRBM-NOT-FOUND TO TRUE
                   MOVE 'NO PROBLEMS OPEN' TO PRBM-MESSAGE
                   GO TO END-LIST-PROBLEMS
           END-START.

           PERFORM LIST-NEXT-PROBLEM THRU END-LIST-NEXT-PROBLEM
               UNTIL END-OF-PROBLEM-FILE
                  OR PRBM-MORE-PROBLEMS = 'Y'.

           IF (PRBM-LIST-COUNT = 0)
               SET PRBM-NOT-FOUND TO TRUE
               MOVE 'NO PROBLEMS OPEN' TO PRBM-MESSAGE
           END-IF.

       END-LIST-PROBLEMS.   EXIT.

       LIST-NEXT-PROBLEM.

           READ PROBLEM-FILE NEXT RECORD
               AT END
                   GO TO END-LIST-NEXT-PROBLEM
           END-READ.

           IF (PROBLEM-STATUS NOT = '00')
               MOVE '10' TO PROBLEM-STATUS
               GO TO END-LIST-NEXT-PROBLEM
           END-IF.

           IF (PTKT-CLOSED)
               GO TO END-LIST-NEXT-PROBLEM
           END-IF.

           IF (PRBM-LIST-COUNT >= 10)
               MOVE 'Y' TO PRBM-MORE-PROBLEMS
               GO TO END-LIST-NEXT-PROBLEM
           END-IF.

           ADD 1 TO PRBM-LIST-COUNT.
           MOVE PRBM-LIST-COUNT TO WS-IX.
           MOVE PTKT-SUBJECT      TO PRBM-LST-SUBJECT(WS-IX).
           MOVE PTKT-OPENED-KEY   TO PRBM-LST-OPENED-KEY(WS-IX).
           MOVE PTKT-STATUS       TO PRBM-LST-STATUS(WS-IX).
           MOVE PTKT-ESCALATION-COUNT
             TO PRBM-LST-ESCALATIONS(WS-IX).
           MOVE PTKT-LAST-ESCALATION-KEY
             TO PRBM-LST-LAST-ESCALATION(WS-IX).

       END-LIST-NEXT-PROBLEM.   EXIT.

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
               DISPLAY 'C2WSPRBM C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM C2WSPRBM.
