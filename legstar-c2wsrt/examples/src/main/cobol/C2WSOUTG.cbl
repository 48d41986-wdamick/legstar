      * sets the switch, 'C' clears it, 'I' inquires. Every set and   *
      * clear is appended to the outage audit log with the operator's *
      * userid, so there is never a question of who threw it.         *
      * Every set and clear is also sent to the enterprise monitoring *
      * system as an outage declared or cleared event (C2WSEVTW).     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  OUTG-TIME-OF-DAY           PIC X(6).
       77  WS-TIMESTAMP                  PIC X(15) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every set, clear and return to automatic goes to the shared  *
      *  administrative change log through C2WSADMW.                  *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

      *---------------------------------------------------------------*
      *  Every set and clear goes to the monitoring event feed        *
      *  through C2WSEVTW.                                            *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSEVTW           PIC X(8) VALUE 'C2WSEVTW'.
       77  WS-EVTW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-EVENT.
           COPY EVTREC.

      *---------------------------------------------------------------*
      *  Every change is checked against the signed-on userid's roles *
      *  through C2WSAUTH before it is made.                          *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-AUTHORIZED                 PIC X(1) VALUE 'Y'.
           88  ACTION-AUTHORIZED             VALUE 'Y'.
           88  ACTION-REFUSED                VALUE 'N'.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
             88 OUTG-OK                      VALUE '0'.
             88 OUTG-INVALID-ACTION          VALUE '2'.
             88 OUTG-FILE-ERROR              VALUE '3'.
             88 OUTG-NOT-AUTHORIZED          VALUE '4'.
          05 OUTG-CURRENT-MODE           PIC X(1).
          05 OUTG-CURRENT-SET-BY         PIC X(8).
          05 OUTG-CURRENT-TIMESTAMP      PIC X(15).
      *---------------------------------------------------------------*
      *  Appended: callers built to the shorter commarea still work,  *
      *  without the message. Filled when the role check refuses.     *
      *---------------------------------------------------------------*
          05 OUTG-REFUSAL-MESSAGE        PIC X(80).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *

           SET OUTG-OK TO TRUE.

           PERFORM CHECK-AUTHORIZATION THRU END-CHECK-AUTHORIZATION.

           EVALUATE TRUE
               WHEN ACTION-REFUSED
                   CONTINUE
               WHEN OUTG-ACTION-SET
                   PERFORM REWRITE-MODE-RECORD THRU
                       END-REWRITE-MODE-RECORD
      *---------------------------------------------------------------*
       REWRITE-MODE-RECORD.

           PERFORM INQUIRE-MODE-RECORD THRU
               END-INQUIRE-MODE-RECORD.
           PERFORM SAVE-MODE-BEFORE-CHANGE THRU
               END-SAVE-MODE-BEFORE-CHANGE.

           OPEN OUTPUT OUTAGE-MODE-FILE.
           IF (OUTAGE-MODE-STATUS NOT = '00')
               DISPLAY 'C2WSOUTG OUTAGE-MODE-FILE OPEN FAILED, STAT='
           PERFORM WRITE-OUTAGE-LOG-RECORD THRU
               END-WRITE-OUTAGE-LOG-RECORD.

           IF (OUTG-OK)
               PERFORM WRITE-ADMIN-CHANGE THRU
                   END-WRITE-ADMIN-CHANGE
               PERFORM WRITE-MONITOR-EVENT THRU
                   END-WRITE-MONITOR-EVENT
           END-IF.

       END-REWRITE-MODE-RECORD.   EXIT.

       INQUIRE-MODE-RECORD.

           PERFORM INQUIRE-MODE-RECORD THRU
               END-INQUIRE-MODE-RECORD.
           PERFORM SAVE-MODE-BEFORE-CHANGE THRU
               END-SAVE-MODE-BEFORE-CHANGE.

           OPEN OUTPUT OUTAGE-MODE-FILE.
           IF (OUTAGE-MODE-STATUS NOT = '00')
           PERFORM WRITE-OUTAGE-LOG-RECORD THRU
               END-WRITE-OUTAGE-LOG-RECORD.

           IF (OUTG-OK)
               PERFORM WRITE-ADMIN-CHANGE THRU
                   END-WRITE-ADMIN-CHANGE
           END-IF.

       END-RETURN-TO-AUTOMATIC.   EXIT.

       WRITE-OUTAGE-LOG-RECORD.

       END-WRITE-OUTAGE-LOG-RECORD.   EXIT.

      *---------------------------------------------------------------*
      * THE SWITCH AS IT STOOD, FOR THE ADMINISTRATIVE CHANGE LOG     *
      *---------------------------------------------------------------*
       SAVE-MODE-BEFORE-CHANGE.

           MOVE SPACES          TO WS-ADMIN-CHANGE.
           MOVE 'OUTGMSN'       TO ACHG-FILE.
           MOVE 'OUTAGE SWITCH' TO ACHG-KEY.
           SET ACHG-CHANGED     TO TRUE.
           STRING OUTG-CURRENT-MODE      DELIMITED BY SIZE
                  OUTG-CURRENT-SET-BY    DELIMITED BY SIZE
                  OUTG-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  INTO ACHG-BEFORE-VALUE
           END-STRING.

       END-SAVE-MODE-BEFORE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED.                            *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (NOT OUTG-ACTION-SET) AND (NOT OUTG-ACTION-CLEAR)
              AND (NOT OUTG-ACTION-AUTOMATIC)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'C2WSOUTG'      TO AUTH-PROGRAM.
           MOVE OUTG-ACTION     TO AUTH-ACTION.
           MOVE 'OUTGMSN'       TO AUTH-FILE.
           MOVE 'OUTAGE SWITCH' TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSOUTG C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET OUTG-NOT-AUTHORIZED TO TRUE
               IF (EIBCALEN >= LENGTH OF DFHCOMMAREA)
                   MOVE AUTH-MESSAGE TO OUTG-REFUSAL-MESSAGE
               END-IF
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE OUTAGE-MODE-RECORD TO ACHG-AFTER-VALUE.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSOUTG C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * TELL THE MONITORING SYSTEM THE OUTAGE WAS DECLARED OR         *
      * CLEARED. IF IT CANNOT, THE SWITCH STILL STANDS                *
      *---------------------------------------------------------------*
       WRITE-MONITOR-EVENT.

           MOVE SPACES             TO WS-EVENT.
           IF (OUTG-ACTION-SET)
               SET EVT-OUTAGE-DECLARED TO TRUE
               SET EVT-CRITICAL        TO TRUE
               STRING 'OUTAGE DECLARED BY OPERATOR '
                      DELIMITED BY SIZE
                      WS-OPERATOR-USERID DELIMITED BY SPACE
                      ' - SERVICE CALLS SUSPENDED' DELIMITED BY SIZE
                      INTO EVT-TEXT
               END-STRING
           ELSE
               SET EVT-OUTAGE-CLEARED  TO TRUE
               SET EVT-INFORMATIONAL   TO TRUE
               STRING 'OUTAGE CLEARED BY OPERATOR '
                      DELIMITED BY SIZE
                      WS-OPERATOR-USERID DELIMITED BY SPACE
                      ' - SERVICE CALLS RESUMED' DELIMITED BY SIZE
                      INTO EVT-TEXT
               END-STRING
           END-IF.
           MOVE 'C2WSOUTG'         TO EVT-SOURCE-PROGRAM.
           MOVE 'OUTGMSN'          TO EVT-SUBJECT.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSEVTW)
               COMMAREA(WS-EVENT)
               LENGTH(LENGTH OF WS-EVENT)
               RESP(WS-EVTW-RESP)
           END-EXEC.

           IF (WS-EVTW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSOUTG C2WSEVTW LINK FAILED, RESP='
                   WS-EVTW-RESP
           END-IF.

       END-WRITE-MONITOR-EVENT.   EXIT.

       END PROGRAM C2WSOUTG.
