      * cancelling the pending START (CEMT I TASK / SET TSQUEUE).     *
      * The C2WSAVRP daily report turns AVAILC2W into the uptime      *
      * percentage the provider's contract promises.                  *
      *                                                               *
      * Inside a planned maintenance window for the endpoint or the   *
      * region (checked through C2WSPLAN) every probe is still taken  *
      * and recorded, but flagged planned: state changes are reported *
      * as planned rather than as alerts, and the automatic outage    *
      * declaration is held back and logged to OUTGLOG as action 'P'  *
      * instead. A failure still going when the window closes is      *
      * declared on the next probe in the ordinary way.               *
      *                                                               *
      * Every automatic declaration and clearance is also sent to the *
      * enterprise monitoring system through C2WSEVTW.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  MCFG-MANDATED-SAFESEARCH   PIC X(32).
           05  MCFG-CACHE-SHARE-APPIDS    PIC X(1).
           05  MCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  MCFG-PASSWORD-FORM         PIC X(1).
               88  MCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

       FD  C2WS-CONFIG-FILE
           RECORDING MODE IS F.
           05  CCFG-PASSWORD              PIC X(8).
           05  CCFG-DEFAULT-CULTURE       PIC X(32).
           05  CCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  CCFG-PASSWORD-FORM         PIC X(1).
               88  CCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

       FD  AVAILABILITY-FILE
           RECORDING MODE IS F.
               88  ENDPOINT-UP                VALUE 'U'.
               88  ENDPOINT-DOWN              VALUE 'D'.
           05  AVL-RESPONSE-MS            PIC 9(9).
      *---------------------------------------------------------------*
      *  'P' when the probe fell inside a planned maintenance window, *
      *  so the reports can keep planned downtime out of the          *
      *  provider's uptime figure.                                    *
      *---------------------------------------------------------------*
           05  AVL-PLANNED                PIC X(1).
               88  PROBE-IN-PLANNED-WINDOW    VALUE 'P'.

       FD  OUTAGE-MODE-FILE
           RECORDING MODE IS F.
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-OPERATOR-MESSAGE         PIC X(78) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Planned maintenance window check through C2WSPLAN, made for  *
      *  the current probe's endpoint at the moment of the probe.     *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSPLAN         PIC X(8) VALUE 'C2WSPLAN'.
       77  WS-PLAN-RESP                PIC S9(9) BINARY VALUE 0.
       77  WS-NOW-KEY                  PIC X(12) VALUE SPACES.
       77  WS-PROBE-PLANNED            PIC X(1) VALUE SPACE.
           88  PROBE-PLANNED               VALUE 'P'.
       01  WS-PLAN-CHECK.
           COPY PLANCHK.

      *---------------------------------------------------------------*
      *  Automatic declarations and clearances go to the monitoring   *
      *  event feed through C2WSEVTW.                                 *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSEVTW         PIC X(8) VALUE 'C2WSEVTW'.
       77  WS-EVTW-RESP                PIC S9(9) BINARY VALUE 0.
       01  WS-EVENT.
           COPY EVTREC.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
               MOVE 'D' TO WS-PROBE-STATE
           END-IF.

           PERFORM STAMP-PROBE-TIME THRU END-STAMP-PROBE-TIME.
           PERFORM CHECK-PLANNED-WINDOW THRU
               END-CHECK-PLANNED-WINDOW.
           PERFORM WRITE-AVAILABILITY-RECORD THRU
               END-WRITE-AVAILABILITY-RECORD.
           PERFORM CHECK-STATE-CHANGE THRU

       END-PROBE-ONE-ENDPOINT.   EXIT.

       STAMP-PROBE-TIME.

           EXEC CICS ASKTIME ABSTIME(HB-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(HB-ABSTIME)
                  HB-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.
           STRING HB-DATE-WORK(1:6) DELIMITED BY SIZE
                  HB-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-NOW-KEY
           END-STRING.

       END-STAMP-PROBE-TIME.   EXIT.

      *---------------------------------------------------------------*
      * IS THIS ENDPOINT, OR THE REGION, IN A PLANNED MAINTENANCE     *
      * WINDOW RIGHT NOW? IF THE CALENDAR CANNOT BE CHECKED THE PROBE *
      * COUNTS AS UNPLANNED -- A REAL OUTAGE MUST NEVER BE HIDDEN     *
      *---------------------------------------------------------------*
       CHECK-PLANNED-WINDOW.

           MOVE SPACE TO WS-PROBE-PLANNED.
           MOVE SPACES           TO WS-PLAN-CHECK.
           MOVE 'S'              TO PLAN-SUBJECT-TYPE.
           MOVE WS-PROBE-SERVICE TO PLAN-SUBJECT.
           MOVE WS-NOW-KEY       TO PLAN-FROM-KEY.
           MOVE WS-NOW-KEY       TO PLAN-TO-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSPLAN)
               COMMAREA(WS-PLAN-CHECK)
               LENGTH(LENGTH OF WS-PLAN-CHECK)
               RESP(WS-PLAN-RESP)
           END-EXEC.

           IF (WS-PLAN-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSHB C2WSPLAN LINK FAILED, RESP='
                   WS-PLAN-RESP
               GO TO END-CHECK-PLANNED-WINDOW
           END-IF.

           IF (PLAN-IN-WINDOW)
               SET PROBE-PLANNED TO TRUE
           END-IF.

       END-CHECK-PLANNED-WINDOW.   EXIT.

       WRITE-AVAILABILITY-RECORD.

           MOVE WS-TIMESTAMP        TO AVL-TIMESTAMP.
           MOVE WS-PROBE-SERVICE    TO AVL-SERVICE-NAME.
           MOVE WS-PROBE-URI        TO AVL-ENDPOINT-URI.
           MOVE WS-PROBE-STATE      TO AVL-STATE.
           MOVE WS-PROBE-ELAPSED-MS TO AVL-RESPONSE-MS.
           MOVE WS-PROBE-PLANNED    TO AVL-PLANNED.

           WRITE AVAILABILITY-RECORD.
           IF (AVAILABILITY-STATUS NOT = '00')

      *---------------------------------------------------------------*
      * RAISE AN OPERATOR MESSAGE ONLY WHEN THE ENDPOINT'S STATE      *
      * CHANGED SINCE THE LAST PROBE -- INSIDE A PLANNED WINDOW AS A  *
      * PLANNED NOTICE, NOT AN ALERT                                  *
      *---------------------------------------------------------------*
       CHECK-STATE-CHANGE.


           IF (HBS-LAST-STATE NOT = WS-PROBE-STATE)
               MOVE SPACES TO WS-OPERATOR-MESSAGE
               IF (PROBE-PLANNED)
                   STRING 'C2WSHB PLANNED MAINTENANCE: '
                          DELIMITED BY SIZE
                          WS-PROBE-SERVICE DELIMITED BY SIZE
                          ' IS NOW ' DELIMITED BY SIZE
                          WS-PROBE-STATE DELIMITED BY SIZE
                          ' (U=UP D=DOWN)' DELIMITED BY SIZE
                          INTO WS-OPERATOR-MESSAGE
                   END-STRING
               ELSE
                   STRING 'C2WSHB STATE CHANGE: ' DELIMITED BY SIZE
                          WS-PROBE-SERVICE DELIMITED BY SIZE
                          ' IS NOW ' DELIMITED BY SIZE
                          WS-PROBE-STATE DELIMITED BY SIZE
                          ' (U=UP D=DOWN)' DELIMITED BY SIZE
                          INTO WS-OPERATOR-MESSAGE
                   END-STRING
               END-IF
               DISPLAY WS-OPERATOR-MESSAGE
               MOVE WS-PROBE-STATE TO HBS-LAST-STATE
               MOVE 1 TO HBS-STREAK-COUNT
      * VIRGIN FILE) IS EVER MOVED: AN OPERATOR'S EXPLICIT SETTING    *
      * ALWAYS WINS UNTIL C2WSOUTG'S 'A' ACTION HANDS CONTROL BACK.   *
      * EVERY AUTOMATIC TRANSITION IS LOGGED WITH ITS PROBE EVIDENCE. *
      * INSIDE A PLANNED WINDOW THE DECLARATION IS HELD BACK, AND     *
      * LOGGED ONCE AS PLANNED WHEN THE STREAK FIRST REACHES IT.      *
      *---------------------------------------------------------------*
       CHECK-AUTOMATIC-OUTAGE.

           IF (WS-PROBE-STATE = 'D')
              AND (SERVICE-NORMAL)
              AND (WS-CURRENT-STREAK >= WS-DOWN-STREAK-TO-DECLARE)
               IF (PROBE-PLANNED)
                   CLOSE OUTAGE-MODE-FILE
                   IF (WS-CURRENT-STREAK = WS-DOWN-STREAK-TO-DECLARE)
                       PERFORM LOG-PLANNED-OUTAGE THRU
                           END-LOG-PLANNED-OUTAGE
                   END-IF
                   GO TO END-CHECK-AUTOMATIC-OUTAGE
               END-IF
               SET OUTAGE-DECLARED TO TRUE
               MOVE 'S' TO WS-AUTO-ACTION
           END-IF.

           PERFORM WRITE-AUTO-OUTAGE-LOG THRU
               END-WRITE-AUTO-OUTAGE-LOG.
           PERFORM WRITE-MONITOR-EVENT THRU
               END-WRITE-MONITOR-EVENT.

       END-CHECK-AUTOMATIC-OUTAGE.   EXIT.

      *---------------------------------------------------------------*
      * THE OUTAGE THE HEARTBEAT WOULD HAVE DECLARED, HAD THE WINDOW  *
      * NOT BEEN PLANNED -- KEPT ON THE LOG RATHER THAN LOST          *
      *---------------------------------------------------------------*
       LOG-PLANNED-OUTAGE.

           MOVE 'P' TO WS-AUTO-ACTION.
           MOVE WS-CURRENT-STREAK TO WS-STREAK-EDIT.
           MOVE SPACES TO WS-AUTO-NOTE.
           STRING 'PLANNED - NOT DECLARED AFTER ' DELIMITED BY SIZE
                  WS-STREAK-EDIT DELIMITED BY SIZE
                  ' DOWN' DELIMITED BY SIZE
                  INTO WS-AUTO-NOTE
           END-STRING.
           DISPLAY 'C2WSHB PLANNED MAINTENANCE: ' WS-AUTO-NOTE.

           PERFORM WRITE-AUTO-OUTAGE-LOG THRU
               END-WRITE-AUTO-OUTAGE-LOG.

       END-LOG-PLANNED-OUTAGE.   EXIT.

       WRITE-AUTO-OUTAGE-LOG.

           OPEN EXTEND OUTAGE-LOG-FILE.

       END-WRITE-AUTO-OUTAGE-LOG.   EXIT.

      *---------------------------------------------------------------*
      * TELL THE MONITORING SYSTEM THE HEARTBEAT DECLARED OR CLEARED  *
      * THE OUTAGE, WITH THE PROBE EVIDENCE                           *
      *---------------------------------------------------------------*
       WRITE-MONITOR-EVENT.

           MOVE SPACES             TO WS-EVENT.
           IF (WS-AUTO-ACTION = 'S')
               SET EVT-OUTAGE-DECLARED TO TRUE
               SET EVT-CRITICAL        TO TRUE
           ELSE
               SET EVT-OUTAGE-CLEARED  TO TRUE
               SET EVT-INFORMATIONAL   TO TRUE
           END-IF.
           MOVE WS-HEARTBEAT-NAME  TO EVT-SOURCE-PROGRAM.
           MOVE 'OUTGMSN'          TO EVT-SUBJECT.
           STRING WS-PROBE-SERVICE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-AUTO-NOTE DELIMITED BY SIZE
                  INTO EVT-TEXT
           END-STRING.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSEVTW)
               COMMAREA(WS-EVENT)
               LENGTH(LENGTH OF WS-EVENT)
               RESP(WS-EVTW-RESP)
           END-EXEC.

           IF (WS-EVTW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSHB C2WSEVTW LINK FAILED, RESP='
                   WS-EVTW-RESP
           END-IF.

       END-WRITE-MONITOR-EVENT.   EXIT.

       END PROGRAM C2WSHB.
