      * (AVAILC2W): per service endpoint, probes taken, up/down       *
      * counts, the uptime percentage the provider's contract         *
      * promises but we could never verify, and the average probe     *
      * response time. A down probe taken inside a planned            *
      * maintenance window (AVL-PLANNED) is counted in its own        *
      * PLANNED column, not as DOWN, and the uptime percentage is     *
      * worked over the probes outside planned downtime only.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  AVL-ENDPOINT-URI           PIC X(57).
           05  AVL-STATE                  PIC X(1).
           05  AVL-RESPONSE-MS            PIC 9(9).
           05  AVL-PLANNED                PIC X(1).
               88  PROBE-IN-PLANNED-WINDOW    VALUE 'P'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
               10  SERVICE-TALLY-PROBES   PIC 9(9) VALUE 0.
               10  SERVICE-TALLY-UP       PIC 9(9) VALUE 0.
               10  SERVICE-TALLY-DOWN     PIC 9(9) VALUE 0.
               10  SERVICE-TALLY-PLANNED  PIC 9(9) VALUE 0.
               10  SERVICE-TALLY-MS       PIC 9(12) VALUE 0.

       77  WS-UPTIME-PERCENT             PIC 9(3)V9(2) VALUE 0.
       77  WS-AVG-MS                     PIC 9(9) VALUE 0.
       77  WS-UNPLANNED-PROBES           PIC 9(9) VALUE 0.

       01  WS-REPORT-LINE.
           05  WS-RPT-SERVICE             PIC X(11).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DOWN                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-PLANNED             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-UPTIME              PIC ZZ9.99.
           05  FILLER                     PIC X(5) VALUE ' PCT '.
           05  WS-RPT-AVG-MS              PIC ZZZ,ZZZ,ZZ9.
                   ADD 1 TO SERVICE-TALLY-UP(SERVICE-IX)
                   ADD AVL-RESPONSE-MS TO SERVICE-TALLY-MS(SERVICE-IX)
               ELSE
                   IF (PROBE-IN-PLANNED-WINDOW)
                       ADD 1 TO SERVICE-TALLY-PLANNED(SERVICE-IX)
                   ELSE
                       ADD 1 TO SERVICE-TALLY-DOWN(SERVICE-IX)
                   END-IF
               END-IF
           END-IF.

           MOVE 'C2WS ENDPOINT AVAILABILITY REPORT' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'SERVICE      PROBES      UP    DOWN PLANNED UPTIME     
      -        ' AVG' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > SERVICE-TALLY-COUNT
               COMPUTE WS-UNPLANNED-PROBES =
                   SERVICE-TALLY-PROBES(WS-IX)
                   - SERVICE-TALLY-PLANNED(WS-IX)
               IF (WS-UNPLANNED-PROBES > 0)
                   COMPUTE WS-UPTIME-PERCENT ROUNDED =
                       (SERVICE-TALLY-UP(WS-IX) * 100)
                       / WS-UNPLANNED-PROBES
               ELSE
                   MOVE 100 TO WS-UPTIME-PERCENT
               END-IF
               IF (SERVICE-TALLY-UP(WS-IX) > 0)
                   COMPUTE WS-AVG-MS =
                       SERVICE-TALLY-MS(WS-IX)
               MOVE SERVICE-TALLY-PROBES(WS-IX) TO WS-RPT-PROBES
               MOVE SERVICE-TALLY-UP(WS-IX) TO WS-RPT-UP
               MOVE SERVICE-TALLY-DOWN(WS-IX) TO WS-RPT-DOWN
               MOVE SERVICE-TALLY-PLANNED(WS-IX) TO WS-RPT-PLANNED
               MOVE WS-UPTIME-PERCENT TO WS-RPT-UPTIME
               MOVE ' PCT ' TO WS-REPORT-LINE(51:5)
               MOVE WS-AVG-MS TO WS-RPT-AVG-MS
               MOVE ' MS' TO WS-REPORT-LINE(67:3)
               MOVE WS-REPORT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-PERFORM.
