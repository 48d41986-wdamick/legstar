      * to its end (the jobs append, so the last record is the        *
      * latest), and a checkpoint older than the expected schedule    *
      * allows is flagged STALE: an overnight hang is obvious at a    *
      * glance -- unless the job had a planned maintenance window on  *
      * the C2WSPLAN calendar in that time, when it is flagged        *
      * PLANNED instead. Painted with the same unformatted SEND TEXT  *
      * ACCUM idiom as C2WSDASH.                                      *
      *                                                               *
      * Every STALE line is also sent to the enterprise monitoring    *
      * system as a stale checkpoint event (C2WSEVTW). Its            *
      * correlation id is made from the checkpoint itself, so the     *
      * same stale checkpoint seen on every inquiry is one occurrence *
      * to the monitoring system.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       77  WS-EDGE-DATE                  PIC X(8).
       77  WS-EDGE-TIME                  PIC X(6).
       77  WS-STALE-HORIZON-KEY          PIC X(12) VALUE SPACES.
       77  WS-NOW-KEY                    PIC X(12) VALUE SPACES.
       77  WS-RECORD-KEY                 PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------*
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-TIMESTAMP           PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-FLAG                PIC X(7).

      *---------------------------------------------------------------*
      *  Planned maintenance window check through C2WSPLAN.           *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSPLAN           PIC X(8) VALUE 'C2WSPLAN'.
       77  WS-PLAN-RESP                  PIC S9(8) COMP VALUE ZERO.
       01  WS-PLAN-CHECK.
           COPY PLANCHK.

      *---------------------------------------------------------------*
      *  Stale checkpoints go to the monitoring event feed through    *
      *  C2WSEVTW.                                                    *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSEVTW           PIC X(8) VALUE 'C2WSEVTW'.
       77  WS-EVTW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-EVENT.
           COPY EVTREC.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
                  WS-EDGE-TIME DELIMITED BY SIZE
                  INTO WS-STALE-HORIZON-KEY
           END-STRING.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
               YYMMDD(WS-EDGE-DATE)
               TIME(WS-EDGE-TIME)
           END-EXEC.
           STRING WS-EDGE-DATE(1:6) DELIMITED BY SIZE
                  WS-EDGE-TIME DELIMITED BY SIZE
                  INTO WS-NOW-KEY
           END-STRING.

       END-BUILD-STALE-HORIZON.   EXIT.


      *---------------------------------------------------------------*
      * ONE DISPLAY LINE FOR THE LATEST CHECKPOINT JUST COLLECTED,    *
      * FLAGGED STALE WHEN ITS TIMESTAMP PREDATES THE HORIZON, OR     *
      * PLANNED WHEN THE JOB HAD A MAINTENANCE WINDOW SINCE THEN      *
      *---------------------------------------------------------------*
       SHOW-CHECKPOINT-LINE.

           MOVE WS-LATEST-TIMESTAMP TO WS-DTL-TIMESTAMP.
           IF (WS-RECORD-KEY < WS-STALE-HORIZON-KEY)
               MOVE 'STALE' TO WS-DTL-FLAG
               PERFORM CHECK-PLANNED-WINDOW THRU
                   END-CHECK-PLANNED-WINDOW
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-SCREEN-LINE.
           EXEC CICS SEND TEXT FROM(WS-SCREEN-LINE) ACCUM END-EXEC.

           IF (WS-DTL-FLAG = 'STALE')
               MOVE SPACES TO WS-EVENT
               STRING WS-LATEST-JOB-NAME(1:4) DELIMITED BY SIZE
                      WS-RECORD-KEY DELIMITED BY SIZE
                      INTO EVT-CORRELATION-ID
               END-STRING
               STRING 'LAST CHECKPOINT ' DELIMITED BY SIZE
                      WS-LATEST-TIMESTAMP DELIMITED BY SIZE
                      ' BY JOB ' DELIMITED BY SIZE
                      WS-LATEST-JOB-NAME DELIMITED BY SPACE
                      ' IS OLDER THAN SCHEDULE ALLOWS'
                      DELIMITED BY SIZE
                      INTO EVT-TEXT
               END-STRING
               PERFORM WRITE-MONITOR-EVENT THRU
                   END-WRITE-MONITOR-EVENT
           END-IF.

       END-SHOW-CHECKPOINT-LINE.   EXIT.

      *---------------------------------------------------------------*
      * A STALE JOB WITH A PLANNED WINDOW BETWEEN THE HORIZON AND NOW *
      * WAS MEANT NOT TO RUN. IF THE CALENDAR CANNOT BE CHECKED THE   *
      * FLAG STAYS STALE                                              *
      *---------------------------------------------------------------*
       CHECK-PLANNED-WINDOW.

           MOVE SPACES               TO WS-PLAN-CHECK.
           MOVE 'J'                  TO PLAN-SUBJECT-TYPE.
           MOVE WS-LATEST-JOB-NAME   TO PLAN-SUBJECT.
           MOVE WS-STALE-HORIZON-KEY TO PLAN-FROM-KEY.
           MOVE WS-NOW-KEY           TO PLAN-TO-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSPLAN)
               COMMAREA(WS-PLAN-CHECK)
               LENGTH(LENGTH OF WS-PLAN-CHECK)
               RESP(WS-PLAN-RESP)
           END-EXEC.

           IF (WS-PLAN-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'CKPTSTAT C2WSPLAN LINK FAILED, RESP='
                   WS-PLAN-RESP
               GO TO END-CHECK-PLANNED-WINDOW
           END-IF.

           IF (PLAN-IN-WINDOW)
               MOVE 'PLANNED' TO WS-DTL-FLAG
           END-IF.

       END-CHECK-PLANNED-WINDOW.   EXIT.

       SHOW-UNAVAILABLE-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO WS-SCREEN-LINE.
           EXEC CICS SEND TEXT FROM(WS-SCREEN-LINE) ACCUM END-EXEC.

           MOVE SPACES TO WS-EVENT.
           STRING WS-FILE-LABEL DELIMITED BY SIZE
                  'NONE' DELIMITED BY SIZE
                  INTO EVT-CORRELATION-ID
           END-STRING.
           MOVE 'NO CHECKPOINTS ON FILE' TO EVT-TEXT.
           PERFORM WRITE-MONITOR-EVENT THRU END-WRITE-MONITOR-EVENT.

       END-SHOW-UNAVAILABLE-LINE.   EXIT.

      *---------------------------------------------------------------*
      * TELL THE MONITORING SYSTEM ABOUT THE STALE CHECKPOINT FILE.   *
      * THE CALLER HAS SET THE CORRELATION ID AND THE TEXT            *
      *---------------------------------------------------------------*
       WRITE-MONITOR-EVENT.

           SET EVT-STALE-CHECKPOINT TO TRUE.
           SET EVT-MAJOR            TO TRUE.
           MOVE 'CKPTSTAT'          TO EVT-SOURCE-PROGRAM.
           MOVE WS-FILE-LABEL       TO EVT-SUBJECT.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSEVTW)
               COMMAREA(WS-EVENT)
               LENGTH(LENGTH OF WS-EVENT)
               RESP(WS-EVTW-RESP)
           END-EXEC.

           IF (WS-EVTW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'CKPTSTAT C2WSEVTW LINK FAILED, RESP='
                   WS-EVTW-RESP
           END-IF.

       END-WRITE-MONITOR-EVENT.   EXIT.

       END PROGRAM CKPTSTAT.
