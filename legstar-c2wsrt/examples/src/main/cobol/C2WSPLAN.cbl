       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSPLAN.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Planned maintenance window check. C2WSHB, C2WSALRT, MSNPROBE  *
      * and CKPTSTAT LINK here with a PLANCHK commarea before they    *
      * declare an outage, page the operator or flag a checkpoint     *
      * stale, naming the service or job and the span of time in      *
      * question. The calendar (MAINTCAL, kept through C2WSPLNM) is   *
      * browsed for a window on that subject, then for a whole-region *
      * window, whose span overlaps the caller's; the first one found *
      * is handed back so the caller can say which window it was.     *
      * Read only -- nothing here changes the calendar.               *
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
       77  WS-REGION-SUBJECT             PIC X(11) VALUE '*REGION*'.
       77  WS-SEARCH-TYPE                PIC X(1) VALUE SPACE.
       77  WS-SEARCH-SUBJECT             PIC X(11) VALUE SPACES.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY PLANCHK.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACE  TO PLAN-RESULT.
           MOVE SPACE  TO PLAN-WINDOW-SUBJECT-TYPE.
           MOVE SPACES TO PLAN-WINDOW-START-KEY.
           MOVE SPACES TO PLAN-WINDOW-END-KEY.
           MOVE SPACE  TO PLAN-WINDOW-ORIGIN.
           MOVE SPACES TO PLAN-WINDOW-REASON.

           OPEN INPUT MAINTENANCE-CALENDAR-FILE.
           IF (MAINTENANCE-CALENDAR-STATUS NOT = '00')
               DISPLAY 'C2WSPLAN MAINTCAL OPEN FAILED, STATUS='
                   MAINTENANCE-CALENDAR-STATUS
           ELSE
               SET PLAN-NOT-IN-WINDOW TO TRUE
               IF (PLAN-SUBJECT-TYPE NOT = SPACE)
                  AND (PLAN-SUBJECT NOT = SPACES)
                   MOVE PLAN-SUBJECT-TYPE TO WS-SEARCH-TYPE
                   MOVE PLAN-SUBJECT      TO WS-SEARCH-SUBJECT
                   PERFORM SEARCH-WINDOWS THRU END-SEARCH-WINDOWS
               END-IF
               IF (NOT PLAN-IN-WINDOW)
                   MOVE 'R'               TO WS-SEARCH-TYPE
                   MOVE WS-REGION-SUBJECT TO WS-SEARCH-SUBJECT
                   PERFORM SEARCH-WINDOWS THRU END-SEARCH-WINDOWS
               END-IF
               CLOSE MAINTENANCE-CALENDAR-FILE
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * BROWSE ONE SUBJECT'S WINDOWS IN START ORDER. THE FIRST THAT   *
      * ENDS NO EARLIER THAN THE SPAN BEGINS, AND STARTS NO LATER     *
      * THAN IT ENDS, OVERLAPS IT                                     *
      *---------------------------------------------------------------*
       SEARCH-WINDOWS.

           MOVE LOW-VALUES        TO MWIN-KEY.
           MOVE WS-SEARCH-TYPE    TO MWIN-SUBJECT-TYPE.
           MOVE WS-SEARCH-SUBJECT TO MWIN-SUBJECT.
           START MAINTENANCE-CALENDAR-FILE
               KEY IS NOT LESS THAN MWIN-KEY
               INVALID KEY
                   GO TO END-SEARCH-WINDOWS
           END-START.

           PERFORM CHECK-NEXT-WINDOW THRU END-CHECK-NEXT-WINDOW
               UNTIL END-OF-MAINTENANCE-CALENDAR
                  OR PLAN-IN-WINDOW.

       END-SEARCH-WINDOWS.   EXIT.

       CHECK-NEXT-WINDOW.

           READ MAINTENANCE-CALENDAR-FILE NEXT RECORD
               AT END
                   GO TO END-CHECK-NEXT-WINDOW
           END-READ.

           IF (MWIN-SUBJECT-TYPE NOT = WS-SEARCH-TYPE)
              OR (MWIN-SUBJECT NOT = WS-SEARCH-SUBJECT)
              OR (MWIN-START-KEY > PLAN-TO-KEY)
               MOVE '10' TO MAINTENANCE-CALENDAR-STATUS
               GO TO END-CHECK-NEXT-WINDOW
           END-IF.

           IF (MWIN-END-KEY >= PLAN-FROM-KEY)
               SET PLAN-IN-WINDOW TO TRUE
               MOVE MWIN-SUBJECT-TYPE TO PLAN-WINDOW-SUBJECT-TYPE
               MOVE MWIN-START-KEY    TO PLAN-WINDOW-START-KEY
               MOVE MWIN-END-KEY      TO PLAN-WINDOW-END-KEY
               MOVE MWIN-ORIGIN       TO PLAN-WINDOW-ORIGIN
               MOVE MWIN-REASON       TO PLAN-WINDOW-REASON
           END-IF.

       END-CHECK-NEXT-WINDOW.   EXIT.

       END PROGRAM C2WSPLAN.
