       77  WS-FIELDS-VALID               PIC X(1) VALUE 'Y'.
           88  WINDOW-FIELDS-VALID           VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Every add, replace and delete goes to the shared             *
      *  administrative change log through C2WSADMW.                  *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

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

      *---------------------------------------------------------------*
      *  The field an invalid-field refusal names to the caller.      *
      *---------------------------------------------------------------*
       77  WS-ERROR-FIELD                PIC X(20) VALUE SPACES.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
             88 WNDW-INVALID-ACTION          VALUE '2'.
             88 WNDW-INVALID-FIELD           VALUE '3'.
             88 WNDW-FILE-ERROR              VALUE '4'.
             88 WNDW-NOT-AUTHORIZED          VALUE '5'.
      *---------------------------------------------------------------*
      *  Appended: callers built to the shorter commarea still work,  *
      *  without the message. Filled when the role check refuses.     *
      *---------------------------------------------------------------*
          05 WNDW-REFUSAL-MESSAGE        PIC X(80).
      *---------------------------------------------------------------*
      *  Appended after the message: on an invalid-field refusal,     *
      *  the field refused, named as in this commarea without the     *
      *  prefix, so a screen can point the user straight at it.       *
      *  Blank otherwise. Callers built shorter still work.           *
      *---------------------------------------------------------------*
          05 WNDW-ERROR-FIELD            PIC X(20).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO WS-ERROR-FIELD.
           PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD.

           OPEN I-O ACCESS-WINDOW-FILE.

           IF (ACCESS-WINDOW-STATUS NOT = '00')
               SET WNDW-OK TO TRUE
               IF (WNDW-USERID = SPACES)
                   SET WNDW-INVALID-FIELD TO TRUE
                   MOVE 'USERID' TO WS-ERROR-FIELD
                   PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               ELSE
                   MOVE WNDW-USERID TO AWD-USERID
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
                   EVALUATE TRUE
                       WHEN ACTION-REFUSED
                           CONTINUE
                       WHEN WNDW-ACTION-ADD
                           PERFORM ADD-ACCESS-WINDOW THRU
                               END-ADD-ACCESS-WINDOW
               END-IF

               CLOSE ACCESS-WINDOW-FILE

               IF (WNDW-OK) AND (NOT WNDW-ACTION-INQUIRE)
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.
               IF (AWD-DAY-MASK(WS-IX:1) NOT = 'Y')
                  AND (AWD-DAY-MASK(WS-IX:1) NOT = 'N')
                   MOVE 'N' TO WS-FIELDS-VALID
                   MOVE 'DAY-MASK' TO WS-ERROR-FIELD
               END-IF
           END-PERFORM.

           IF (AWD-START-TIME IS NOT NUMERIC)
              OR (AWD-START-TIME(1:2) > '23')
              OR (AWD-START-TIME(3:2) > '59')
               IF (WINDOW-FIELDS-VALID)
                   MOVE 'START-TIME' TO WS-ERROR-FIELD
               END-IF
               MOVE 'N' TO WS-FIELDS-VALID
           END-IF.
           IF (AWD-END-TIME IS NOT NUMERIC)
              OR (AWD-END-TIME(1:2) > '23')
              OR (AWD-END-TIME(3:2) > '59')
               IF (WINDOW-FIELDS-VALID)
                   MOVE 'END-TIME' TO WS-ERROR-FIELD
               END-IF
               MOVE 'N' TO WS-FIELDS-VALID
           END-IF.

       END-VALIDATE-WINDOW-FIELDS.   EXIT.
               END-VALIDATE-WINDOW-FIELDS.
           IF (NOT WINDOW-FIELDS-VALID)
               SET WNDW-INVALID-FIELD TO TRUE
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               GO TO END-ADD-ACCESS-WINDOW
           END-IF.

           MOVE SPACES TO WS-ADMIN-CHANGE.
           READ ACCESS-WINDOW-FILE
               INVALID KEY
                   SET ACHG-ADDED TO TRUE
                   MOVE WNDW-USERID     TO AWD-USERID
                   MOVE WNDW-DAY-MASK   TO AWD-DAY-MASK
                   MOVE WNDW-START-TIME TO AWD-START-TIME
                   MOVE WNDW-END-TIME   TO AWD-END-TIME
                   WRITE ACCESS-WINDOW-RECORD
               NOT INVALID KEY
                   SET ACHG-CHANGED TO TRUE
                   MOVE ACCESS-WINDOW-RECORD TO ACHG-BEFORE-VALUE
                   MOVE WNDW-DAY-MASK   TO AWD-DAY-MASK
                   MOVE WNDW-START-TIME TO AWD-START-TIME
                   MOVE WNDW-END-TIME   TO AWD-END-TIME

           IF (ACCESS-WINDOW-STATUS = '00')
               SET WNDW-OK TO TRUE
               MOVE ACCESS-WINDOW-RECORD TO ACHG-AFTER-VALUE
           ELSE
               SET WNDW-FILE-ERROR TO TRUE
           END-IF.
               INVALID KEY
                   SET WNDW-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-ADMIN-CHANGE
                   SET ACHG-DELETED TO TRUE
                   MOVE ACCESS-WINDOW-RECORD TO ACHG-BEFORE-VALUE
                   DELETE ACCESS-WINDOW-FILE RECORD
                   SET WNDW-OK TO TRUE
           END-READ.

       END-INQUIRE-ACCESS-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED.                            *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (NOT WNDW-ACTION-ADD) AND (NOT WNDW-ACTION-DELETE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'EZAWNDW'   TO AUTH-PROGRAM.
           MOVE WNDW-ACTION TO AUTH-ACTION.
           MOVE 'ACCWNDW'   TO AUTH-FILE.
           MOVE WNDW-USERID TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAWNDW C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET WNDW-NOT-AUTHORIZED TO TRUE
               IF (EIBCALEN >= LENGTH OF DFHCOMMAREA
                                - LENGTH OF WNDW-ERROR-FIELD)
                   MOVE AUTH-MESSAGE TO WNDW-REFUSAL-MESSAGE
               END-IF
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE 'ACCWNDW'   TO ACHG-FILE.
           MOVE WNDW-USERID TO ACHG-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAWNDW C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * NAME THE REFUSED FIELD BACK TO A CALLER BUILT TO THE FULL     *
      * COMMAREA (BLANK CLEARS IT)                                    *
      *---------------------------------------------------------------*
       NAME-ERROR-FIELD.

           IF (EIBCALEN >= LENGTH OF DFHCOMMAREA)
               MOVE WS-ERROR-FIELD TO WNDW-ERROR-FIELD
           END-IF.

       END-NAME-ERROR-FIELD.   EXIT.

       END PROGRAM EZAWNDW.
