           05  OVR-DATE-WORK              PIC X(8).
           05  OVR-TIME-OF-DAY            PIC X(6).

      *---------------------------------------------------------------*
      *  Every grant, replacement and cancel goes to the shared       *
      *  administrative change log through C2WSADMW, as the record's  *
      *  display fields -- everything but the binary used count.      *
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
             88 OVRD-INVALID-ACTION          VALUE '2'.
             88 OVRD-INVALID-FIELD           VALUE '3'.
             88 OVRD-FILE-ERROR              VALUE '4'.
             88 OVRD-NOT-AUTHORIZED          VALUE '5'.
      *---------------------------------------------------------------*
      *  Appended: callers built to the shorter commarea still work,  *
      *  without the message. Filled when the role check refuses.     *
      *---------------------------------------------------------------*
          05 OVRD-REFUSAL-MESSAGE        PIC X(80).
      *---------------------------------------------------------------*
      *  Appended after the message: on an invalid-field refusal,     *
      *  the field refused, named as in this commarea without the     *
      *  prefix, so a screen can point the user straight at it.       *
      *  Blank otherwise. Callers built shorter still work.           *
      *---------------------------------------------------------------*
          05 OVRD-ERROR-FIELD            PIC X(20).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO WS-ERROR-FIELD.
           PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD.

           OPEN I-O WINDOW-OVERRIDE-FILE.

           IF (WINDOW-OVERRIDE-STATUS NOT = '00')
           ELSE
               SET OVRD-OK TO TRUE
               MOVE OVRD-USERID TO OVR-USERID
               PERFORM CHECK-AUTHORIZATION THRU
                   END-CHECK-AUTHORIZATION
               EVALUATE TRUE
                   WHEN ACTION-REFUSED
                       CONTINUE
                   WHEN OVRD-ACTION-GRANT
                       PERFORM GRANT-OVERRIDE THRU
                           END-GRANT-OVERRIDE
      *---------------------------------------------------------------*
       GRANT-OVERRIDE.

           EVALUATE TRUE
               WHEN (OVRD-USERID = SPACES)
                   MOVE 'USERID' TO WS-ERROR-FIELD
               WHEN (OVRD-APPROVER = SPACES)
                 OR (OVRD-APPROVER = OVRD-USERID)
                   MOVE 'APPROVER' TO WS-ERROR-FIELD
               WHEN (OVRD-EXPIRY-TIMESTAMP = SPACES)
                   MOVE 'EXPIRY-TIMESTAMP' TO WS-ERROR-FIELD
               WHEN (OVRD-DAY-MASK = SPACES)
                   MOVE 'DAY-MASK' TO WS-ERROR-FIELD
           END-EVALUATE.
           IF (WS-ERROR-FIELD NOT = SPACES)
               SET OVRD-INVALID-FIELD TO TRUE
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               GO TO END-GRANT-OVERRIDE
           END-IF.

      * The field moves repeat inside both READ branches because the
      * READ refreshes the record from the file on a hit.
      *
           MOVE SPACES TO WS-ADMIN-CHANGE.
           READ WINDOW-OVERRIDE-FILE
               INVALID KEY
                   SET ACHG-ADDED TO TRUE
                   PERFORM MOVE-GRANT-FIELDS THRU
                       END-MOVE-GRANT-FIELDS
                   WRITE WINDOW-OVERRIDE-RECORD
               NOT INVALID KEY
                   SET ACHG-CHANGED TO TRUE
                   MOVE WINDOW-OVERRIDE-RECORD(1:61)
                     TO ACHG-BEFORE-VALUE
                   PERFORM MOVE-GRANT-FIELDS THRU
                       END-MOVE-GRANT-FIELDS
                   REWRITE WINDOW-OVERRIDE-RECORD

           IF (WINDOW-OVERRIDE-STATUS NOT = '00')
               SET OVRD-FILE-ERROR TO TRUE
               GO TO END-GRANT-OVERRIDE
           END-IF.

           MOVE WINDOW-OVERRIDE-RECORD(1:61) TO ACHG-AFTER-VALUE.
           PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE.

       END-GRANT-OVERRIDE.   EXIT.

       MOVE-GRANT-FIELDS.
               INVALID KEY
                   SET OVRD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-ADMIN-CHANGE
                   SET ACHG-DELETED TO TRUE
                   MOVE WINDOW-OVERRIDE-RECORD(1:61)
                     TO ACHG-BEFORE-VALUE
                   DELETE WINDOW-OVERRIDE-FILE RECORD
                   IF (WINDOW-OVERRIDE-STATUS = '00')
                       SET OVRD-OK TO TRUE
                       PERFORM WRITE-ADMIN-CHANGE THRU
                           END-WRITE-ADMIN-CHANGE
                   ELSE
                       SET OVRD-FILE-ERROR TO TRUE
                   END-IF

       END-INQUIRE-OVERRIDE.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED.                            *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (NOT OVRD-ACTION-GRANT) AND (NOT OVRD-ACTION-CANCEL)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'EZAOVRD'   TO AUTH-PROGRAM.
           MOVE OVRD-ACTION TO AUTH-ACTION.
           MOVE 'WNDWOVRD'  TO AUTH-FILE.
           MOVE OVRD-USERID TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAOVRD C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET OVRD-NOT-AUTHORIZED TO TRUE
               IF (EIBCALEN >= LENGTH OF DFHCOMMAREA
                                - LENGTH OF OVRD-ERROR-FIELD)
                   MOVE AUTH-MESSAGE TO OVRD-REFUSAL-MESSAGE
               END-IF
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE 'WNDWOVRD'  TO ACHG-FILE.
           MOVE OVRD-USERID TO ACHG-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAOVRD C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * NAME THE REFUSED FIELD BACK TO A CALLER BUILT TO THE FULL     *
      * COMMAREA (BLANK CLEARS IT)                                    *
      *---------------------------------------------------------------*
       NAME-ERROR-FIELD.

           IF (EIBCALEN >= LENGTH OF DFHCOMMAREA)
               MOVE WS-ERROR-FIELD TO OVRD-ERROR-FIELD
           END-IF.

       END-NAME-ERROR-FIELD.   EXIT.

       END PROGRAM EZAOVRD.
