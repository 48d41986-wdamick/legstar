       77  WS-TRUST-IPV4-DISPLAY         PIC 9(8).
       01  WS-CLIENT-IPV6-DISPLAY        PIC X(32) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every add, replace and delete also goes to the shared        *
      *  administrative change log through C2WSADMW, as the entry's   *
      *  rule, owner, expiry and disabled flag (the address family    *
      *  is binary and the key already names the address).            *
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
             88 TRUST-NOT-FOUND              VALUE '1'.
             88 TRUST-INVALID-ACTION         VALUE '2'.
             88 TRUST-INVALID-FIELD          VALUE '3'.
             88 TRUST-NOT-AUTHORIZED         VALUE '4'.
      *---------------------------------------------------------------*
      *  Appended: callers built to the shorter commarea still work,  *
      *  without the message. Filled when the role check refuses.     *
      *---------------------------------------------------------------*
          05 TRUST-REFUSAL-MESSAGE       PIC X(80).
      *---------------------------------------------------------------*
      *  Appended after the message: on an invalid-field refusal,     *
      *  the field refused, named as in this commarea without the     *
      *  prefix, so a screen can point the user straight at it.       *
      *  Blank otherwise. Callers built shorter still work.           *
      *---------------------------------------------------------------*
          05 TRUST-ERROR-FIELD           PIC X(20).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO WS-ERROR-FIELD.
           PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD.

           OPEN I-O TRUSTED-IP-FILE.
           OPEN EXTEND AFTER-IMAGE-JOURNAL.
           IF (JOURNAL-FILE-STATUS = '00')
               SET TRUST-INVALID-ACTION TO TRUE
           ELSE
               PERFORM BUILD-TRUST-KEY THRU END-BUILD-TRUST-KEY
               PERFORM CHECK-AUTHORIZATION THRU
                   END-CHECK-AUTHORIZATION

               EVALUATE TRUE
                   WHEN ACTION-REFUSED
                       CONTINUE
                   WHEN TRUST-ACTION-ADD
                       PERFORM ADD-TRUSTED-ENTRY THRU
                           END-ADD-TRUSTED-ENTRY
      * an add without an owner and an expiry date is refused.
      *
           IF (TRUST-OWNER-USERID = SPACES)
               SET TRUST-INVALID-FIELD TO TRUE
               MOVE 'OWNER-USERID' TO WS-ERROR-FIELD
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               GO TO END-ADD-TRUSTED-ENTRY
           END-IF.
           IF (TRUST-EXPIRY-DATE IS NOT NUMERIC)
              OR (TRUST-EXPIRY-DATE = 0)
               SET TRUST-INVALID-FIELD TO TRUE
               MOVE 'EXPIRY-DATE' TO WS-ERROR-FIELD
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               GO TO END-ADD-TRUSTED-ENTRY
           END-IF.

      * The field moves repeat inside both READ branches because the
      * READ refreshes TRUSTED-IP-RECORD from the file on a hit.
      *
           MOVE SPACES TO WS-ADMIN-CHANGE.
           READ TRUSTED-IP-FILE
               INVALID KEY
                   SET ACHG-ADDED TO TRUE
                   MOVE TRUST-ADDRESS-FAMILY TO TRIP-ADDRESS-FAMILY
                   IF (TRUST-RULE-BLOCK)
                       SET TRUSTED-BLOCK TO TRUE
                   SET TRUST-ENTRY-ACTIVE  TO TRUE
                   WRITE TRUSTED-IP-RECORD
               NOT INVALID KEY
                   SET ACHG-CHANGED TO TRUE
                   MOVE TRUSTED-IP-RECORD(35:18) TO ACHG-BEFORE-VALUE
                   MOVE TRUST-ADDRESS-FAMILY TO TRIP-ADDRESS-FAMILY
                   IF (TRUST-RULE-BLOCK)
                       SET TRUSTED-BLOCK TO TRUE
               MOVE 'A' TO WS-JRN-ACTION
               PERFORM WRITE-JOURNAL-IMAGE THRU
                   END-WRITE-JOURNAL-IMAGE
               MOVE TRUSTED-IP-RECORD(35:18) TO ACHG-AFTER-VALUE
               PERFORM WRITE-ADMIN-CHANGE THRU
                   END-WRITE-ADMIN-CHANGE
           ELSE
               SET TRUST-INVALID-ACTION TO TRUE
           END-IF.
               INVALID KEY
                   SET TRUST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-ADMIN-CHANGE
                   SET ACHG-DELETED TO TRUE
                   MOVE TRUSTED-IP-RECORD(35:18) TO ACHG-BEFORE-VALUE
                   DELETE TRUSTED-IP-FILE RECORD
                   SET TRUST-OK TO TRUE
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM WRITE-JOURNAL-IMAGE THRU
                       END-WRITE-JOURNAL-IMAGE
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
           END-READ.

       END-DELETE-TRUSTED-ENTRY.   EXIT.

       END-WRITE-JOURNAL-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED.                            *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (NOT TRUST-ACTION-ADD) AND (NOT TRUST-ACTION-DELETE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'EZATRUST'   TO AUTH-PROGRAM.
           MOVE TRUST-ACTION TO AUTH-ACTION.
           MOVE 'TRUSTIP'    TO AUTH-FILE.
           MOVE TRIP-KEY     TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZATRUST C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET TRUST-NOT-AUTHORIZED TO TRUE
               IF (EIBCALEN >= LENGTH OF DFHCOMMAREA
                                - LENGTH OF TRUST-ERROR-FIELD)
                   MOVE AUTH-MESSAGE TO TRUST-REFUSAL-MESSAGE
               END-IF
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE 'TRUSTIP' TO ACHG-FILE.
           MOVE TRIP-KEY  TO ACHG-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZATRUST C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * REPORT BACK WHETHER, AND HOW, AN ADDRESS IS CURRENTLY TRUSTED *
      *---------------------------------------------------------------*

       END-INQUIRE-TRUSTED-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      * NAME THE REFUSED FIELD BACK TO A CALLER BUILT TO THE FULL     *
      * COMMAREA (BLANK CLEARS IT)                                    *
      *---------------------------------------------------------------*
       NAME-ERROR-FIELD.

           IF (EIBCALEN >= LENGTH OF DFHCOMMAREA)
               MOVE WS-ERROR-FIELD TO TRUST-ERROR-FIELD
           END-IF.

       END-NAME-ERROR-FIELD.   EXIT.

       END PROGRAM EZATRUST.
