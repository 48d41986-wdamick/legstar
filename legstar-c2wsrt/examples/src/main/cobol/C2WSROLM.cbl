       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSROLM.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Maintenance transaction for the role file (ROLEAUTH) that     *
      * C2WSAUTH checks every maintenance action against. Security    *
      * staff drive this commarea-only, same mold as MSNENTM, to      *
      * assign a role to a userid or remove it, to grant a role a     *
      * program and action or withdraw that grant, or to inquire on   *
      * the roles a userid holds. It is itself subject to the role    *
      * check, and no userid may assign or remove its own roles: that *
      * attempt is refused and logged like any other refusal. Every   *
      * change goes to the administrative change log through          *
      * C2WSADMW. Removing a userid's last role removes the userid.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTHORITY-FILE ASSIGN TO ROLEAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS ROLE-AUTHORITY-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout C2WSAUTH checks against.           *
      *---------------------------------------------------------------*
       FD  ROLE-AUTHORITY-FILE
           RECORDING MODE IS F.
       01  ROLE-AUTHORITY-RECORD.
           COPY ROLEAUTH.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  ROLE-AUTHORITY-STATUS         PIC X(2) VALUE '00'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-SLOT                       PIC 9(4) COMP-5 VALUE 0.
       01  WS-ROLE-KEY                   PIC X(25) VALUE SPACES.
       01  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.
       01  ROLM-TIME-WORK.
           05  ROLM-ABSTIME               PIC S9(15) COMP-3.
           05  ROLM-TODAY                 PIC X(8).

      *---------------------------------------------------------------*
      *  Every change is checked against the signed-on userid's roles *
      *  through C2WSAUTH before it is made; this transaction's own   *
      *  grants are held by the SECURITY role.                        *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-AUTHORIZED                 PIC X(1) VALUE 'Y'.
           88  ACTION-AUTHORIZED             VALUE 'Y'.
           88  ACTION-REFUSED                VALUE 'N'.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *---------------------------------------------------------------*
      *  Every assign, remove, grant and withdrawal goes to the       *
      *  shared administrative change log through C2WSADMW.           *
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
          05 ROLM-ACTION                 PIC X(1).
             88 ROLM-ACTION-ASSIGN           VALUE 'A'.
             88 ROLM-ACTION-REMOVE           VALUE 'R'.
             88 ROLM-ACTION-GRANT            VALUE 'G'.
             88 ROLM-ACTION-WITHDRAW         VALUE 'W'.
             88 ROLM-ACTION-INQUIRE          VALUE 'I'.
          05 ROLM-USERID                 PIC X(8).
          05 ROLM-USER-NAME              PIC X(30).
          05 ROLM-ROLE                   PIC X(8).
             88 ROLM-KNOWN-ROLE              VALUE 'LEGAL'
                                                   'MERCH'
                                                   'SECURITY'
                                                   'CREDIT'
                                                   'OPS'
                                                   'HELPDESK'
                                                   'TREASURY'.
          05 ROLM-PROGRAM                PIC X(8).
          05 ROLM-PROGRAM-ACTION         PIC X(1).
          05 ROLM-DESCRIPTION            PIC X(40).
          05 ROLM-ROLES-HELD.
             10 ROLM-ROLE-HELD OCCURS 5 TIMES PIC X(8).
          05 ROLM-RETURN-CODE            PIC X(1).
             88 ROLM-OK                      VALUE '0'.
             88 ROLM-NOT-FOUND               VALUE '1'.
             88 ROLM-INVALID-ACTION          VALUE '2'.
             88 ROLM-INVALID-FIELD           VALUE '3'.
             88 ROLM-DUPLICATE               VALUE '4'.
             88 ROLM-FILE-ERROR              VALUE '5'.
             88 ROLM-NOT-AUTHORIZED          VALUE '6'.
             88 ROLM-ROLE-LIMIT              VALUE '7'.
          05 ROLM-MESSAGE                PIC X(80).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO ROLM-MESSAGE.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(ROLM-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ROLM-ABSTIME)
               YYYYMMDD(ROLM-TODAY)
           END-EXEC.

           OPEN I-O ROLE-AUTHORITY-FILE.

           IF (ROLE-AUTHORITY-STATUS NOT = '00')
               DISPLAY 'C2WSROLM ROLEAUTH OPEN FAILED, STATUS='
                   ROLE-AUTHORITY-STATUS
               SET ROLM-FILE-ERROR TO TRUE
           ELSE
               SET ROLM-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (ROLM-OK)
                   PERFORM BUILD-ROLE-KEY THRU END-BUILD-ROLE-KEY
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (ROLM-OK)
                   PERFORM CHECK-OWN-ROLES THRU END-CHECK-OWN-ROLES
               END-IF

               IF (ROLM-OK)
                   MOVE WS-ROLE-KEY TO ROLE-KEY
                   EVALUATE TRUE
                       WHEN ROLM-ACTION-ASSIGN
                           PERFORM ASSIGN-ROLE THRU
                               END-ASSIGN-ROLE
                       WHEN ROLM-ACTION-REMOVE
                           PERFORM REMOVE-ROLE THRU
                               END-REMOVE-ROLE
                       WHEN ROLM-ACTION-GRANT
                           PERFORM GRANT-PROGRAM THRU
                               END-GRANT-PROGRAM
                       WHEN ROLM-ACTION-WITHDRAW
                           PERFORM WITHDRAW-GRANT THRU
                               END-WITHDRAW-GRANT
                       WHEN ROLM-ACTION-INQUIRE
                           PERFORM INQUIRE-USERID THRU
                               END-INQUIRE-USERID
                   END-EVALUATE
               END-IF

               CLOSE ROLE-AUTHORITY-FILE

               IF (ROLM-OK) AND (NOT ROLM-ACTION-INQUIRE)
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

       VALIDATE-COMMAREA.

           IF (NOT ROLM-ACTION-ASSIGN) AND (NOT ROLM-ACTION-REMOVE)
              AND (NOT ROLM-ACTION-GRANT)
              AND (NOT ROLM-ACTION-WITHDRAW)
              AND (NOT ROLM-ACTION-INQUIRE)
               SET ROLM-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (ROLM-ACTION-ASSIGN OR ROLM-ACTION-REMOVE
               OR ROLM-ACTION-INQUIRE)
              AND (ROLM-USERID = SPACES)
               SET ROLM-INVALID-FIELD TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (NOT ROLM-ACTION-INQUIRE)
              AND (NOT ROLM-KNOWN-ROLE)
               SET ROLM-INVALID-FIELD TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (ROLM-ACTION-GRANT OR ROLM-ACTION-WITHDRAW)
              AND ((ROLM-PROGRAM = SPACES)
                   OR (ROLM-PROGRAM-ACTION = SPACE))
               SET ROLM-INVALID-FIELD TO TRUE
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * A USERID RECORD FOR ASSIGN, REMOVE AND INQUIRE, A GRANT       *
      * RECORD FOR GRANT AND WITHDRAW                                 *
      *---------------------------------------------------------------*
       BUILD-ROLE-KEY.

           MOVE SPACES TO ROLE-KEY.
           IF (ROLM-ACTION-GRANT OR ROLM-ACTION-WITHDRAW)
               SET ROLE-GRANT-RECORD TO TRUE
               MOVE ROLM-ROLE           TO ROLE-GRANT-ROLE
               MOVE ROLM-PROGRAM        TO ROLE-GRANT-PROGRAM
               MOVE ROLM-PROGRAM-ACTION TO ROLE-GRANT-ACTION
           ELSE
               SET ROLE-USER-RECORD TO TRUE
               MOVE ROLM-USERID TO ROLE-USERID
           END-IF.
           MOVE ROLE-KEY TO WS-ROLE-KEY.

       END-BUILD-ROLE-KEY.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED. IF THE CHECK CANNOT BE     *
      * MADE THE CHANGE IS REFUSED                                    *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (ROLM-ACTION-INQUIRE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'C2WSROLM'  TO AUTH-PROGRAM.
           MOVE ROLM-ACTION TO AUTH-ACTION.
           MOVE 'ROLEAUTH'  TO AUTH-FILE.
           MOVE WS-ROLE-KEY TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSROLM C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET ROLM-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO ROLM-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * NO USERID ASSIGNS OR REMOVES ITS OWN ROLES, WHATEVER ROLE IT  *
      * HOLDS. THE ATTEMPT IS LOGGED AS A REFUSAL                     *
      *---------------------------------------------------------------*
       CHECK-OWN-ROLES.

           IF (NOT ROLM-ACTION-ASSIGN) AND (NOT ROLM-ACTION-REMOVE)
               GO TO END-CHECK-OWN-ROLES
           END-IF.

           IF (ROLM-USERID NOT = WS-SIGNON-USERID)
               GO TO END-CHECK-OWN-ROLES
           END-IF.

           SET ROLM-NOT-AUTHORIZED TO TRUE.
           STRING 'USERID ' DELIMITED BY SIZE
                  WS-SIGNON-USERID DELIMITED BY SPACE
                  ' MAY NOT CHANGE ITS OWN ROLES - REFUSED'
                  DELIMITED BY SIZE
               INTO ROLM-MESSAGE
           END-STRING.
           DISPLAY 'C2WSROLM ' ROLM-MESSAGE.

           MOVE SPACES      TO WS-ADMIN-CHANGE.
           MOVE 'ROLEAUTH'  TO ACHG-FILE.
           MOVE WS-ROLE-KEY TO ACHG-KEY.
           SET ACHG-REFUSED TO TRUE.
           STRING 'ACTION ' DELIMITED BY SIZE
                  ROLM-ACTION ' ROLE ' DELIMITED BY SIZE
                  ROLM-ROLE DELIMITED BY SPACE
               INTO ACHG-BEFORE-VALUE
           END-STRING.
           MOVE ROLM-MESSAGE TO ACHG-AFTER-VALUE.
           PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE.

       END-CHECK-OWN-ROLES.   EXIT.

      *---------------------------------------------------------------*
      * ASSIGN A ROLE TO A USERID, ADDING THE USERID IF IT HOLDS NONE *
      *---------------------------------------------------------------*
       ASSIGN-ROLE.

           MOVE SPACES      TO WS-ADMIN-CHANGE.
           MOVE 'ROLEAUTH'  TO ACHG-FILE.
           MOVE WS-ROLE-KEY TO ACHG-KEY.

           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   SET ACHG-ADDED TO TRUE
                   MOVE SPACES TO ROLE-AUTHORITY-RECORD
                   MOVE WS-ROLE-KEY TO ROLE-KEY
                   MOVE ROLM-USER-NAME TO ROLE-USER-NAME
                   MOVE 1 TO WS-SLOT
                   PERFORM STORE-ROLE THRU END-STORE-ROLE
                   WRITE ROLE-AUTHORITY-RECORD
               NOT INVALID KEY
                   SET ACHG-CHANGED TO TRUE
                   MOVE ROLE-DATA TO ACHG-BEFORE-VALUE
                   PERFORM FIND-FREE-SLOT THRU END-FIND-FREE-SLOT
                   IF (ROLM-OK)
                       IF (ROLM-USER-NAME NOT = SPACES)
                           MOVE ROLM-USER-NAME TO ROLE-USER-NAME
                       END-IF
                       PERFORM STORE-ROLE THRU END-STORE-ROLE
                       REWRITE ROLE-AUTHORITY-RECORD
                   END-IF
           END-READ.

           IF (ROLM-OK)
               IF (ROLE-AUTHORITY-STATUS = '00')
                   MOVE ROLE-DATA TO ACHG-AFTER-VALUE
               ELSE
                   SET ROLM-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       END-ASSIGN-ROLE.   EXIT.

      *---------------------------------------------------------------*
      * THE FIRST EMPTY ROLE ENTRY, UNLESS THE ROLE IS HELD ALREADY   *
      * OR ALL FIVE ARE IN USE                                        *
      *---------------------------------------------------------------*
       FIND-FREE-SLOT.

           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF (ROLE-HELD(WS-IX) = ROLM-ROLE)
                   SET ROLM-DUPLICATE TO TRUE
               END-IF
               IF (ROLE-HELD(WS-IX) = SPACES) AND (WS-SLOT = 0)
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM.

           IF (ROLM-OK) AND (WS-SLOT = 0)
               SET ROLM-ROLE-LIMIT TO TRUE
           END-IF.

       END-FIND-FREE-SLOT.   EXIT.

       STORE-ROLE.

           MOVE ROLM-ROLE        TO ROLE-HELD(WS-SLOT).
           MOVE ROLM-TODAY       TO ROLE-HELD-SINCE(WS-SLOT).
           MOVE WS-SIGNON-USERID TO ROLE-HELD-GRANTED-BY(WS-SLOT).
           MOVE WS-SIGNON-USERID TO ROLE-UPDATED-BY.
           MOVE ROLM-TODAY       TO ROLE-UPDATED-DATE.

       END-STORE-ROLE.   EXIT.

      *---------------------------------------------------------------*
      * REMOVE A ROLE FROM A USERID; WITH ITS LAST ROLE GONE THE      *
      * USERID ITSELF IS DELETED                                      *
      *---------------------------------------------------------------*
       REMOVE-ROLE.

           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   SET ROLM-NOT-FOUND TO TRUE
           END-READ.
           IF (NOT ROLM-OK)
               GO TO END-REMOVE-ROLE
           END-IF.

           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF (ROLE-HELD(WS-IX) = ROLM-ROLE)
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF (WS-SLOT = 0)
               SET ROLM-NOT-FOUND TO TRUE
               GO TO END-REMOVE-ROLE
           END-IF.

           MOVE SPACES      TO WS-ADMIN-CHANGE.
           MOVE 'ROLEAUTH'  TO ACHG-FILE.
           MOVE WS-ROLE-KEY TO ACHG-KEY.
           MOVE ROLE-DATA   TO ACHG-BEFORE-VALUE.
           MOVE SPACES      TO ROLE-HELD-ENTRY(WS-SLOT).

           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF (ROLE-HELD(WS-IX) NOT = SPACES)
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM.

           IF (WS-SLOT = 0)
               SET ACHG-DELETED TO TRUE
               DELETE ROLE-AUTHORITY-FILE RECORD
           ELSE
               SET ACHG-CHANGED TO TRUE
               MOVE WS-SIGNON-USERID TO ROLE-UPDATED-BY
               MOVE ROLM-TODAY       TO ROLE-UPDATED-DATE
               REWRITE ROLE-AUTHORITY-RECORD
               MOVE ROLE-DATA TO ACHG-AFTER-VALUE
           END-IF.

           IF (ROLE-AUTHORITY-STATUS NOT = '00')
               SET ROLM-FILE-ERROR TO TRUE
           END-IF.

       END-REMOVE-ROLE.   EXIT.

      *---------------------------------------------------------------*
      * GRANT A ROLE ONE ACTION OF A MAINTENANCE PROGRAM, OR EVERY    *
      * ACTION OF IT ('*')                                            *
      *---------------------------------------------------------------*
       GRANT-PROGRAM.

           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   MOVE SPACES TO ROLE-AUTHORITY-RECORD
                   MOVE WS-ROLE-KEY      TO ROLE-KEY
                   MOVE ROLM-DESCRIPTION TO ROLE-GRANT-DESCRIPTION
                   MOVE WS-SIGNON-USERID TO ROLE-UPDATED-BY
                   MOVE ROLM-TODAY       TO ROLE-UPDATED-DATE
                   WRITE ROLE-AUTHORITY-RECORD
               NOT INVALID KEY
                   SET ROLM-DUPLICATE TO TRUE
           END-READ.

           IF (ROLM-OK)
               IF (ROLE-AUTHORITY-STATUS = '00')
                   MOVE SPACES      TO WS-ADMIN-CHANGE
                   MOVE 'ROLEAUTH'  TO ACHG-FILE
                   MOVE WS-ROLE-KEY TO ACHG-KEY
                   SET ACHG-ADDED TO TRUE
                   MOVE ROLE-DATA TO ACHG-AFTER-VALUE
               ELSE
                   SET ROLM-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       END-GRANT-PROGRAM.   EXIT.

       WITHDRAW-GRANT.

           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   SET ROLM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE SPACES      TO WS-ADMIN-CHANGE
                   MOVE 'ROLEAUTH'  TO ACHG-FILE
                   MOVE WS-ROLE-KEY TO ACHG-KEY
                   SET ACHG-DELETED TO TRUE
                   MOVE ROLE-DATA TO ACHG-BEFORE-VALUE
                   DELETE ROLE-AUTHORITY-FILE RECORD
                   IF (ROLE-AUTHORITY-STATUS NOT = '00')
                       SET ROLM-FILE-ERROR TO TRUE
                   END-IF
           END-READ.

       END-WITHDRAW-GRANT.   EXIT.

       INQUIRE-USERID.

           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   SET ROLM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE ROLE-USER-NAME TO ROLM-USER-NAME
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > 5
                       MOVE ROLE-HELD(WS-IX)
                         TO ROLM-ROLE-HELD(WS-IX)
                   END-PERFORM
           END-READ.

       END-INQUIRE-USERID.   EXIT.

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
               DISPLAY 'C2WSROLM C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM C2WSROLM.
