       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSAUTH.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Role check for the maintenance transactions. Each one LINKs   *
      * here with an AUTHCHK commarea before it adds, changes or      *
      * deletes anything, naming itself, the action, and the file and *
      * key it is about to touch. The signed-on userid is taken from  *
      * the task, never from the caller, and looked up on the role    *
      * file (ROLEAUTH): the action is allowed when any role the      *
      * userid holds is granted that program and action, or every     *
      * action of that program ('*').                                 *
      * Anything else is refused -- no role, no grant, or a role file *
      * that cannot be read -- with a message the caller hands back.  *
      * Every refusal is written to the job log and, through          *
      * C2WSADMW, to the administrative change log as action 'X', so  *
      * the weekly security review shows what was attempted and by    *
      * whom.                                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTHORITY-FILE ASSIGN TO ROLEAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS ROLE-AUTHORITY-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
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

      *---------------------------------------------------------------*
      *  The userid's roles, kept aside while the grant records are   *
      *  read into the same record area.                              *
      *---------------------------------------------------------------*
       01  WS-ROLES-HELD.
           05  WS-ROLE-HELD OCCURS 5 TIMES PIC X(8).
       01  WS-ROLES-TEXT                 PIC X(60) VALUE SPACES.
       77  WS-ROLES-POINTER              PIC 9(4) COMP-5 VALUE 1.

       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY AUTHCHK.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           SET AUTH-REFUSED TO TRUE.
           MOVE SPACES TO AUTH-ROLE.
           MOVE SPACES TO AUTH-MESSAGE.
           MOVE SPACES TO WS-ROLES-HELD.
           EXEC CICS ASSIGN USERID(AUTH-USERID) END-EXEC.

           PERFORM CHECK-ROLES THRU END-CHECK-ROLES.

           IF (AUTH-REFUSED)
               PERFORM LOG-REFUSAL THRU END-LOG-REFUSAL
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * LOOK THE USERID UP AND TRY EACH ROLE IT HOLDS AGAINST THE     *
      * GRANTS; THE FIRST ROLE THAT ALLOWS THE ACTION IS RETURNED     *
      *---------------------------------------------------------------*
       CHECK-ROLES.

           OPEN INPUT ROLE-AUTHORITY-FILE.
           IF (ROLE-AUTHORITY-STATUS NOT = '00')
               DISPLAY 'C2WSAUTH ROLEAUTH OPEN FAILED, STATUS='
                   ROLE-AUTHORITY-STATUS
               STRING 'ROLE FILE UNAVAILABLE - ' DELIMITED BY SIZE
                      AUTH-PROGRAM DELIMITED BY SPACE
                      ' ACTION ' AUTH-ACTION ' REFUSED'
                      DELIMITED BY SIZE
                   INTO AUTH-MESSAGE
               END-STRING
               GO TO END-CHECK-ROLES
           END-IF.

           MOVE SPACES TO ROLE-KEY.
           SET ROLE-USER-RECORD TO TRUE.
           MOVE AUTH-USERID TO ROLE-USERID.
           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   STRING 'USERID ' DELIMITED BY SIZE
                          AUTH-USERID DELIMITED BY SPACE
                          ' HOLDS NO MAINTENANCE ROLE - '
                          DELIMITED BY SIZE
                          AUTH-PROGRAM DELIMITED BY SPACE
                          ' ACTION ' AUTH-ACTION ' REFUSED'
                          DELIMITED BY SIZE
                       INTO AUTH-MESSAGE
                   END-STRING
                   CLOSE ROLE-AUTHORITY-FILE
                   GO TO END-CHECK-ROLES
           END-READ.

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE ROLE-HELD(WS-IX) TO WS-ROLE-HELD(WS-IX)
           END-PERFORM.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5 OR AUTH-GRANTED
               IF (WS-ROLE-HELD(WS-IX) NOT = SPACES)
                   PERFORM CHECK-ONE-ROLE THRU END-CHECK-ONE-ROLE
               END-IF
           END-PERFORM.

           CLOSE ROLE-AUTHORITY-FILE.

           IF (AUTH-REFUSED)
               STRING 'USERID ' DELIMITED BY SIZE
                      AUTH-USERID DELIMITED BY SPACE
                      ' HAS NO ROLE ALLOWING ' DELIMITED BY SIZE
                      AUTH-PROGRAM DELIMITED BY SPACE
                      ' ACTION ' AUTH-ACTION ' - REFUSED'
                      DELIMITED BY SIZE
                   INTO AUTH-MESSAGE
               END-STRING
           END-IF.

       END-CHECK-ROLES.   EXIT.

      *---------------------------------------------------------------*
      * A GRANT OF THE ACTION ITSELF, OR OF EVERY ACTION ('*')        *
      *---------------------------------------------------------------*
       CHECK-ONE-ROLE.

           MOVE SPACES TO ROLE-KEY.
           SET ROLE-GRANT-RECORD TO TRUE.
           MOVE WS-ROLE-HELD(WS-IX) TO ROLE-GRANT-ROLE.
           MOVE AUTH-PROGRAM TO ROLE-GRANT-PROGRAM.
           MOVE AUTH-ACTION TO ROLE-GRANT-ACTION.
           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-GRANTED TO TRUE
           END-READ.
           IF (AUTH-GRANTED)
               MOVE WS-ROLE-HELD(WS-IX) TO AUTH-ROLE
               GO TO END-CHECK-ONE-ROLE
           END-IF.

           SET ROLE-GRANT-ALL-ACTIONS TO TRUE.
           READ ROLE-AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-GRANTED TO TRUE
                   MOVE WS-ROLE-HELD(WS-IX) TO AUTH-ROLE
           END-READ.

       END-CHECK-ONE-ROLE.   EXIT.

      *---------------------------------------------------------------*
      * WRITE THE REFUSAL TO THE JOB LOG AND THE ADMINISTRATIVE       *
      * CHANGE LOG: WHAT WAS ASKED, AND THE ROLES THE USERID HELD     *
      *---------------------------------------------------------------*
       LOG-REFUSAL.

           DISPLAY 'C2WSAUTH ' AUTH-MESSAGE.

           MOVE SPACES TO WS-ROLES-TEXT.
           MOVE 1 TO WS-ROLES-POINTER.
           STRING 'ROLES HELD:' DELIMITED BY SIZE
               INTO WS-ROLES-TEXT WITH POINTER WS-ROLES-POINTER
           END-STRING.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF (WS-ROLE-HELD(WS-IX) NOT = SPACES)
                   STRING ' ' DELIMITED BY SIZE
                          WS-ROLE-HELD(WS-IX) DELIMITED BY SPACE
                       INTO WS-ROLES-TEXT
                       WITH POINTER WS-ROLES-POINTER
                   END-STRING
               END-IF
           END-PERFORM.
           IF (WS-ROLES-HELD = SPACES)
               MOVE 'ROLES HELD: NONE' TO WS-ROLES-TEXT
           END-IF.

           MOVE SPACES TO WS-ADMIN-CHANGE.
           MOVE AUTH-FILE TO ACHG-FILE.
           MOVE AUTH-KEY TO ACHG-KEY.
           SET ACHG-REFUSED TO TRUE.
           MOVE WS-ROLES-TEXT TO ACHG-BEFORE-VALUE.
           MOVE AUTH-MESSAGE TO ACHG-AFTER-VALUE.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.
           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSAUTH C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-LOG-REFUSAL.   EXIT.

       END PROGRAM C2WSAUTH.
