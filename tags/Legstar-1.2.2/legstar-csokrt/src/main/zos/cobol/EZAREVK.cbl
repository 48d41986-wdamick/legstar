       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZAREVK.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Decision transaction for the dormant-userid review. EZADORM   *
      * proposes every userid with no granted logon for the review    *
      * period; security staff work through the proposal file here,   *
      * DPL-style and commarea-only (same mold as EZAWNDW), and the   *
      * decision is kept in the USERREVK register:                    *
      *   'I' inquire: the decision on file, if any;                  *
      *   'R' revoked: the userid's access has been taken away --     *
      *       RACF, and the access window, session maximum and        *
      *       trusted addresses through their own transactions;       *
      *   'K' retained: the userid is kept, and a reason is required. *
      * The entry records who decided, when, and the run date of the  *
      * proposal the decision answers, and EZADORM reports it as      *
      * already actioned from then on. No userid decides on itself.   *
      * Every decision goes through the role check and is written to  *
      * the administrative change log.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVOCATION-FILE ASSIGN TO USERREVK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REVK-USERID
               FILE STATUS IS REVOCATION-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout EZADORM reads, so both programs    *
      *  always agree on the shape of a decision.                     *
      *---------------------------------------------------------------*
       FD  REVOCATION-FILE
           RECORDING MODE IS F.
       01  REVOCATION-RECORD.
           COPY USERREVK.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  REVOCATION-STATUS             PIC X(2) VALUE '00'.
       77  WS-ENTRY-FOUND                PIC X(1) VALUE 'N'.
           88  REGISTER-ENTRY-FOUND          VALUE 'Y'.
       77  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.
       77  WS-REVK-ABSTIME               PIC S9(15) COMP-3 VALUE 0.
       77  WS-TODAY                      PIC X(8) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every decision goes to the shared administrative change log  *
      *  through C2WSADMW.                                            *
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
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 RVKM-ACTION                 PIC X(1).
             88 RVKM-ACTION-INQUIRE          VALUE 'I'.
             88 RVKM-ACTION-REVOKED          VALUE 'R'.
             88 RVKM-ACTION-RETAINED         VALUE 'K'.
          05 RVKM-USERID                 PIC X(8).
      *---------------------------------------------------------------*
      *  Run date of the EZADORM proposal being answered, from the    *
      *  proposal file; spaces when the decision is not from one.     *
      *---------------------------------------------------------------*
          05 RVKM-PROPOSED-DATE          PIC X(8).
          05 RVKM-REASON                 PIC X(40).
          05 RVKM-STATUS                 PIC X(1).
             88 RVKM-STATUS-REVOKED          VALUE 'R'.
             88 RVKM-STATUS-RETAINED         VALUE 'K'.
          05 RVKM-STATUS-DATE            PIC X(8).
          05 RVKM-DECIDED-BY             PIC X(8).
          05 RVKM-RETURN-CODE            PIC X(1).
             88 RVKM-OK                      VALUE '0'.
             88 RVKM-NOT-FOUND               VALUE '1'.
             88 RVKM-INVALID-ACTION          VALUE '2'.
             88 RVKM-INVALID-FIELD           VALUE '3'.
             88 RVKM-FILE-ERROR              VALUE '4'.
             88 RVKM-NOT-AUTHORIZED          VALUE '5'.
          05 RVKM-REFUSAL-MESSAGE        PIC X(80).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO RVKM-REFUSAL-MESSAGE.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-REVK-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-REVK-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.

           OPEN I-O REVOCATION-FILE.

           IF (REVOCATION-STATUS NOT = '00')
               DISPLAY 'EZAREVK USERREVK OPEN FAILED, STATUS='
                   REVOCATION-STATUS
               SET RVKM-FILE-ERROR TO TRUE
           ELSE
               SET RVKM-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (RVKM-OK)
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (RVKM-OK)
                   PERFORM CHECK-OWN-USERID THRU END-CHECK-OWN-USERID
               END-IF

               IF (RVKM-OK)
                   PERFORM FETCH-DECISION THRU END-FETCH-DECISION
                   EVALUATE TRUE
                       WHEN RVKM-ACTION-REVOKED
                       WHEN RVKM-ACTION-RETAINED
                           PERFORM RECORD-DECISION THRU
                               END-RECORD-DECISION
                       WHEN RVKM-ACTION-INQUIRE
                           IF (NOT REGISTER-ENTRY-FOUND)
                               SET RVKM-NOT-FOUND TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF

               IF (RVKM-OK)
                   PERFORM RETURN-DECISION THRU END-RETURN-DECISION
               END-IF

               CLOSE REVOCATION-FILE

               IF (RVKM-OK) AND (NOT RVKM-ACTION-INQUIRE)
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * FIELD-LEVEL VALIDATION: A USERID ALWAYS, A NUMERIC PROPOSAL   *
      * DATE IF ONE IS GIVEN, AND A REASON FOR KEEPING A USERID       *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT RVKM-ACTION-INQUIRE)
              AND (NOT RVKM-ACTION-REVOKED)
              AND (NOT RVKM-ACTION-RETAINED)
               SET RVKM-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RVKM-USERID = SPACES)
               SET RVKM-INVALID-FIELD TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RVKM-PROPOSED-DATE NOT = SPACES)
              AND (RVKM-PROPOSED-DATE IS NOT NUMERIC)
               SET RVKM-INVALID-FIELD TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RVKM-ACTION-RETAINED) AND (RVKM-REASON = SPACES)
               SET RVKM-INVALID-FIELD TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * NO USERID DECIDES ON ITS OWN DORMANCY, WHATEVER ROLE IT       *
      * HOLDS. THE ATTEMPT IS LOGGED AS A REFUSAL                     *
      *---------------------------------------------------------------*
       CHECK-OWN-USERID.

           IF (RVKM-ACTION-INQUIRE)
               GO TO END-CHECK-OWN-USERID
           END-IF.

           IF (RVKM-USERID NOT = WS-SIGNON-USERID)
               GO TO END-CHECK-OWN-USERID
           END-IF.

           SET RVKM-NOT-AUTHORIZED TO TRUE.
           STRING 'USERID ' DELIMITED BY SIZE
                  WS-SIGNON-USERID DELIMITED BY SPACE
                  ' MAY NOT DECIDE ITS OWN REVOCATION - REFUSED'
                  DELIMITED BY SIZE
               INTO RVKM-REFUSAL-MESSAGE
           END-STRING.
           DISPLAY 'EZAREVK ' RVKM-REFUSAL-MESSAGE.

           MOVE SPACES      TO WS-ADMIN-CHANGE.
           SET ACHG-REFUSED TO TRUE.
           STRING 'ACTION ' DELIMITED BY SIZE
                  RVKM-ACTION ' REASON ' DELIMITED BY SIZE
                  RVKM-REASON DELIMITED BY SIZE
               INTO ACHG-BEFORE-VALUE
           END-STRING.
           MOVE RVKM-REFUSAL-MESSAGE TO ACHG-AFTER-VALUE.
           PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE.

       END-CHECK-OWN-USERID.   EXIT.

      *---------------------------------------------------------------*
      * READ THE REGISTER ENTRY, IF THERE IS ONE YET                  *
      *---------------------------------------------------------------*
       FETCH-DECISION.

           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE RVKM-USERID TO REVK-USERID.
           READ REVOCATION-FILE
               INVALID KEY
                   MOVE SPACES TO REVOCATION-RECORD
                   MOVE RVKM-USERID TO REVK-USERID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-FOUND
           END-READ.

       END-FETCH-DECISION.   EXIT.

      *---------------------------------------------------------------*
      * REVOKED OR RETAINED: THE ENTRY IS STAMPED WITH THE DECIDER    *
      * AND DATE AND WRITTEN OR REWRITTEN                             *
      *---------------------------------------------------------------*
       RECORD-DECISION.

           MOVE SPACES TO WS-ADMIN-CHANGE.
           IF (REGISTER-ENTRY-FOUND)
               SET ACHG-CHANGED TO TRUE
               MOVE REVOCATION-RECORD TO ACHG-BEFORE-VALUE
           ELSE
               SET ACHG-ADDED TO TRUE
           END-IF.

           MOVE RVKM-ACTION        TO REVK-STATUS.
           MOVE WS-TODAY           TO REVK-STATUS-DATE.
           MOVE WS-SIGNON-USERID   TO REVK-DECIDED-BY.
           MOVE RVKM-PROPOSED-DATE TO REVK-PROPOSED-DATE.
           MOVE RVKM-REASON        TO REVK-REASON.

           IF (REGISTER-ENTRY-FOUND)
               REWRITE REVOCATION-RECORD
           ELSE
               WRITE REVOCATION-RECORD
           END-IF.
           IF (REVOCATION-STATUS = '00')
               MOVE REVOCATION-RECORD TO ACHG-AFTER-VALUE
           ELSE
               DISPLAY 'EZAREVK USERREVK WRITE FAILED, STATUS='
                   REVOCATION-STATUS
               SET RVKM-FILE-ERROR TO TRUE
           END-IF.

       END-RECORD-DECISION.   EXIT.

       RETURN-DECISION.

           MOVE REVK-STATUS        TO RVKM-STATUS.
           MOVE REVK-STATUS-DATE   TO RVKM-STATUS-DATE.
           MOVE REVK-DECIDED-BY    TO RVKM-DECIDED-BY.
           MOVE REVK-PROPOSED-DATE TO RVKM-PROPOSED-DATE.
           MOVE REVK-REASON        TO RVKM-REASON.

       END-RETURN-DECISION.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED.                            *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           IF (RVKM-ACTION-INQUIRE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'EZAREVK'   TO AUTH-PROGRAM.
           MOVE RVKM-ACTION TO AUTH-ACTION.
           MOVE 'USERREVK'  TO AUTH-FILE.
           MOVE RVKM-USERID TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAREVK C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET RVKM-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO RVKM-REFUSAL-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE 'USERREVK'  TO ACHG-FILE.
           MOVE RVKM-USERID TO ACHG-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAREVK C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM EZAREVK.
