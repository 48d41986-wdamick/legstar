           05  SESS-DATE-WORK             PIC X(8).
           05  SESS-TIME-OF-DAY           PIC X(6).

      *---------------------------------------------------------------*
      *  Every change to a userid's session maximum goes to the       *
      *  shared administrative change log through C2WSADMW. A         *
      *  disconnect only counts a session down and is not logged.     *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.
       77  WS-SESS-MAX-ED                PIC ZZZ9.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************

       SET-SESSION-MAXIMUM.

           MOVE SPACES TO WS-ADMIN-CHANGE.
           READ SESSION-COUNT-FILE
               INVALID KEY
                   SET ACHG-ADDED TO TRUE
                   MOVE SESS-REQ-USERID TO SESS-USERID
                   MOVE 0 TO SESS-ACTIVE-COUNT
                   MOVE SESS-REQ-MAX TO SESS-MAX-SESSIONS
                       END-STAMP-LAST-ACTIVITY
                   WRITE SESSION-COUNT-RECORD
               NOT INVALID KEY
                   SET ACHG-CHANGED TO TRUE
                   MOVE SESS-MAX-SESSIONS TO WS-SESS-MAX-ED
                   STRING 'MAX SESSIONS ' DELIMITED BY SIZE
                          WS-SESS-MAX-ED DELIMITED BY SIZE
                          INTO ACHG-BEFORE-VALUE
                   END-STRING
                   MOVE SESS-REQ-MAX TO SESS-MAX-SESSIONS
                   REWRITE SESSION-COUNT-RECORD
           END-READ.

           IF (SESSION-COUNT-STATUS NOT = '00')
               SET SESS-FILE-ERROR TO TRUE
               GO TO END-SET-SESSION-MAXIMUM
           END-IF.

           MOVE SESS-MAX-SESSIONS TO WS-SESS-MAX-ED.
           STRING 'MAX SESSIONS ' DELIMITED BY SIZE
                  WS-SESS-MAX-ED DELIMITED BY SIZE
                  INTO ACHG-AFTER-VALUE
           END-STRING.
           PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE.

       END-SET-SESSION-MAXIMUM.   EXIT.

       INQUIRE-SESSION-COUNT.

       END-INQUIRE-SESSION-COUNT.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE 'SESSCNT'       TO ACHG-FILE.
           MOVE SESS-REQ-USERID TO ACHG-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZASESSD C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM EZASESSD.
