       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSNABLK.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration screen for the blocked-terms table, offered    *
      * from the C2WSADMN menu. Legal staff page through the terms    *
      * in BLKTERM fifteen at a time (PF8 forward, PF7 back), type a  *
      * new term to block it, or type D beside a term to unblock it   *
      * after confirming. Every add and delete is made by LINKing     *
      * MSNBLKM through its own commarea, so its role check, change   *
      * log and screening-table refresh apply unchanged; a refusal    *
      * is shown on the message line and a refused field is           *
      * highlighted. The listing reads BLKTERM directly, read-only,   *
      * the same way MSNBLKM's inquiry does without a role check.     *
      * The panels are painted by C2WSPANL.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCKED-TERMS-FILE ASSIGN TO BLKTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLK-TERM
               FILE STATUS IS BLOCKED-TERMS-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  BLOCKED-TERMS-FILE
           RECORDING MODE IS F.
       01  BLOCKED-TERMS-RECORD.
           COPY BLKTERM.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  BLOCKED-TERMS-STATUS          PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  3270 AID values as EIBAID presents them (see the DFHAID      *
      *  copybook values).                                            *
      *---------------------------------------------------------------*
       77  AID-ENTER                     PIC X(1) VALUE ''''.
       77  AID-CLEAR                     PIC X(1) VALUE '_'.
       77  AID-PF3                       PIC X(1) VALUE '3'.
       77  AID-PF7                       PIC X(1) VALUE '7'.
       77  AID-PF8                       PIC X(1) VALUE '8'.
       77  AID-PF12                      PIC X(1) VALUE '@'.

       01  WS-PROGRAM-C2WSPANL           PIC X(8) VALUE 'C2WSPANL'.
       01  WS-PROGRAM-MSNBLKM            PIC X(8) VALUE 'MSNBLKM'.
       77  WS-LINK-RESP                  PIC S9(9) BINARY VALUE 0.

      *---------------------------------------------------------------*
      *  Conversation work variables.                                 *
      *---------------------------------------------------------------*
       77  WS-SCREEN-DONE                PIC X(1) VALUE 'N'.
           88  SCREEN-DONE                   VALUE 'Y'.
       77  WS-DELETE-CONFIRMED           PIC X(1) VALUE 'N'.
           88  DELETE-CONFIRMED              VALUE 'Y'.
       01  WS-SCREEN-MESSAGE             PIC X(79) VALUE SPACES.
       01  WS-NEW-TERM                   PIC X(32) VALUE SPACES.
       77  WS-NEW-TERM-ERROR             PIC X(1) VALUE 'N'.
       77  WS-NEW-TERM-FX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-CONFIRM-FX                 PIC 9(4) COMP-5 VALUE 0.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-SELECTED-LINE              PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  The page of terms on the screen, and the key each page       *
      *  starts at so PF7 can go back.                                *
      *---------------------------------------------------------------*
       77  WS-LIST-END                   PIC X(1) VALUE 'N'.
           88  LIST-END                      VALUE 'Y'.
       77  WS-LIST-MORE                  PIC X(1) VALUE 'N'.
           88  LIST-MORE                     VALUE 'Y'.
       77  WS-LINE-COUNT                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIST-LINES.
           05  WS-LIST-LINE OCCURS 15 TIMES.
               10  WS-LIST-TERM           PIC X(32).
               10  WS-LIST-ADDED          PIC X(15).
               10  WS-LIST-SELECT-FX      PIC 9(4) COMP-5.
       01  WS-NEXT-PAGE-KEY              PIC X(32) VALUE SPACES.
       77  WS-PAGE-NO                    PIC 9(4) COMP-5 VALUE 1.
       01  WS-PAGE-KEYS.
           05  WS-PAGE-KEY OCCURS 99 TIMES PIC X(32).

      *---------------------------------------------------------------*
      *  One field being added to the panel.                          *
      *---------------------------------------------------------------*
       77  WS-ADD-ROW                    PIC 9(2) VALUE 0.
       77  WS-ADD-COL                    PIC 9(2) VALUE 0.
       77  WS-ADD-LENGTH                 PIC 9(2) VALUE 0.
       77  WS-ADD-KIND                   PIC X(1) VALUE 'L'.
       01  WS-ADD-VALUE                  PIC X(79) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Panel LINKed to C2WSPANL.                                    *
      *---------------------------------------------------------------*
       01  WS-PANEL.
           COPY ADMPANL.

      *---------------------------------------------------------------*
      *  Commarea LINKed to MSNBLKM. Layout matches MSNBLKM's own.    *
      *---------------------------------------------------------------*
       01  WS-BLKM-COMMAREA.
           05  BLKM-ACTION                PIC X(1).
               88  BLKM-ACTION-ADD            VALUE 'A'.
               88  BLKM-ACTION-DELETE         VALUE 'D'.
               88  BLKM-ACTION-INQUIRE        VALUE 'I'.
           05  BLKM-TERM                  PIC X(32).
           05  BLKM-RETURN-CODE           PIC X(1).
               88  BLKM-OK                    VALUE '0'.
               88  BLKM-NOT-FOUND             VALUE '1'.
               88  BLKM-INVALID-ACTION        VALUE '2'.
               88  BLKM-FILE-ERROR            VALUE '3'.
               88  BLKM-NOT-AUTHORIZED        VALUE '4'.
           05  BLKM-REFUSAL-MESSAGE       PIC X(80).
           05  BLKM-ERROR-FIELD           PIC X(20).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'MSNABLK STARTING ================================'.

           MOVE 1 TO WS-PAGE-NO.
           MOVE LOW-VALUES TO WS-PAGE-KEY(1).

           PERFORM SHOW-LIST THRU END-SHOW-LIST
               UNTIL SCREEN-DONE.

           PERFORM EXIT-PROGRAM THRU END-EXIT-PROGRAM.

           GOBACK.

      *---------------------------------------------------------------*
      *  One turn of the listing: load the page, paint it, act on     *
      *  the key.                                                     *
      *---------------------------------------------------------------*
       SHOW-LIST.

           PERFORM LOAD-PAGE THRU END-LOAD-PAGE.
           PERFORM BUILD-LIST-PANEL THRU END-BUILD-LIST-PANEL.
           PERFORM SHOW-PANEL THRU END-SHOW-PANEL.
           IF (SCREEN-DONE)
               GO TO END-SHOW-LIST
           END-IF.

           MOVE PANL-FLD-VALUE(WS-NEW-TERM-FX)(1:32) TO WS-NEW-TERM.
           MOVE 'N' TO WS-NEW-TERM-ERROR.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET SCREEN-DONE TO TRUE
               WHEN (PANL-AID = AID-PF7)
                   IF (WS-PAGE-NO > 1)
                       SUBTRACT 1 FROM WS-PAGE-NO
                   ELSE
                       MOVE 'ALREADY AT THE FIRST TERM'
                         TO WS-SCREEN-MESSAGE
                   END-IF
               WHEN (PANL-AID = AID-PF8)
                   PERFORM PAGE-FORWARD THRU END-PAGE-FORWARD
               WHEN (PANL-AID = AID-ENTER)
                   PERFORM TAKE-LIST-ACTION THRU END-TAKE-LIST-ACTION
               WHEN OTHER
                   MOVE 'KEY NOT IN USE ON THIS SCREEN'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-SHOW-LIST.   EXIT.

       PAGE-FORWARD.

           IF (NOT LIST-MORE)
               MOVE 'ALREADY AT THE LAST TERM' TO WS-SCREEN-MESSAGE
               GO TO END-PAGE-FORWARD
           END-IF.
           IF (WS-PAGE-NO >= 99)
               MOVE 'NO FURTHER PAGES - PF7 TO GO BACK'
                 TO WS-SCREEN-MESSAGE
               GO TO END-PAGE-FORWARD
           END-IF.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-NEXT-PAGE-KEY TO WS-PAGE-KEY(WS-PAGE-NO).

       END-PAGE-FORWARD.   EXIT.

      *---------------------------------------------------------------*
      *  Read the page of terms starting at this page's key, plus one *
      *  more to tell whether another page follows.                   *
      *---------------------------------------------------------------*
       LOAD-PAGE.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-LIST-END.
           MOVE 'N' TO WS-LIST-MORE.

           OPEN INPUT BLOCKED-TERMS-FILE.
           IF (BLOCKED-TERMS-STATUS NOT = '00')
               DISPLAY 'MSNABLK BLOCKED-TERMS-FILE OPEN FAILED, STAT='
                   BLOCKED-TERMS-STATUS
               MOVE 'BLOCKED TERMS FILE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               GO TO END-LOAD-PAGE
           END-IF.

           MOVE WS-PAGE-KEY(WS-PAGE-NO) TO BLK-TERM.
           START BLOCKED-TERMS-FILE KEY IS NOT < BLK-TERM
               INVALID KEY
                   SET LIST-END TO TRUE
           END-START.

           PERFORM READ-LIST-LINE THRU END-READ-LIST-LINE
               UNTIL LIST-END OR LIST-MORE.

           CLOSE BLOCKED-TERMS-FILE.

       END-LOAD-PAGE.   EXIT.

       READ-LIST-LINE.

           READ BLOCKED-TERMS-FILE NEXT RECORD
               AT END
                   SET LIST-END TO TRUE
                   GO TO END-READ-LIST-LINE
           END-READ.
           IF (BLOCKED-TERMS-STATUS NOT = '00')
               SET LIST-END TO TRUE
               GO TO END-READ-LIST-LINE
           END-IF.

           IF (WS-LINE-COUNT = 15)
               SET LIST-MORE TO TRUE
               MOVE BLK-TERM TO WS-NEXT-PAGE-KEY
               GO TO END-READ-LIST-LINE
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE BLK-TERM            TO WS-LIST-TERM(WS-LINE-COUNT).
           MOVE BLK-ADDED-TIMESTAMP TO WS-LIST-ADDED(WS-LINE-COUNT).

       END-READ-LIST-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  The listing panel: a selection column beside each term, the  *
      *  add field below.                                             *
      *---------------------------------------------------------------*
       BUILD-LIST-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'BLOCKED SEARCH TERMS' TO PANL-TITLE.
           MOVE WS-SCREEN-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE 'ENTER=PROCESS  D=DELETE  PF7=BACK  PF8=FORWARD  PF3=RET
      -         'URN' TO PANL-KEYS.

           MOVE 3  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 60 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'S  TERM                              ADDED'
             TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           PERFORM ADD-LIST-LINE THRU END-ADD-LIST-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LINE-COUNT.

           IF (WS-LINE-COUNT = 0)
               MOVE 4  TO WS-ADD-ROW
               MOVE 5  TO WS-ADD-COL
               MOVE 40 TO WS-ADD-LENGTH
               MOVE 'L' TO WS-ADD-KIND
               MOVE 'NO BLOCKED TERMS' TO WS-ADD-VALUE
               PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD
           END-IF.
           IF (LIST-MORE)
               MOVE 19 TO WS-ADD-ROW
               MOVE 5  TO WS-ADD-COL
               MOVE 20 TO WS-ADD-LENGTH
               MOVE 'L' TO WS-ADD-KIND
               MOVE 'MORE - PF8' TO WS-ADD-VALUE
               PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD
           END-IF.

           MOVE 21 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'ADD TERM ===>' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 32 TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-TERM TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-TERM-FX.
           MOVE WS-NEW-TERM-ERROR TO PANL-FLD-ERROR(WS-NEW-TERM-FX).

       END-BUILD-LIST-PANEL.   EXIT.

       ADD-LIST-LINE.

           COMPUTE WS-ADD-ROW = WS-IX + 3.
           MOVE 2  TO WS-ADD-COL.
           MOVE 1  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-LIST-SELECT-FX(WS-IX).

           MOVE 5  TO WS-ADD-COL.
           MOVE 32 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-TERM(WS-IX) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 39 TO WS-ADD-COL.
           MOVE 15 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE WS-LIST-ADDED(WS-IX) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-LIST-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  ENTER: a D beside a term deletes it once confirmed; a term   *
      *  in the add field is blocked. One action per ENTER, the       *
      *  selection first.                                             *
      *---------------------------------------------------------------*
       TAKE-LIST-ACTION.

           MOVE 0 TO WS-SELECTED-LINE.
           PERFORM FIND-SELECTED-LINE THRU END-FIND-SELECTED-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LINE-COUNT OR WS-SELECTED-LINE > 0.

           IF (WS-SELECTED-LINE > 0)
               IF (PANL-FLD-VALUE(WS-LIST-SELECT-FX(WS-SELECTED-LINE))
                   (1:1) = 'D' OR 'd')
                   PERFORM DELETE-SELECTED-TERM THRU
                       END-DELETE-SELECTED-TERM
               ELSE
                   MOVE 'TYPE D BESIDE A TERM TO DELETE IT'
                     TO WS-SCREEN-MESSAGE
               END-IF
               GO TO END-TAKE-LIST-ACTION
           END-IF.

           IF (WS-NEW-TERM NOT = SPACES)
               PERFORM ADD-NEW-TERM THRU END-ADD-NEW-TERM
           ELSE
               MOVE 'TYPE A TERM TO ADD, OR D BESIDE A TERM TO DELETE'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       END-TAKE-LIST-ACTION.   EXIT.

       FIND-SELECTED-LINE.

           IF (PANL-FLD-VALUE(WS-LIST-SELECT-FX(WS-IX))(1:1)
               NOT = SPACE)
               MOVE WS-IX TO WS-SELECTED-LINE
           END-IF.

       END-FIND-SELECTED-LINE.   EXIT.

       ADD-NEW-TERM.

           MOVE SPACES TO WS-BLKM-COMMAREA.
           SET BLKM-ACTION-ADD TO TRUE.
           MOVE WS-NEW-TERM TO BLKM-TERM.
           PERFORM CALL-MSNBLKM THRU END-CALL-MSNBLKM.

           IF (BLKM-OK)
               MOVE SPACES TO WS-SCREEN-MESSAGE
               STRING 'TERM BLOCKED: ' DELIMITED BY SIZE
                      WS-NEW-TERM DELIMITED BY '  '
                   INTO WS-SCREEN-MESSAGE
               END-STRING
               MOVE SPACES TO WS-NEW-TERM
           END-IF.

       END-ADD-NEW-TERM.   EXIT.

       DELETE-SELECTED-TERM.

           PERFORM CONFIRM-DELETE THRU END-CONFIRM-DELETE.
           IF (NOT DELETE-CONFIRMED)
               GO TO END-DELETE-SELECTED-TERM
           END-IF.

           MOVE SPACES TO WS-BLKM-COMMAREA.
           SET BLKM-ACTION-DELETE TO TRUE.
           MOVE WS-LIST-TERM(WS-SELECTED-LINE) TO BLKM-TERM.
           PERFORM CALL-MSNBLKM THRU END-CALL-MSNBLKM.

           IF (BLKM-OK)
               MOVE SPACES TO WS-SCREEN-MESSAGE
               STRING 'TERM UNBLOCKED: ' DELIMITED BY SIZE
                      WS-LIST-TERM(WS-SELECTED-LINE) DELIMITED BY '  '
                   INTO WS-SCREEN-MESSAGE
               END-STRING
           END-IF.

       END-DELETE-SELECTED-TERM.   EXIT.

      *---------------------------------------------------------------*
      *  Nothing is deleted until the operator types Y on this panel  *
      *  and presses ENTER; PF12 or anything else cancels.            *
      *---------------------------------------------------------------*
       CONFIRM-DELETE.

           MOVE 'N' TO WS-DELETE-CONFIRMED.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONFIRM DELETE - BLOCKED SEARCH TERM' TO PANL-TITLE.
           MOVE 'ENTER=CONFIRM  PF12=CANCEL' TO PANL-KEYS.

           MOVE 4  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'TERM' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 32 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-TERM(WS-SELECTED-LINE) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'ADDED' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 15 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-ADDED(WS-SELECTED-LINE) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'UNBLOCK THIS TERM? TYPE Y AND PRESS ENTER ===>'
             TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 53 TO WS-ADD-COL.
           MOVE 1  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-CONFIRM-FX.

           PERFORM SHOW-PANEL THRU END-SHOW-PANEL.
           IF (SCREEN-DONE)
               GO TO END-CONFIRM-DELETE
           END-IF.

           IF (PANL-AID = AID-ENTER)
              AND (PANL-FLD-VALUE(WS-CONFIRM-FX)(1:1) = 'Y' OR 'y')
               SET DELETE-CONFIRMED TO TRUE
           ELSE
               MOVE 'DELETE CANCELLED' TO WS-SCREEN-MESSAGE
           END-IF.

       END-CONFIRM-DELETE.   EXIT.

      *---------------------------------------------------------------*
      *  LINK MSNBLKM and say what happened. A refused term is        *
      *  highlighted in the add field.                                *
      *---------------------------------------------------------------*
       CALL-MSNBLKM.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-MSNBLKM)
               COMMAREA(WS-BLKM-COMMAREA)
               LENGTH(LENGTH OF WS-BLKM-COMMAREA)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'MSNABLK MSNBLKM LINK FAILED, RESP='
                   WS-LINK-RESP
               MOVE 'BLOCKED TERMS MAINTENANCE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               MOVE '3' TO BLKM-RETURN-CODE
               GO TO END-CALL-MSNBLKM
           END-IF.

           EVALUATE TRUE
               WHEN BLKM-OK
                   CONTINUE
               WHEN BLKM-NOT-FOUND
                   MOVE 'TERM IS NO LONGER BLOCKED' TO WS-SCREEN-MESSAGE
               WHEN BLKM-INVALID-ACTION
                   MOVE 'A TERM IS REQUIRED' TO WS-SCREEN-MESSAGE
               WHEN BLKM-NOT-AUTHORIZED
                   MOVE BLKM-REFUSAL-MESSAGE TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'BLOCKED TERMS FILE UNAVAILABLE'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

           IF (BLKM-ERROR-FIELD = 'TERM')
               MOVE 'Y' TO WS-NEW-TERM-ERROR
           END-IF.

       END-CALL-MSNBLKM.   EXIT.

      *---------------------------------------------------------------*
      *  Add one field to the panel.                                  *
      *---------------------------------------------------------------*
       ADD-PANEL-FIELD.

           ADD 1 TO PANL-FIELD-COUNT.
           MOVE WS-ADD-ROW    TO PANL-FLD-ROW(PANL-FIELD-COUNT).
           MOVE WS-ADD-COL    TO PANL-FLD-COL(PANL-FIELD-COUNT).
           MOVE WS-ADD-LENGTH TO PANL-FLD-LENGTH(PANL-FIELD-COUNT).
           MOVE WS-ADD-KIND   TO PANL-FLD-KIND(PANL-FIELD-COUNT).
           MOVE 'N'           TO PANL-FLD-ERROR(PANL-FIELD-COUNT).
           MOVE WS-ADD-VALUE  TO PANL-FLD-VALUE(PANL-FIELD-COUNT).

       END-ADD-PANEL-FIELD.   EXIT.

      *---------------------------------------------------------------*
      *  Paint the panel and wait for the operator through C2WSPANL.  *
      *  A terminal that cannot be driven ends the screen.            *
      *---------------------------------------------------------------*
       SHOW-PANEL.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSPANL)
               COMMAREA(WS-PANEL)
               LENGTH(LENGTH OF WS-PANEL)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'MSNABLK C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET SCREEN-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'MSNABLK C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET SCREEN-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'MSNABLK STOPPING ================================'.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM MSNABLK.
