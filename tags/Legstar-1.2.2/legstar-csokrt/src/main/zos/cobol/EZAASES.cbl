       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZAASES.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration screen for per-userid concurrent-session       *
      * limits, offered from the C2WSADMN menu. Security staff key an *
      * action and a userid on one formatted panel:                   *
      *   I  inquire: the userid's active sessions and maximum;       *
      *   M  set the userid's maximum as keyed (0 takes the default). *
      * Both are made by LINKing EZASESSD through its own commarea,   *
      * so its change log applies unchanged. The disconnect leg of    *
      * EZASESSD belongs to the listener and is not offered here.     *
      * The panels are painted by C2WSPANL.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  3270 AID values as EIBAID presents them (see the DFHAID      *
      *  copybook values).                                            *
      *---------------------------------------------------------------*
       77  AID-ENTER                     PIC X(1) VALUE ''''.
       77  AID-CLEAR                     PIC X(1) VALUE '_'.
       77  AID-PF3                       PIC X(1) VALUE '3'.

       01  WS-PROGRAM-C2WSPANL           PIC X(8) VALUE 'C2WSPANL'.
       01  WS-PROGRAM-EZASESSD           PIC X(8) VALUE 'EZASESSD'.
       77  WS-LINK-RESP                  PIC S9(9) BINARY VALUE 0.

      *---------------------------------------------------------------*
      *  Conversation work variables.                                 *
      *---------------------------------------------------------------*
       77  WS-SCREEN-DONE                PIC X(1) VALUE 'N'.
           88  SCREEN-DONE                   VALUE 'Y'.
       01  WS-SCREEN-MESSAGE             PIC X(79) VALUE SPACES.
       77  WS-ERROR-FX                   PIC 9(4) COMP-5 VALUE 0.
       77  WS-FX                         PIC 9(4) COMP-5 VALUE 0.
       01  WS-EDIT-COUNT                 PIC ZZZ9.

      *---------------------------------------------------------------*
      *  The userid as keyed on the panel, and the panel field each   *
      *  sits in. The maximum is keyed right- or left-justified.      *
      *---------------------------------------------------------------*
       01  WS-PAGE-ACTION                PIC X(1) VALUE 'I'.
       01  WS-PAGE-USERID                PIC X(8) VALUE SPACES.
       01  WS-PAGE-MAX                   PIC X(4) VALUE SPACES.
       01  WS-PAGE-ACTIVE                PIC X(4) VALUE SPACES.
       77  WS-ACTION-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-USERID-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-MAX-FX                     PIC 9(4) COMP-5 VALUE 0.
       01  WS-MAX-DIGITS                 PIC X(4) VALUE SPACES.
       01  WS-MAX-NUMBER REDEFINES WS-MAX-DIGITS
                                         PIC 9(4).
       77  WS-MAX-LENGTH                 PIC 9(4) COMP-5 VALUE 0.

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
      *  Commarea LINKed to EZASESSD. Layout matches EZASESSD's own.  *
      *---------------------------------------------------------------*
       01  WS-SESS-COMMAREA.
           05  SESS-REQ-ACTION            PIC X(1).
               88  SESS-ACTION-DISCONNECT     VALUE 'D'.
               88  SESS-ACTION-SET-MAX        VALUE 'M'.
               88  SESS-ACTION-INQUIRE        VALUE 'I'.
           05  SESS-REQ-USERID            PIC X(8).
           05  SESS-REQ-MAX               PIC 9(4) COMP-5.
           05  SESS-REQ-ACTIVE            PIC 9(4) COMP-5.
           05  SESS-RETURN-CODE           PIC X(1).
               88  SESS-OK                    VALUE '0'.
               88  SESS-NOT-FOUND             VALUE '1'.
               88  SESS-INVALID-ACTION        VALUE '2'.
               88  SESS-FILE-ERROR            VALUE '3'.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'EZAASES STARTING ================================'.

           MOVE 'TYPE AN ACTION AND A USERID' TO WS-SCREEN-MESSAGE.

           PERFORM SHOW-SESSIONS THRU END-SHOW-SESSIONS
               UNTIL SCREEN-DONE.

           PERFORM EXIT-PROGRAM THRU END-EXIT-PROGRAM.

           GOBACK.

      *---------------------------------------------------------------*
      *  One turn of the session panel: paint it, take what was       *
      *  keyed, act on it.                                            *
      *---------------------------------------------------------------*
       SHOW-SESSIONS.

           PERFORM BUILD-SESSION-PANEL THRU END-BUILD-SESSION-PANEL.
           PERFORM SHOW-PANEL THRU END-SHOW-PANEL.
           IF (SCREEN-DONE)
               GO TO END-SHOW-SESSIONS
           END-IF.

           MOVE PANL-FLD-VALUE(WS-ACTION-FX)(1:1) TO WS-PAGE-ACTION.
           MOVE PANL-FLD-VALUE(WS-USERID-FX)(1:8) TO WS-PAGE-USERID.
           MOVE PANL-FLD-VALUE(WS-MAX-FX)(1:4) TO WS-PAGE-MAX.
           MOVE 0 TO WS-ERROR-FX.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET SCREEN-DONE TO TRUE
               WHEN (PANL-AID = AID-ENTER)
                   PERFORM TAKE-SESSION-ACTION THRU
                       END-TAKE-SESSION-ACTION
               WHEN OTHER
                   MOVE 'KEY NOT IN USE ON THIS SCREEN'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-SHOW-SESSIONS.   EXIT.

       BUILD-SESSION-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONCURRENT SESSION LIMITS' TO PANL-TITLE.
           MOVE WS-SCREEN-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE 'ENTER=PROCESS  PF3=RETURN' TO PANL-KEYS.

           MOVE 3 TO WS-ADD-ROW.
           MOVE 'ACTION' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-ACTION-FX.
           MOVE WS-PAGE-ACTION TO PANL-FLD-VALUE(WS-ACTION-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'I=INQUIRE  M=SET MAXIMUM' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5 TO WS-ADD-ROW.
           MOVE 'USERID' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-USERID-FX.
           MOVE WS-PAGE-USERID TO PANL-FLD-VALUE(WS-USERID-FX).

           MOVE 7 TO WS-ADD-ROW.
           MOVE 'MAXIMUM SESSIONS' TO WS-ADD-VALUE.
           MOVE 4 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-MAX-FX.
           MOVE WS-PAGE-MAX TO PANL-FLD-VALUE(WS-MAX-FX).
           MOVE 27 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE '0 TAKES THE INSTALLATION DEFAULT' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 17 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'ACTIVE SESSIONS' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 21 TO WS-ADD-COL.
           MOVE 4  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-PAGE-ACTIVE TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           IF (WS-ERROR-FX > 0)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-ERROR-FX)
           END-IF.

       END-BUILD-SESSION-PANEL.   EXIT.

      *---------------------------------------------------------------*
      *  A label at column 2 and an input field at column 21 on row   *
      *  WS-ADD-ROW: the label is WS-ADD-VALUE, the input is          *
      *  WS-ADD-LENGTH long and starts blank.                         *
      *---------------------------------------------------------------*
       ADD-LABELLED-INPUT.

           MOVE WS-ADD-LENGTH TO WS-FX.
           MOVE 2  TO WS-ADD-COL.
           MOVE 17 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 21 TO WS-ADD-COL.
           MOVE WS-FX TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-LABELLED-INPUT.   EXIT.

      *---------------------------------------------------------------*
      *  The keyed action goes to EZASESSD; a maximum must be 0-9999  *
      *  to be sent.                                                  *
      *---------------------------------------------------------------*
       TAKE-SESSION-ACTION.

           INSPECT WS-PAGE-ACTION CONVERTING 'im' TO 'IM'.

           IF (WS-PAGE-USERID = SPACES)
               MOVE WS-USERID-FX TO WS-ERROR-FX
               MOVE 'A USERID IS REQUIRED' TO WS-SCREEN-MESSAGE
               GO TO END-TAKE-SESSION-ACTION
           END-IF.

           MOVE SPACES TO WS-SESS-COMMAREA.
           MOVE WS-PAGE-ACTION TO SESS-REQ-ACTION.
           MOVE WS-PAGE-USERID TO SESS-REQ-USERID.
           MOVE 0 TO SESS-REQ-MAX.
           MOVE 0 TO SESS-REQ-ACTIVE.

           EVALUATE TRUE
               WHEN SESS-ACTION-INQUIRE
                   CONTINUE
               WHEN SESS-ACTION-SET-MAX
                   PERFORM TAKE-KEYED-MAXIMUM THRU
                       END-TAKE-KEYED-MAXIMUM
                   IF (WS-ERROR-FX > 0)
                       GO TO END-TAKE-SESSION-ACTION
                   END-IF
               WHEN OTHER
                   MOVE WS-ACTION-FX TO WS-ERROR-FX
                   MOVE 'ACTION MUST BE I OR M' TO WS-SCREEN-MESSAGE
                   GO TO END-TAKE-SESSION-ACTION
           END-EVALUATE.

           PERFORM CALL-EZASESSD THRU END-CALL-EZASESSD.

           IF (NOT SESS-OK)
               GO TO END-TAKE-SESSION-ACTION
           END-IF.

           IF (SESS-ACTION-INQUIRE)
               MOVE SESS-REQ-MAX TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PAGE-MAX
               MOVE SESS-REQ-ACTIVE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PAGE-ACTIVE
               MOVE 'SESSION COUNT FOUND - TYPE M TO CHANGE THE MAXIMUM'
                 TO WS-SCREEN-MESSAGE
           ELSE
               MOVE 'MAXIMUM SESSIONS SET' TO WS-SCREEN-MESSAGE
               MOVE 'I' TO WS-PAGE-ACTION
           END-IF.

       END-TAKE-SESSION-ACTION.   EXIT.

      *---------------------------------------------------------------*
      *  The keyed maximum, leading and trailing spaces allowed, into *
      *  the commarea.                                                *
      *---------------------------------------------------------------*
       TAKE-KEYED-MAXIMUM.

           MOVE 0 TO WS-MAX-LENGTH.
           MOVE SPACES TO WS-MAX-DIGITS.
           INSPECT WS-PAGE-MAX TALLYING WS-MAX-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-PAGE-MAX(1:1) = SPACE)
               MOVE 0 TO WS-MAX-LENGTH
               INSPECT WS-PAGE-MAX TALLYING WS-MAX-LENGTH
                   FOR LEADING SPACE
               IF (WS-MAX-LENGTH < 4)
                   MOVE WS-PAGE-MAX(WS-MAX-LENGTH + 1:)
                     TO WS-MAX-DIGITS
                   MOVE WS-MAX-DIGITS TO WS-PAGE-MAX
               END-IF
               MOVE 0 TO WS-MAX-LENGTH
               INSPECT WS-PAGE-MAX TALLYING WS-MAX-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

           IF (WS-MAX-LENGTH = 0)
              OR (WS-PAGE-MAX(1:WS-MAX-LENGTH) IS NOT NUMERIC)
               MOVE WS-MAX-FX TO WS-ERROR-FX
               MOVE 'MAXIMUM MUST BE A NUMBER, 0 TO 9999'
                 TO WS-SCREEN-MESSAGE
               GO TO END-TAKE-KEYED-MAXIMUM
           END-IF.
           IF (WS-MAX-LENGTH < 4)
              AND (WS-PAGE-MAX(WS-MAX-LENGTH + 1:) NOT = SPACES)
               MOVE WS-MAX-FX TO WS-ERROR-FX
               MOVE 'MAXIMUM MUST BE A NUMBER, 0 TO 9999'
                 TO WS-SCREEN-MESSAGE
               GO TO END-TAKE-KEYED-MAXIMUM
           END-IF.

           MOVE ALL '0' TO WS-MAX-DIGITS.
           MOVE WS-PAGE-MAX(1:WS-MAX-LENGTH)
             TO WS-MAX-DIGITS(5 - WS-MAX-LENGTH:WS-MAX-LENGTH).
           MOVE WS-MAX-NUMBER TO SESS-REQ-MAX.

       END-TAKE-KEYED-MAXIMUM.   EXIT.

      *---------------------------------------------------------------*
      *  LINK EZASESSD and say what happened.                         *
      *---------------------------------------------------------------*
       CALL-EZASESSD.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-EZASESSD)
               COMMAREA(WS-SESS-COMMAREA)
               LENGTH(LENGTH OF WS-SESS-COMMAREA)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAASES EZASESSD LINK FAILED, RESP='
                   WS-LINK-RESP
               MOVE 'SESSION MAINTENANCE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               MOVE '3' TO SESS-RETURN-CODE
               GO TO END-CALL-EZASESSD
           END-IF.

           EVALUATE TRUE
               WHEN SESS-OK
                   CONTINUE
               WHEN SESS-NOT-FOUND
                   MOVE 'NO SESSION COUNT FOR THIS USERID - DEFAULT APPL
      -                 'IES' TO WS-SCREEN-MESSAGE
                   MOVE WS-USERID-FX TO WS-ERROR-FX
                   MOVE SPACES TO WS-PAGE-MAX
                   MOVE SPACES TO WS-PAGE-ACTIVE
               WHEN SESS-INVALID-ACTION
                   MOVE 'ACTION MUST BE I OR M' TO WS-SCREEN-MESSAGE
                   MOVE WS-ACTION-FX TO WS-ERROR-FX
               WHEN OTHER
                   MOVE 'SESSION COUNT FILE UNAVAILABLE'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-CALL-EZASESSD.   EXIT.

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
               DISPLAY 'EZAASES C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET SCREEN-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'EZAASES C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET SCREEN-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'EZAASES STOPPING ================================'.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM EZAASES.
