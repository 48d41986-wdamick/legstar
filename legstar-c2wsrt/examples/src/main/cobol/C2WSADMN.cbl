       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSADMN.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration menu, defined to CICS as transaction C2AM.     *
      * The maintenance transactions behind the search and socket     *
      * services are commarea-only, so until now every change meant   *
      * a hand-built commarea. This menu offers a formatted 3270      *
      * screen for each of them:                                      *
      *   1 MSNABLK   blocked search terms         (MSNBLKM)          *
      *   2 MSNAENT   terminal entitlements        (MSNENTM)          *
      *   3 MSNACAT   product catalog              (MSNCATM)          *
      *   4 MSNACPG   culture code pages           (MSNCPGM)          *
      *   5 EZAATRU   trusted IP addresses         (EZATRUST)         *
      *   6 EZAAWND   access windows               (EZAWNDW)          *
      *   7 EZAAOVR   access window overrides      (EZAOVRD)          *
      *   8 EZAASES   session limits               (EZASESSD)         *
      *   9 C2WSACFG  service configuration        (C2WSCFGM)         *
      * The operator types the option number and ENTER; the screen is *
      * LINKed and the menu comes back when the operator leaves it    *
      * with PF3. PF3 or CLEAR on the menu ends the conversation.     *
      *                                                               *
      * The screens make their changes by LINKing the transactions    *
      * through their own commareas, so each transaction's role       *
      * check, validation, change log and refresh apply unchanged;    *
      * nothing here decides who may change what. The panels are      *
      * painted by C2WSPANL.                                          *
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
      *  copybook values): ENTER is the apostrophe, CLEAR the         *
      *  underscore, PF3 the digit 3.                                 *
      *---------------------------------------------------------------*
       77  AID-ENTER                     PIC X(1) VALUE ''''.
       77  AID-CLEAR                     PIC X(1) VALUE '_'.
       77  AID-PF3                       PIC X(1) VALUE '3'.

       01  WS-PROGRAM-C2WSPANL           PIC X(8) VALUE 'C2WSPANL'.
       77  WS-LINK-RESP                  PIC S9(9) BINARY VALUE 0.

      *---------------------------------------------------------------*
      *  The menu: option number, screen program, what it maintains.  *
      *---------------------------------------------------------------*
       01  WS-MENU-VALUES.
           05  FILLER                     PIC X(48) VALUE
               '1MSNABLK BLOCKED SEARCH TERMS                  '.
           05  FILLER                     PIC X(48) VALUE
               '2MSNAENT TERMINAL ENTITLEMENTS                 '.
           05  FILLER                     PIC X(48) VALUE
               '3MSNACAT PRODUCT CATALOG                       '.
           05  FILLER                     PIC X(48) VALUE
               '4MSNACPG CULTURE CODE PAGES                    '.
           05  FILLER                     PIC X(48) VALUE
               '5EZAATRU TRUSTED IP ADDRESSES                  '.
           05  FILLER                     PIC X(48) VALUE
               '6EZAAWND ACCESS WINDOWS                        '.
           05  FILLER                     PIC X(48) VALUE
               '7EZAAOVR ACCESS WINDOW OVERRIDES               '.
           05  FILLER                     PIC X(48) VALUE
               '8EZAASES SESSION LIMITS                        '.
           05  FILLER                     PIC X(48) VALUE
               '9C2WSACFGSERVICE CONFIGURATION                 '.
       01  WS-MENU-TABLE REDEFINES WS-MENU-VALUES.
           05  WS-MENU-ENTRY OCCURS 9 TIMES.
               10  WS-MENU-OPTION         PIC X(1).
               10  WS-MENU-PROGRAM        PIC X(8).
               10  WS-MENU-TEXT           PIC X(39).

      *---------------------------------------------------------------*
      *  Conversation work variables.                                 *
      *---------------------------------------------------------------*
       77  WS-CONVERSATION-DONE          PIC X(1) VALUE 'N'.
           88  CONVERSATION-DONE             VALUE 'Y'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-OPTION-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-PICKED-OPTION              PIC 9(4) COMP-5 VALUE 0.
       01  WS-MENU-MESSAGE               PIC X(79) VALUE SPACES.
       01  WS-SCREEN-PROGRAM             PIC X(8) VALUE SPACES.

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

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'C2WSADMN STARTING ==============================='.

           PERFORM SHOW-MENU THRU END-SHOW-MENU
               UNTIL CONVERSATION-DONE.

           PERFORM EXIT-PROGRAM THRU END-EXIT-PROGRAM.

           GOBACK.

      *---------------------------------------------------------------*
      *  One turn of the menu: paint it, take the option, LINK the    *
      *  screen for it.                                               *
      *---------------------------------------------------------------*
       SHOW-MENU.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'LEGSTAR ADMINISTRATION' TO PANL-TITLE.
           MOVE WS-MENU-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-MENU-MESSAGE.
           MOVE 'ENTER=SELECT  PF3=EXIT' TO PANL-KEYS.

           PERFORM ADD-MENU-LINE THRU END-ADD-MENU-LINE
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9.

           MOVE 18 TO WS-ADD-ROW.
           MOVE 5  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'OPTION ===>' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 19 TO WS-ADD-COL.
           MOVE 1  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-OPTION-FX.

           PERFORM SHOW-PANEL THRU END-SHOW-PANEL.
           IF (CONVERSATION-DONE)
               GO TO END-SHOW-MENU
           END-IF.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET CONVERSATION-DONE TO TRUE
               WHEN (PANL-AID = AID-ENTER)
                   PERFORM RUN-OPTION THRU END-RUN-OPTION
               WHEN OTHER
                   MOVE 'KEY NOT IN USE ON THIS SCREEN'
                     TO WS-MENU-MESSAGE
           END-EVALUATE.

       END-SHOW-MENU.   EXIT.

       ADD-MENU-LINE.

           COMPUTE WS-ADD-ROW = WS-IX + 4.
           MOVE 5  TO WS-ADD-COL.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           STRING WS-MENU-OPTION(WS-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MENU-TEXT(WS-IX) DELIMITED BY SIZE
                  WS-MENU-PROGRAM(WS-IX) DELIMITED BY SIZE
               INTO WS-ADD-VALUE
           END-STRING.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-MENU-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  LINK the screen for the option typed. The screen runs its    *
      *  own conversation and returns here when the operator leaves.  *
      *---------------------------------------------------------------*
       RUN-OPTION.

           MOVE 0 TO WS-PICKED-OPTION.
           PERFORM FIND-OPTION THRU END-FIND-OPTION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 9 OR WS-PICKED-OPTION > 0.
           IF (WS-PICKED-OPTION = 0)
               MOVE 'TYPE AN OPTION NUMBER FROM THE LIST'
                 TO WS-MENU-MESSAGE
               GO TO END-RUN-OPTION
           END-IF.

           MOVE WS-MENU-PROGRAM(WS-PICKED-OPTION) TO WS-SCREEN-PROGRAM.
           EXEC CICS LINK PROGRAM(WS-SCREEN-PROGRAM)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSADMN ' WS-SCREEN-PROGRAM
                   ' LINK FAILED, RESP=' WS-LINK-RESP
               MOVE SPACES TO WS-MENU-MESSAGE
               STRING WS-SCREEN-PROGRAM DELIMITED BY SPACE
                      ' IS UNAVAILABLE' DELIMITED BY SIZE
                   INTO WS-MENU-MESSAGE
               END-STRING
           END-IF.

       END-RUN-OPTION.   EXIT.

       FIND-OPTION.

           IF (PANL-FLD-VALUE(WS-OPTION-FX)(1:1) =
               WS-MENU-OPTION(WS-IX))
               MOVE WS-IX TO WS-PICKED-OPTION
           END-IF.

       END-FIND-OPTION.   EXIT.

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
      *  A terminal that cannot be driven ends the conversation.      *
      *---------------------------------------------------------------*
       SHOW-PANEL.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSPANL)
               COMMAREA(WS-PANEL)
               LENGTH(LENGTH OF WS-PANEL)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSADMN C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET CONVERSATION-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'C2WSADMN C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET CONVERSATION-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'C2WSADMN STOPPING ==============================='.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM C2WSADMN.
