       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZAAWND.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration screen for the per-userid access windows,      *
      * offered from the C2WSADMN menu. Security staff page through   *
      * ACCWNDW fifteen userids at a time (PF8 forward, PF7 back),    *
      * type S beside a window to bring it into the edit fields, D    *
      * to delete it after confirming, or key a userid, day mask and  *
      * start and end times to add or replace a window. Every change  *
      * is made by LINKing EZAWNDW through its own commarea, so its   *
      * role check, field rules and change log apply unchanged; a     *
      * refused field is highlighted. The listing reads ACCWNDW       *
      * directly, read-only, the same way EZACICSE does. The panels   *
      * are painted by C2WSPANL.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-WINDOW-FILE ASSIGN TO ACCWNDW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-USERID
               FILE STATUS IS ACCESS-WINDOW-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  ACCESS-WINDOW-FILE
           RECORDING MODE IS F.
       01  ACCESS-WINDOW-RECORD.
           COPY ACCWNDW.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  ACCESS-WINDOW-STATUS          PIC X(2) VALUE '00'.

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
       01  WS-PROGRAM-EZAWNDW            PIC X(8) VALUE 'EZAWNDW'.
       77  WS-LINK-RESP                  PIC S9(9) BINARY VALUE 0.

      *---------------------------------------------------------------*
      *  Conversation work variables.                                 *
      *---------------------------------------------------------------*
       77  WS-SCREEN-DONE                PIC X(1) VALUE 'N'.
           88  SCREEN-DONE                   VALUE 'Y'.
       77  WS-DELETE-CONFIRMED           PIC X(1) VALUE 'N'.
           88  DELETE-CONFIRMED              VALUE 'Y'.
       01  WS-SCREEN-MESSAGE             PIC X(79) VALUE SPACES.
       77  WS-CONFIRM-FX                 PIC 9(4) COMP-5 VALUE 0.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-DX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-SELECTED-LINE              PIC 9(4) COMP-5 VALUE 0.
       01  WS-DAY-LETTERS                PIC X(7) VALUE 'SMTWTFS'.
       01  WS-DAYS-SHOWN                 PIC X(7) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The window keyed in the edit fields, and the panel field     *
      *  each sits in.                                                *
      *---------------------------------------------------------------*
       01  WS-NEW-USERID                 PIC X(8) VALUE SPACES.
       01  WS-NEW-DAY-MASK               PIC X(7) VALUE SPACES.
       01  WS-NEW-START-TIME             PIC X(4) VALUE SPACES.
       01  WS-NEW-END-TIME               PIC X(4) VALUE SPACES.
       77  WS-NEW-USERID-FX              PIC 9(4) COMP-5 VALUE 0.
       77  WS-NEW-DAY-MASK-FX            PIC 9(4) COMP-5 VALUE 0.
       77  WS-NEW-START-TIME-FX          PIC 9(4) COMP-5 VALUE 0.
       77  WS-NEW-END-TIME-FX            PIC 9(4) COMP-5 VALUE 0.
      *---------------------------------------------------------------*
      *  Which edit field to highlight on the next paint (the fields  *
      *  move with the number of windows listed).                     *
      *---------------------------------------------------------------*
       77  WS-ERROR-ITEM                 PIC X(1) VALUE SPACE.
           88  NO-FIELD-IN-ERROR             VALUE SPACE.
           88  USERID-IN-ERROR               VALUE 'U'.
           88  DAY-MASK-IN-ERROR             VALUE 'M'.
           88  START-TIME-IN-ERROR           VALUE 'S'.
           88  END-TIME-IN-ERROR             VALUE 'E'.

      *---------------------------------------------------------------*
      *  The page of windows on the screen, and the key each page     *
      *  starts at so PF7 can go back.                                *
      *---------------------------------------------------------------*
       77  WS-LIST-END                   PIC X(1) VALUE 'N'.
           88  LIST-END                      VALUE 'Y'.
       77  WS-LIST-MORE                  PIC X(1) VALUE 'N'.
           88  LIST-MORE                     VALUE 'Y'.
       77  WS-LINE-COUNT                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIST-LINES.
           05  WS-LIST-LINE OCCURS 15 TIMES.
               10  WS-LIST-USERID         PIC X(8).
               10  WS-LIST-DAY-MASK       PIC X(7).
               10  WS-LIST-START-TIME     PIC X(4).
               10  WS-LIST-END-TIME       PIC X(4).
               10  WS-LIST-SELECT-FX      PIC 9(4) COMP-5.
       01  WS-NEXT-PAGE-KEY              PIC X(8) VALUE SPACES.
       77  WS-PAGE-NO                    PIC 9(4) COMP-5 VALUE 1.
       01  WS-PAGE-KEYS.
           05  WS-PAGE-KEY OCCURS 99 TIMES PIC X(8).

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
      *  Commarea LINKed to EZAWNDW. Layout matches EZAWNDW's own.    *
      *---------------------------------------------------------------*
       01  WS-WNDW-COMMAREA.
           05  WNDW-ACTION                PIC X(1).
               88  WNDW-ACTION-ADD            VALUE 'A'.
               88  WNDW-ACTION-DELETE         VALUE 'D'.
               88  WNDW-ACTION-INQUIRE        VALUE 'I'.
           05  WNDW-USERID                PIC X(8).
           05  WNDW-DAY-MASK              PIC X(7).
           05  WNDW-START-TIME            PIC X(4).
           05  WNDW-END-TIME              PIC X(4).
           05  WNDW-RETURN-CODE           PIC X(1).
               88  WNDW-OK                    VALUE '0'.
               88  WNDW-NOT-FOUND             VALUE '1'.
               88  WNDW-INVALID-ACTION        VALUE '2'.
               88  WNDW-INVALID-FIELD         VALUE '3'.
               88  WNDW-FILE-ERROR            VALUE '4'.
               88  WNDW-NOT-AUTHORIZED        VALUE '5'.
           05  WNDW-REFUSAL-MESSAGE       PIC X(80).
           05  WNDW-ERROR-FIELD           PIC X(20).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'EZAAWND STARTING ================================'.

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

           MOVE PANL-FLD-VALUE(WS-NEW-USERID-FX)(1:8) TO WS-NEW-USERID.
           MOVE PANL-FLD-VALUE(WS-NEW-DAY-MASK-FX)(1:7)
             TO WS-NEW-DAY-MASK.
           MOVE PANL-FLD-VALUE(WS-NEW-START-TIME-FX)(1:4)
             TO WS-NEW-START-TIME.
           MOVE PANL-FLD-VALUE(WS-NEW-END-TIME-FX)(1:4)
             TO WS-NEW-END-TIME.
           SET NO-FIELD-IN-ERROR TO TRUE.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET SCREEN-DONE TO TRUE
               WHEN (PANL-AID = AID-PF7)
                   IF (WS-PAGE-NO > 1)
                       SUBTRACT 1 FROM WS-PAGE-NO
                   ELSE
                       MOVE 'ALREADY AT THE FIRST WINDOW'
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
               MOVE 'ALREADY AT THE LAST WINDOW' TO WS-SCREEN-MESSAGE
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
      *  Read the page of windows starting at this page's key, plus   *
      *  one more to tell whether another page follows.               *
      *---------------------------------------------------------------*
       LOAD-PAGE.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-LIST-END.
           MOVE 'N' TO WS-LIST-MORE.

           OPEN INPUT ACCESS-WINDOW-FILE.
           IF (ACCESS-WINDOW-STATUS NOT = '00')
               DISPLAY 'EZAAWND ACCWNDW OPEN FAILED, STATUS='
                   ACCESS-WINDOW-STATUS
               MOVE 'ACCESS WINDOW FILE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               GO TO END-LOAD-PAGE
           END-IF.

           MOVE WS-PAGE-KEY(WS-PAGE-NO) TO AWD-USERID.
           START ACCESS-WINDOW-FILE KEY IS NOT < AWD-USERID
               INVALID KEY
                   SET LIST-END TO TRUE
           END-START.

           PERFORM READ-LIST-LINE THRU END-READ-LIST-LINE
               UNTIL LIST-END OR LIST-MORE.

           CLOSE ACCESS-WINDOW-FILE.

       END-LOAD-PAGE.   EXIT.

       READ-LIST-LINE.

           READ ACCESS-WINDOW-FILE NEXT RECORD
               AT END
                   SET LIST-END TO TRUE
                   GO TO END-READ-LIST-LINE
           END-READ.
           IF (ACCESS-WINDOW-STATUS NOT = '00')
               SET LIST-END TO TRUE
               GO TO END-READ-LIST-LINE
           END-IF.

           IF (WS-LINE-COUNT = 15)
               SET LIST-MORE TO TRUE
               MOVE AWD-USERID TO WS-NEXT-PAGE-KEY
               GO TO END-READ-LIST-LINE
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE AWD-USERID     TO WS-LIST-USERID(WS-LINE-COUNT).
           MOVE AWD-DAY-MASK   TO WS-LIST-DAY-MASK(WS-LINE-COUNT).
           MOVE AWD-START-TIME TO WS-LIST-START-TIME(WS-LINE-COUNT).
           MOVE AWD-END-TIME   TO WS-LIST-END-TIME(WS-LINE-COUNT).

       END-READ-LIST-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  The listing panel: a selection column beside each window,    *
      *  the edit fields below.                                       *
      *---------------------------------------------------------------*
       BUILD-LIST-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'USERID ACCESS WINDOWS' TO PANL-TITLE.
           MOVE WS-SCREEN-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE 'ENTER=PROCESS  S=EDIT  D=DELETE  PF7=BACK  PF8=FORWARD
      -         ' PF3=RETURN' TO PANL-KEYS.

           MOVE 3  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 60 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'S  USERID    DAYS     FROM   TO' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           PERFORM ADD-LIST-LINE THRU END-ADD-LIST-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LINE-COUNT.

           IF (WS-LINE-COUNT = 0)
               MOVE 4  TO WS-ADD-ROW
               MOVE 5  TO WS-ADD-COL
               MOVE 40 TO WS-ADD-LENGTH
               MOVE 'L' TO WS-ADD-KIND
               MOVE 'NO ACCESS WINDOWS' TO WS-ADD-VALUE
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

           MOVE 20 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 72 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'ADD OR REPLACE: DAYS ARE Y/N SUNDAY TO SATURDAY, TIMES
      -         'HHMM' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 21 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 7  TO WS-ADD-LENGTH.
           MOVE 'USERID' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 10 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-USERID TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-USERID-FX.
           IF (USERID-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-USERID-FX)
           END-IF.

           MOVE 20 TO WS-ADD-COL.
           MOVE 5  TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'DAYS' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 26 TO WS-ADD-COL.
           MOVE 7  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-DAY-MASK TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-DAY-MASK-FX.
           IF (DAY-MASK-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-DAY-MASK-FX)
           END-IF.

           MOVE 35 TO WS-ADD-COL.
           MOVE 5  TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'FROM' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 41 TO WS-ADD-COL.
           MOVE 4  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-START-TIME TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-START-TIME-FX.
           IF (START-TIME-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-START-TIME-FX)
           END-IF.

           MOVE 47 TO WS-ADD-COL.
           MOVE 3  TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'TO' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 51 TO WS-ADD-COL.
           MOVE 4  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-END-TIME TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-END-TIME-FX.
           IF (END-TIME-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-END-TIME-FX)
           END-IF.

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
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-USERID(WS-IX) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           PERFORM SHOW-DAYS THRU END-SHOW-DAYS.
           MOVE 15 TO WS-ADD-COL.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           MOVE WS-DAYS-SHOWN TO WS-ADD-VALUE(1:7).
           MOVE WS-LIST-START-TIME(WS-IX)(1:2) TO WS-ADD-VALUE(10:2).
           MOVE ':' TO WS-ADD-VALUE(12:1).
           MOVE WS-LIST-START-TIME(WS-IX)(3:2) TO WS-ADD-VALUE(13:2).
           MOVE WS-LIST-END-TIME(WS-IX)(1:2) TO WS-ADD-VALUE(17:2).
           MOVE ':' TO WS-ADD-VALUE(19:1).
           MOVE WS-LIST-END-TIME(WS-IX)(3:2) TO WS-ADD-VALUE(20:2).
           IF (WS-LIST-END-TIME(WS-IX) < WS-LIST-START-TIME(WS-IX))
               MOVE 'PAST MIDNIGHT' TO WS-ADD-VALUE(24:13)
           END-IF.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-LIST-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  The day mask of line WS-IX as the letters of the days it     *
      *  allows, a point for each day it does not.                    *
      *---------------------------------------------------------------*
       SHOW-DAYS.

           MOVE ALL '.' TO WS-DAYS-SHOWN.
           PERFORM SHOW-ONE-DAY THRU END-SHOW-ONE-DAY
               VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 7.

       END-SHOW-DAYS.   EXIT.

       SHOW-ONE-DAY.

           IF (WS-LIST-DAY-MASK(WS-IX)(WS-DX:1) = 'Y')
               MOVE WS-DAY-LETTERS(WS-DX:1) TO WS-DAYS-SHOWN(WS-DX:1)
           END-IF.

       END-SHOW-ONE-DAY.   EXIT.

      *---------------------------------------------------------------*
      *  ENTER: S beside a window brings it into the edit fields, D   *
      *  deletes it once confirmed; otherwise a userid in the edit    *
      *  fields is added or replaced. One action per ENTER, the       *
      *  selection first.                                             *
      *---------------------------------------------------------------*
       TAKE-LIST-ACTION.

           MOVE 0 TO WS-SELECTED-LINE.
           PERFORM FIND-SELECTED-LINE THRU END-FIND-SELECTED-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LINE-COUNT OR WS-SELECTED-LINE > 0.

           IF (WS-SELECTED-LINE > 0)
               EVALUATE PANL-FLD-VALUE(
                            WS-LIST-SELECT-FX(WS-SELECTED-LINE))(1:1)
                   WHEN 'S'
                   WHEN 's'
                       PERFORM EDIT-SELECTED-WINDOW THRU
                           END-EDIT-SELECTED-WINDOW
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM DELETE-SELECTED-WINDOW THRU
                           END-DELETE-SELECTED-WINDOW
                   WHEN OTHER
                       MOVE 'TYPE S TO EDIT OR D TO DELETE A WINDOW'
                         TO WS-SCREEN-MESSAGE
               END-EVALUATE
               GO TO END-TAKE-LIST-ACTION
           END-IF.

           IF (WS-NEW-USERID NOT = SPACES)
               PERFORM ADD-NEW-WINDOW THRU END-ADD-NEW-WINDOW
           ELSE
               MOVE 'TYPE A WINDOW TO ADD, OR S OR D BESIDE A WINDOW'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       END-TAKE-LIST-ACTION.   EXIT.

       FIND-SELECTED-LINE.

           IF (PANL-FLD-VALUE(WS-LIST-SELECT-FX(WS-IX))(1:1)
               NOT = SPACE)
               MOVE WS-IX TO WS-SELECTED-LINE
           END-IF.

       END-FIND-SELECTED-LINE.   EXIT.

       EDIT-SELECTED-WINDOW.

           MOVE WS-LIST-USERID(WS-SELECTED-LINE) TO WS-NEW-USERID.
           MOVE WS-LIST-DAY-MASK(WS-SELECTED-LINE) TO WS-NEW-DAY-MASK.
           MOVE WS-LIST-START-TIME(WS-SELECTED-LINE)
             TO WS-NEW-START-TIME.
           MOVE WS-LIST-END-TIME(WS-SELECTED-LINE) TO WS-NEW-END-TIME.
           MOVE 'CHANGE THE WINDOW AND PRESS ENTER TO REPLACE IT'
             TO WS-SCREEN-MESSAGE.

       END-EDIT-SELECTED-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  The keyed window to EZAWNDW, which judges every field.       *
      *---------------------------------------------------------------*
       ADD-NEW-WINDOW.

           INSPECT WS-NEW-DAY-MASK CONVERTING 'yn' TO 'YN'.

           MOVE SPACES TO WS-WNDW-COMMAREA.
           SET WNDW-ACTION-ADD TO TRUE.
           MOVE WS-NEW-USERID     TO WNDW-USERID.
           MOVE WS-NEW-DAY-MASK   TO WNDW-DAY-MASK.
           MOVE WS-NEW-START-TIME TO WNDW-START-TIME.
           MOVE WS-NEW-END-TIME   TO WNDW-END-TIME.
           PERFORM CALL-EZAWNDW THRU END-CALL-EZAWNDW.

           IF (WNDW-OK)
               MOVE SPACES TO WS-SCREEN-MESSAGE
               STRING 'ACCESS WINDOW SET FOR ' DELIMITED BY SIZE
                      WS-NEW-USERID DELIMITED BY SPACE
                   INTO WS-SCREEN-MESSAGE
               END-STRING
               MOVE SPACES TO WS-NEW-USERID
               MOVE SPACES TO WS-NEW-DAY-MASK
               MOVE SPACES TO WS-NEW-START-TIME
               MOVE SPACES TO WS-NEW-END-TIME
           END-IF.

       END-ADD-NEW-WINDOW.   EXIT.

       DELETE-SELECTED-WINDOW.

           PERFORM CONFIRM-DELETE THRU END-CONFIRM-DELETE.
           IF (NOT DELETE-CONFIRMED)
               GO TO END-DELETE-SELECTED-WINDOW
           END-IF.

           MOVE SPACES TO WS-WNDW-COMMAREA.
           SET WNDW-ACTION-DELETE TO TRUE.
           MOVE WS-LIST-USERID(WS-SELECTED-LINE) TO WNDW-USERID.
           PERFORM CALL-EZAWNDW THRU END-CALL-EZAWNDW.

           IF (WNDW-OK)
               MOVE SPACES TO WS-SCREEN-MESSAGE
               STRING 'ACCESS WINDOW DELETED FOR ' DELIMITED BY SIZE
                      WS-LIST-USERID(WS-SELECTED-LINE)
                          DELIMITED BY SPACE
                   INTO WS-SCREEN-MESSAGE
               END-STRING
           END-IF.

       END-DELETE-SELECTED-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Nothing is deleted until the operator types Y on this panel  *
      *  and presses ENTER; PF12 or anything else cancels.            *
      *---------------------------------------------------------------*
       CONFIRM-DELETE.

           MOVE 'N' TO WS-DELETE-CONFIRMED.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONFIRM DELETE - USERID ACCESS WINDOW' TO PANL-TITLE.
           MOVE 'ENTER=CONFIRM  PF12=CANCEL' TO PANL-KEYS.

           MOVE 4  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'USERID' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-USERID(WS-SELECTED-LINE) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 6  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 70 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'THE USERID FALLS BACK TO THE *DEFAULT WINDOW, IF ANY, O
      -         'R NONE.' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'DELETE THIS WINDOW? TYPE Y AND PRESS ENTER ===>'
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
      *  LINK EZAWNDW and say what happened. A refused field is       *
      *  flagged for highlighting among the edit fields.              *
      *---------------------------------------------------------------*
       CALL-EZAWNDW.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-EZAWNDW)
               COMMAREA(WS-WNDW-COMMAREA)
               LENGTH(LENGTH OF WS-WNDW-COMMAREA)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAAWND EZAWNDW LINK FAILED, RESP='
                   WS-LINK-RESP
               MOVE 'ACCESS WINDOW MAINTENANCE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               MOVE '4' TO WNDW-RETURN-CODE
               GO TO END-CALL-EZAWNDW
           END-IF.

           EVALUATE TRUE
               WHEN WNDW-OK
                   CONTINUE
               WHEN WNDW-NOT-FOUND
                   MOVE 'WINDOW IS NO LONGER ON FILE'
                     TO WS-SCREEN-MESSAGE
               WHEN WNDW-INVALID-FIELD
                   EVALUATE WNDW-ERROR-FIELD
                       WHEN 'USERID'
                           MOVE 'A USERID IS REQUIRED'
                             TO WS-SCREEN-MESSAGE
                           SET USERID-IN-ERROR TO TRUE
                       WHEN 'DAY-MASK'
                           MOVE 'DAYS ARE SEVEN Y OR N, SUNDAY FIRST'
                             TO WS-SCREEN-MESSAGE
                           SET DAY-MASK-IN-ERROR TO TRUE
                       WHEN 'START-TIME'
                           MOVE 'FROM TIME MUST BE HHMM, 0000 TO 2359'
                             TO WS-SCREEN-MESSAGE
                           SET START-TIME-IN-ERROR TO TRUE
                       WHEN 'END-TIME'
                           MOVE 'TO TIME MUST BE HHMM, 0000 TO 2359'
                             TO WS-SCREEN-MESSAGE
                           SET END-TIME-IN-ERROR TO TRUE
                       WHEN OTHER
                           MOVE 'WINDOW REFUSED' TO WS-SCREEN-MESSAGE
                   END-EVALUATE
               WHEN WNDW-NOT-AUTHORIZED
                   MOVE WNDW-REFUSAL-MESSAGE TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'ACCESS WINDOW FILE UNAVAILABLE'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-CALL-EZAWNDW.   EXIT.

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
               DISPLAY 'EZAAWND C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET SCREEN-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'EZAAWND C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET SCREEN-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'EZAAWND STOPPING ================================'.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM EZAAWND.
