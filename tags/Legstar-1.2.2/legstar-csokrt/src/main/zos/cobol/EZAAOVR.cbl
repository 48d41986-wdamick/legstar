       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZAAOVR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration screen for temporary access-window overrides,  *
      * offered from the C2WSADMN menu. Security staff key an action  *
      * and a userid on one formatted panel:                          *
      *   I  inquire: the userid's override is shown, with how many   *
      *      connects have used it;                                   *
      *   G  grant (or replace) the override as keyed: the window,    *
      *      the approver and the date and time it expires;           *
      *   C  cancel the override early, after confirming.             *
      * Every action is made by LINKing EZAOVRD through its own       *
      * commarea, so its approver and expiry rules, role check and    *
      * change log apply unchanged; a refused field is highlighted.   *
      * The expiry is keyed as a date (YYMMDD) and a time (HHMM) and  *
      * sent in EZAOVRD's 'YYMMDD  HHMMSS' form. The panels are       *
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
      *  copybook values).                                            *
      *---------------------------------------------------------------*
       77  AID-ENTER                     PIC X(1) VALUE ''''.
       77  AID-CLEAR                     PIC X(1) VALUE '_'.
       77  AID-PF3                       PIC X(1) VALUE '3'.
       77  AID-PF12                      PIC X(1) VALUE '@'.

       01  WS-PROGRAM-C2WSPANL           PIC X(8) VALUE 'C2WSPANL'.
       01  WS-PROGRAM-EZAOVRD            PIC X(8) VALUE 'EZAOVRD'.
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
       77  WS-ERROR-FX                   PIC 9(4) COMP-5 VALUE 0.
       77  WS-FX                         PIC 9(4) COMP-5 VALUE 0.
       01  WS-EDIT-USED-COUNT            PIC Z(8)9.

      *---------------------------------------------------------------*
      *  The override as keyed on the panel, and the panel field each *
      *  sits in.                                                     *
      *---------------------------------------------------------------*
       01  WS-PAGE-ACTION                PIC X(1) VALUE 'I'.
       01  WS-PAGE-USERID                PIC X(8) VALUE SPACES.
       01  WS-PAGE-DAY-MASK              PIC X(7) VALUE SPACES.
       01  WS-PAGE-START-TIME            PIC X(4) VALUE SPACES.
       01  WS-PAGE-END-TIME              PIC X(4) VALUE SPACES.
       01  WS-PAGE-APPROVER              PIC X(8) VALUE SPACES.
       01  WS-PAGE-EXPIRY-DATE           PIC X(6) VALUE SPACES.
       01  WS-PAGE-EXPIRY-TIME           PIC X(4) VALUE SPACES.
       01  WS-PAGE-USED-COUNT            PIC X(9) VALUE SPACES.
       77  WS-ACTION-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-USERID-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-DAY-MASK-FX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-START-TIME-FX              PIC 9(4) COMP-5 VALUE 0.
       77  WS-END-TIME-FX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-APPROVER-FX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-EXPIRY-DATE-FX             PIC 9(4) COMP-5 VALUE 0.
       77  WS-EXPIRY-TIME-FX             PIC 9(4) COMP-5 VALUE 0.

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
      *  Commarea LINKed to EZAOVRD. Layout matches EZAOVRD's own.    *
      *---------------------------------------------------------------*
       01  WS-OVRD-COMMAREA.
           05  OVRD-ACTION                PIC X(1).
               88  OVRD-ACTION-GRANT          VALUE 'G'.
               88  OVRD-ACTION-CANCEL         VALUE 'C'.
               88  OVRD-ACTION-INQUIRE        VALUE 'I'.
           05  OVRD-USERID                PIC X(8).
           05  OVRD-DAY-MASK              PIC X(7).
           05  OVRD-START-TIME            PIC X(4).
           05  OVRD-END-TIME              PIC X(4).
           05  OVRD-APPROVER              PIC X(8).
           05  OVRD-EXPIRY-TIMESTAMP      PIC X(15).
           05  OVRD-USED-COUNT            PIC 9(9) COMP-5.
           05  OVRD-RETURN-CODE           PIC X(1).
               88  OVRD-OK                    VALUE '0'.
               88  OVRD-NOT-FOUND             VALUE '1'.
               88  OVRD-INVALID-ACTION        VALUE '2'.
               88  OVRD-INVALID-FIELD         VALUE '3'.
               88  OVRD-FILE-ERROR            VALUE '4'.
               88  OVRD-NOT-AUTHORIZED        VALUE '5'.
           05  OVRD-REFUSAL-MESSAGE       PIC X(80).
           05  OVRD-ERROR-FIELD           PIC X(20).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'EZAAOVR STARTING ================================'.

           MOVE 'TYPE AN ACTION AND A USERID' TO WS-SCREEN-MESSAGE.

           PERFORM SHOW-OVERRIDE THRU END-SHOW-OVERRIDE
               UNTIL SCREEN-DONE.

           PERFORM EXIT-PROGRAM THRU END-EXIT-PROGRAM.

           GOBACK.

      *---------------------------------------------------------------*
      *  One turn of the override panel: paint it, take what was      *
      *  keyed, act on it.                                            *
      *---------------------------------------------------------------*
       SHOW-OVERRIDE.

           PERFORM BUILD-OVERRIDE-PANEL THRU END-BUILD-OVERRIDE-PANEL.
           PERFORM SHOW-PANEL THRU END-SHOW-PANEL.
           IF (SCREEN-DONE)
               GO TO END-SHOW-OVERRIDE
           END-IF.

           MOVE PANL-FLD-VALUE(WS-ACTION-FX)(1:1) TO WS-PAGE-ACTION.
           MOVE PANL-FLD-VALUE(WS-USERID-FX)(1:8) TO WS-PAGE-USERID.
           MOVE PANL-FLD-VALUE(WS-DAY-MASK-FX)(1:7) TO WS-PAGE-DAY-MASK.
           MOVE PANL-FLD-VALUE(WS-START-TIME-FX)(1:4)
             TO WS-PAGE-START-TIME.
           MOVE PANL-FLD-VALUE(WS-END-TIME-FX)(1:4) TO WS-PAGE-END-TIME.
           MOVE PANL-FLD-VALUE(WS-APPROVER-FX)(1:8) TO WS-PAGE-APPROVER.
           MOVE PANL-FLD-VALUE(WS-EXPIRY-DATE-FX)(1:6)
             TO WS-PAGE-EXPIRY-DATE.
           MOVE PANL-FLD-VALUE(WS-EXPIRY-TIME-FX)(1:4)
             TO WS-PAGE-EXPIRY-TIME.
           MOVE 0 TO WS-ERROR-FX.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET SCREEN-DONE TO TRUE
               WHEN (PANL-AID = AID-ENTER)
                   PERFORM TAKE-OVERRIDE-ACTION THRU
                       END-TAKE-OVERRIDE-ACTION
               WHEN OTHER
                   MOVE 'KEY NOT IN USE ON THIS SCREEN'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-SHOW-OVERRIDE.   EXIT.

       BUILD-OVERRIDE-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'TEMPORARY ACCESS-WINDOW OVERRIDE' TO PANL-TITLE.
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
           MOVE 'I=INQUIRE  G=GRANT  C=CANCEL' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5 TO WS-ADD-ROW.
           MOVE 'USERID' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-USERID-FX.
           MOVE WS-PAGE-USERID TO PANL-FLD-VALUE(WS-USERID-FX).

           MOVE 7 TO WS-ADD-ROW.
           MOVE 'DAYS (SMTWTFS)' TO WS-ADD-VALUE.
           MOVE 7 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-DAY-MASK-FX.
           MOVE WS-PAGE-DAY-MASK TO PANL-FLD-VALUE(WS-DAY-MASK-FX).
           MOVE 30 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'Y OR N FOR EACH DAY, SUNDAY FIRST' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8 TO WS-ADD-ROW.
           MOVE 'FROM (HHMM)' TO WS-ADD-VALUE.
           MOVE 4 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-START-TIME-FX.
           MOVE WS-PAGE-START-TIME TO PANL-FLD-VALUE(WS-START-TIME-FX).

           MOVE 9 TO WS-ADD-ROW.
           MOVE 'TO (HHMM)' TO WS-ADD-VALUE.
           MOVE 4 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-END-TIME-FX.
           MOVE WS-PAGE-END-TIME TO PANL-FLD-VALUE(WS-END-TIME-FX).

           MOVE 11 TO WS-ADD-ROW.
           MOVE 'APPROVER' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-APPROVER-FX.
           MOVE WS-PAGE-APPROVER TO PANL-FLD-VALUE(WS-APPROVER-FX).
           MOVE 31 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'NOT THE USERID BEING LET IN' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 12 TO WS-ADD-ROW.
           MOVE 'EXPIRES (YYMMDD)' TO WS-ADD-VALUE.
           MOVE 6 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-EXPIRY-DATE-FX.
           MOVE WS-PAGE-EXPIRY-DATE
             TO PANL-FLD-VALUE(WS-EXPIRY-DATE-FX).

           MOVE 13 TO WS-ADD-ROW.
           MOVE 'AT (HHMM)' TO WS-ADD-VALUE.
           MOVE 4 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-EXPIRY-TIME-FX.
           MOVE WS-PAGE-EXPIRY-TIME
             TO PANL-FLD-VALUE(WS-EXPIRY-TIME-FX).

           MOVE 15 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 17 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'CONNECTS USED' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 21 TO WS-ADD-COL.
           MOVE 9  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-PAGE-USED-COUNT TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           IF (WS-ERROR-FX > 0)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-ERROR-FX)
           END-IF.

       END-BUILD-OVERRIDE-PANEL.   EXIT.

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
      *  The keyed action goes to EZAOVRD; a grant needs a usable     *
      *  expiry to send, and a cancel is confirmed first.             *
      *---------------------------------------------------------------*
       TAKE-OVERRIDE-ACTION.

           INSPECT WS-PAGE-ACTION CONVERTING 'igc' TO 'IGC'.
           INSPECT WS-PAGE-DAY-MASK CONVERTING 'yn' TO 'YN'.

           MOVE SPACES TO WS-OVRD-COMMAREA.
           MOVE WS-PAGE-ACTION     TO OVRD-ACTION.
           MOVE WS-PAGE-USERID     TO OVRD-USERID.
           MOVE 0 TO OVRD-USED-COUNT.

           IF (WS-PAGE-USERID = SPACES)
               MOVE WS-USERID-FX TO WS-ERROR-FX
               MOVE 'A USERID IS REQUIRED' TO WS-SCREEN-MESSAGE
               GO TO END-TAKE-OVERRIDE-ACTION
           END-IF.

           IF (OVRD-ACTION-GRANT)
               PERFORM BUILD-GRANT THRU END-BUILD-GRANT
               IF (WS-ERROR-FX > 0)
                   GO TO END-TAKE-OVERRIDE-ACTION
               END-IF
           END-IF.

           IF (OVRD-ACTION-CANCEL)
               PERFORM CONFIRM-DELETE THRU END-CONFIRM-DELETE
               IF (NOT DELETE-CONFIRMED)
                   GO TO END-TAKE-OVERRIDE-ACTION
               END-IF
           END-IF.

           PERFORM CALL-EZAOVRD THRU END-CALL-EZAOVRD.

           IF (NOT OVRD-OK)
               GO TO END-TAKE-OVERRIDE-ACTION
           END-IF.

           EVALUATE TRUE
               WHEN OVRD-ACTION-INQUIRE
                   MOVE OVRD-DAY-MASK   TO WS-PAGE-DAY-MASK
                   MOVE OVRD-START-TIME TO WS-PAGE-START-TIME
                   MOVE OVRD-END-TIME   TO WS-PAGE-END-TIME
                   MOVE OVRD-APPROVER   TO WS-PAGE-APPROVER
                   MOVE OVRD-EXPIRY-TIMESTAMP(1:6)
                     TO WS-PAGE-EXPIRY-DATE
                   MOVE OVRD-EXPIRY-TIMESTAMP(9:4)
                     TO WS-PAGE-EXPIRY-TIME
                   MOVE OVRD-USED-COUNT TO WS-EDIT-USED-COUNT
                   MOVE WS-EDIT-USED-COUNT TO WS-PAGE-USED-COUNT
                   MOVE 'OVERRIDE FOUND - G TO REGRANT, C TO CANCEL'
                     TO WS-SCREEN-MESSAGE
               WHEN OVRD-ACTION-GRANT
                   MOVE SPACES TO WS-PAGE-USED-COUNT
                   MOVE 'OVERRIDE GRANTED UNTIL IT EXPIRES'
                     TO WS-SCREEN-MESSAGE
                   MOVE 'I' TO WS-PAGE-ACTION
               WHEN OVRD-ACTION-CANCEL
                   MOVE 'OVERRIDE CANCELLED' TO WS-SCREEN-MESSAGE
                   PERFORM CLEAR-OVERRIDE-FIELDS THRU
                       END-CLEAR-OVERRIDE-FIELDS
                   MOVE 'I' TO WS-PAGE-ACTION
           END-EVALUATE.

       END-TAKE-OVERRIDE-ACTION.   EXIT.

      *---------------------------------------------------------------*
      *  The grant fields into the commarea. Times and the expiry     *
      *  date must be digits to be sent; a blank expiry goes as blank *
      *  so that EZAOVRD refuses it for what it is.                   *
      *---------------------------------------------------------------*
       BUILD-GRANT.

           MOVE WS-PAGE-DAY-MASK   TO OVRD-DAY-MASK.
           MOVE WS-PAGE-START-TIME TO OVRD-START-TIME.
           MOVE WS-PAGE-END-TIME   TO OVRD-END-TIME.
           MOVE WS-PAGE-APPROVER   TO OVRD-APPROVER.

           IF (WS-PAGE-START-TIME IS NOT NUMERIC)
              OR (WS-PAGE-START-TIME(1:2) > '23')
              OR (WS-PAGE-START-TIME(3:2) > '59')
               MOVE WS-START-TIME-FX TO WS-ERROR-FX
               MOVE 'FROM TIME MUST BE HHMM, 0000 TO 2359'
                 TO WS-SCREEN-MESSAGE
               GO TO END-BUILD-GRANT
           END-IF.
           IF (WS-PAGE-END-TIME IS NOT NUMERIC)
              OR (WS-PAGE-END-TIME(1:2) > '23')
              OR (WS-PAGE-END-TIME(3:2) > '59')
               MOVE WS-END-TIME-FX TO WS-ERROR-FX
               MOVE 'TO TIME MUST BE HHMM, 0000 TO 2359'
                 TO WS-SCREEN-MESSAGE
               GO TO END-BUILD-GRANT
           END-IF.

           IF (WS-PAGE-EXPIRY-DATE = SPACES)
               GO TO END-BUILD-GRANT
           END-IF.
           IF (WS-PAGE-EXPIRY-DATE IS NOT NUMERIC)
              OR (WS-PAGE-EXPIRY-DATE(3:2) < '01')
              OR (WS-PAGE-EXPIRY-DATE(3:2) > '12')
              OR (WS-PAGE-EXPIRY-DATE(5:2) < '01')
              OR (WS-PAGE-EXPIRY-DATE(5:2) > '31')
               MOVE WS-EXPIRY-DATE-FX TO WS-ERROR-FX
               MOVE 'EXPIRY DATE MUST BE YYMMDD' TO WS-SCREEN-MESSAGE
               GO TO END-BUILD-GRANT
           END-IF.
           IF (WS-PAGE-EXPIRY-TIME = SPACES)
               MOVE '2359' TO WS-PAGE-EXPIRY-TIME
           END-IF.
           IF (WS-PAGE-EXPIRY-TIME IS NOT NUMERIC)
              OR (WS-PAGE-EXPIRY-TIME(1:2) > '23')
              OR (WS-PAGE-EXPIRY-TIME(3:2) > '59')
               MOVE WS-EXPIRY-TIME-FX TO WS-ERROR-FX
               MOVE 'EXPIRY TIME MUST BE HHMM, 0000 TO 2359'
                 TO WS-SCREEN-MESSAGE
               GO TO END-BUILD-GRANT
           END-IF.

           STRING WS-PAGE-EXPIRY-DATE DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-PAGE-EXPIRY-TIME DELIMITED BY SIZE
                  '00'                DELIMITED BY SIZE
               INTO OVRD-EXPIRY-TIMESTAMP
           END-STRING.

       END-BUILD-GRANT.   EXIT.

       CLEAR-OVERRIDE-FIELDS.

           MOVE SPACES TO WS-PAGE-DAY-MASK.
           MOVE SPACES TO WS-PAGE-START-TIME.
           MOVE SPACES TO WS-PAGE-END-TIME.
           MOVE SPACES TO WS-PAGE-APPROVER.
           MOVE SPACES TO WS-PAGE-EXPIRY-DATE.
           MOVE SPACES TO WS-PAGE-EXPIRY-TIME.
           MOVE SPACES TO WS-PAGE-USED-COUNT.

       END-CLEAR-OVERRIDE-FIELDS.   EXIT.

      *---------------------------------------------------------------*
      *  Nothing is cancelled until the operator types Y on this      *
      *  panel and presses ENTER; PF12 or anything else keeps it.     *
      *---------------------------------------------------------------*
       CONFIRM-DELETE.

           MOVE 'N' TO WS-DELETE-CONFIRMED.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONFIRM CANCEL - ACCESS-WINDOW OVERRIDE' TO PANL-TITLE.
           MOVE 'ENTER=CONFIRM  PF12=KEEP THE OVERRIDE' TO PANL-KEYS.

           MOVE 4  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'USERID' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-PAGE-USERID TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 6  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 70 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'THE USERID RETURNS TO ITS STANDING ACCESS WINDOW AT ONC
      -         'E.' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'CANCEL THE OVERRIDE? TYPE Y AND PRESS ENTER ==>'
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
               MOVE 'CANCEL NOT MADE - OVERRIDE KEPT'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       END-CONFIRM-DELETE.   EXIT.

      *---------------------------------------------------------------*
      *  LINK EZAOVRD and say what happened. A refused field is       *
      *  highlighted.                                                 *
      *---------------------------------------------------------------*
       CALL-EZAOVRD.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-EZAOVRD)
               COMMAREA(WS-OVRD-COMMAREA)
               LENGTH(LENGTH OF WS-OVRD-COMMAREA)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAAOVR EZAOVRD LINK FAILED, RESP='
                   WS-LINK-RESP
               MOVE 'OVERRIDE MAINTENANCE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               MOVE '4' TO OVRD-RETURN-CODE
               GO TO END-CALL-EZAOVRD
           END-IF.

           EVALUATE TRUE
               WHEN OVRD-OK
                   CONTINUE
               WHEN OVRD-NOT-FOUND
                   MOVE 'NO OVERRIDE FOR THIS USERID'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-USERID-FX TO WS-ERROR-FX
                   PERFORM CLEAR-OVERRIDE-FIELDS THRU
                       END-CLEAR-OVERRIDE-FIELDS
               WHEN OVRD-INVALID-ACTION
                   MOVE 'ACTION MUST BE I, G OR C' TO WS-SCREEN-MESSAGE
                   MOVE WS-ACTION-FX TO WS-ERROR-FX
               WHEN OVRD-INVALID-FIELD
                   EVALUATE OVRD-ERROR-FIELD
                       WHEN 'USERID'
                           MOVE 'A USERID IS REQUIRED'
                             TO WS-SCREEN-MESSAGE
                           MOVE WS-USERID-FX TO WS-ERROR-FX
                       WHEN 'APPROVER'
                           MOVE 'AN APPROVER OTHER THAN THE USERID IS RE
      -                         'QUIRED' TO WS-SCREEN-MESSAGE
                           MOVE WS-APPROVER-FX TO WS-ERROR-FX
                       WHEN 'EXPIRY-TIMESTAMP'
                           MOVE 'AN EXPIRY DATE IS REQUIRED'
                             TO WS-SCREEN-MESSAGE
                           MOVE WS-EXPIRY-DATE-FX TO WS-ERROR-FX
                       WHEN 'DAY-MASK'
                           MOVE 'THE DAYS OF THE OVERRIDE ARE REQUIRED'
                             TO WS-SCREEN-MESSAGE
                           MOVE WS-DAY-MASK-FX TO WS-ERROR-FX
                       WHEN OTHER
                           MOVE 'OVERRIDE REFUSED' TO WS-SCREEN-MESSAGE
                   END-EVALUATE
               WHEN OVRD-NOT-AUTHORIZED
                   MOVE OVRD-REFUSAL-MESSAGE TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'OVERRIDE FILE UNAVAILABLE' TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-CALL-EZAOVRD.   EXIT.

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
               DISPLAY 'EZAAOVR C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET SCREEN-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'EZAAOVR C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET SCREEN-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'EZAAOVR STOPPING ================================'.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM EZAAOVR.
