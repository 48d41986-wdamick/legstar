       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSPANL.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * 3270 panel driver for the administration screens. The         *
      * maintenance transactions (MSNBLKM, EZATRUST, C2WSCFGM and the *
      * rest) are commarea-only, and the SEND TEXT idiom the counter  *
      * screens use cannot give an operator fields to key into, nor   *
      * show which field a transaction refused. No BMS map exists in  *
      * this system, so this program builds the 3270 data stream      *
      * itself, once, for every administration screen:                *
      *   1. The caller describes the panel in the ADMPANL commarea:  *
      *      title, labels, data and input fields with their row,     *
      *      column and length, a message and the PF-key line.        *
      *   2. The panel is sent with ERASE as start-field and set-     *
      *      buffer-address orders. Input fields go out with the      *
      *      modified data tag on, so every one of them comes back    *
      *      whether or not it was keyed; a field marked in error is  *
      *      sent bright and gets the cursor.                         *
      *   3. The program waits for the operator (the screens are      *
      *      conversational) and returns the AID, with each input     *
      *      field's value taken from the inbound data stream.        *
      * The caller decides everything else -- what a PF key means,    *
      * which transaction to LINK, what to say back -- so the         *
      * transactions' own validation stays the only validation.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  3270 orders, and the field attributes the panels use, in     *
      *  the graphic form the data stream carries them:               *
      *    label   protected, normal intensity                        *
      *    bright  protected, intensified (title, data, message)      *
      *    input   unprotected, modified data tag on                  *
      *    error   unprotected, intensified, modified data tag on     *
      *    stopper protected numeric (autoskip) after an input field  *
      *---------------------------------------------------------------*
       77  ORDER-SBA                     PIC X(1) VALUE X'11'.
       77  ORDER-SF                      PIC X(1) VALUE X'1D'.
       77  ORDER-IC                      PIC X(1) VALUE X'13'.
       77  ATTR-LABEL                    PIC X(1) VALUE X'60'.
       77  ATTR-BRIGHT                   PIC X(1) VALUE X'E8'.
       77  ATTR-INPUT                    PIC X(1) VALUE X'C1'.
       77  ATTR-INPUT-ERROR              PIC X(1) VALUE X'C9'.
       77  ATTR-STOPPER                  PIC X(1) VALUE X'F0'.

      *---------------------------------------------------------------*
      *  12-bit buffer address code: entry n+1 is the byte that       *
      *  carries the 6-bit value n.                                   *
      *---------------------------------------------------------------*
       01  WS-ADDRESS-CODES.
           05  FILLER                     PIC X(16) VALUE
               X'40C1C2C3C4C5C6C7C8C94A4B4C4D4E4F'.
           05  FILLER                     PIC X(16) VALUE
               X'50D1D2D3D4D5D6D7D8D95A5B5C5D5E5F'.
           05  FILLER                     PIC X(16) VALUE
               X'6061E2E3E4E5E6E7E8E96A6B6C6D6E6F'.
           05  FILLER                     PIC X(16) VALUE
               X'F0F1F2F3F4F5F6F7F8F97A7B7C7D7E7F'.
       01  WS-ADDRESS-CODE-TABLE REDEFINES WS-ADDRESS-CODES.
           05  WS-ADDRESS-CODE            PIC X(1) OCCURS 64 TIMES.

      *---------------------------------------------------------------*
      *  Outbound and inbound data streams.                           *
      *---------------------------------------------------------------*
       01  WS-STREAM                     PIC X(8000) VALUE SPACES.
       77  WS-STREAM-LENGTH              PIC S9(4) COMP VALUE 0.
       01  WS-INBOUND                    PIC X(4000) VALUE SPACES.
       77  WS-INBOUND-LENGTH             PIC S9(4) COMP VALUE 0.
       77  WS-TERM-RESP                  PIC S9(9) BINARY VALUE 0.

      *---------------------------------------------------------------*
      *  One field being put into the outbound stream.                *
      *---------------------------------------------------------------*
       77  WS-PUT-ROW                    PIC 9(2) VALUE 0.
       77  WS-PUT-COL                    PIC 9(2) VALUE 0.
       77  WS-PUT-LENGTH                 PIC 9(2) VALUE 0.
       77  WS-PUT-ATTR                   PIC X(1) VALUE SPACE.
       77  WS-PUT-STOPPER                PIC X(1) VALUE 'N'.
           88  PUT-STOPPER                   VALUE 'Y'.
       01  WS-PUT-TEXT                   PIC X(79) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Buffer address arithmetic (addresses run 0-1919).            *
      *---------------------------------------------------------------*
       77  WS-BUFFER-ADDRESS             PIC 9(4) COMP VALUE 0.
       77  WS-ADDRESS-HIGH               PIC 9(4) COMP VALUE 0.
       77  WS-ADDRESS-LOW                PIC 9(4) COMP VALUE 0.
       77  WS-ADDRESS-QUOTIENT           PIC 9(4) COMP VALUE 0.
       01  WS-BYTE-WORK.
           05  WS-BYTE-NUMBER             PIC 9(4) BINARY VALUE 0.
       01  WS-BYTE-CHARS REDEFINES WS-BYTE-WORK.
           05  WS-BYTE-HIGH-ORDER         PIC X(1).
           05  WS-BYTE-CHAR               PIC X(1).

       77  WS-FX                         PIC 9(4) COMP VALUE 0.
       77  WS-CURSOR-FX                  PIC 9(4) COMP VALUE 0.
       77  WS-IX                         PIC 9(4) COMP VALUE 0.
       77  WS-DATA-START                 PIC 9(4) COMP VALUE 0.
       77  WS-DATA-LENGTH                PIC 9(4) COMP VALUE 0.
       77  WS-LAST-NONBLANK              PIC 9(4) COMP VALUE 0.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY ADMPANL.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           SET PANL-OK TO TRUE.
           MOVE SPACE TO PANL-AID.

           PERFORM CHECK-PANEL-FIELDS THRU END-CHECK-PANEL-FIELDS.
           IF (NOT PANL-OK)
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM BUILD-PANEL-STREAM THRU END-BUILD-PANEL-STREAM.

           EXEC CICS SEND FROM(WS-STREAM)
               LENGTH(WS-STREAM-LENGTH)
               ERASE
               RESP(WS-TERM-RESP)
           END-EXEC.
           IF (WS-TERM-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSPANL SEND FAILED, RESP=' WS-TERM-RESP
               SET PANL-TERMINAL-ERROR TO TRUE
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM RECEIVE-PANEL THRU END-RECEIVE-PANEL.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * EVERY FIELD MUST FIT ON THE SCREEN, WITH ROOM FOR ITS         *
      * ATTRIBUTE BYTE IN THE COLUMN BEFORE IT                        *
      *---------------------------------------------------------------*
       CHECK-PANEL-FIELDS.

           IF (PANL-FIELD-COUNT > 64)
               DISPLAY 'C2WSPANL TOO MANY FIELDS: ' PANL-FIELD-COUNT
               SET PANL-INVALID-FIELD TO TRUE
               GO TO END-CHECK-PANEL-FIELDS
           END-IF.

           PERFORM CHECK-ONE-FIELD THRU END-CHECK-ONE-FIELD
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > PANL-FIELD-COUNT
                  OR NOT PANL-OK.

       END-CHECK-PANEL-FIELDS.   EXIT.

       CHECK-ONE-FIELD.

           IF (PANL-FLD-ROW(WS-FX) < 1)
              OR (PANL-FLD-ROW(WS-FX) > 24)
              OR (PANL-FLD-COL(WS-FX) < 2)
              OR (PANL-FLD-LENGTH(WS-FX) < 1)
              OR (PANL-FLD-COL(WS-FX) + PANL-FLD-LENGTH(WS-FX) > 81)
               DISPLAY 'C2WSPANL FIELD ' WS-FX ' IS OFF THE SCREEN'
               SET PANL-INVALID-FIELD TO TRUE
           END-IF.

       END-CHECK-ONE-FIELD.   EXIT.

      *---------------------------------------------------------------*
      * TITLE, FIELDS, MESSAGE AND KEYS, THEN THE CURSOR              *
      *---------------------------------------------------------------*
       BUILD-PANEL-STREAM.

           MOVE 0 TO WS-STREAM-LENGTH.
           MOVE 'N' TO WS-PUT-STOPPER.

           MOVE 1  TO WS-PUT-ROW.
           MOVE 2  TO WS-PUT-COL.
           MOVE 60 TO WS-PUT-LENGTH.
           MOVE ATTR-BRIGHT TO WS-PUT-ATTR.
           MOVE PANL-TITLE TO WS-PUT-TEXT.
           PERFORM PUT-FIELD THRU END-PUT-FIELD.

           PERFORM PUT-PANEL-FIELD THRU END-PUT-PANEL-FIELD
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > PANL-FIELD-COUNT.

           MOVE 'N' TO WS-PUT-STOPPER.
           MOVE 23 TO WS-PUT-ROW.
           MOVE 2  TO WS-PUT-COL.
           MOVE 79 TO WS-PUT-LENGTH.
           MOVE ATTR-BRIGHT TO WS-PUT-ATTR.
           MOVE PANL-MESSAGE TO WS-PUT-TEXT.
           PERFORM PUT-FIELD THRU END-PUT-FIELD.

           MOVE 24 TO WS-PUT-ROW.
           MOVE ATTR-LABEL TO WS-PUT-ATTR.
           MOVE PANL-KEYS TO WS-PUT-TEXT.
           PERFORM PUT-FIELD THRU END-PUT-FIELD.

           PERFORM PUT-CURSOR THRU END-PUT-CURSOR.

       END-BUILD-PANEL-STREAM.   EXIT.

      *---------------------------------------------------------------*
      * ONE CALLER FIELD: ITS ATTRIBUTE FROM ITS KIND AND WHETHER IT  *
      * IS IN ERROR. AN INPUT VALUE GOES OUT WITH ITS TRAILING        *
      * SPACES AS NULLS, SO THE OPERATOR CAN INSERT INTO IT           *
      *---------------------------------------------------------------*
       PUT-PANEL-FIELD.

           MOVE PANL-FLD-ROW(WS-FX)    TO WS-PUT-ROW.
           MOVE PANL-FLD-COL(WS-FX)    TO WS-PUT-COL.
           MOVE PANL-FLD-LENGTH(WS-FX) TO WS-PUT-LENGTH.
           MOVE PANL-FLD-VALUE(WS-FX)  TO WS-PUT-TEXT.
           MOVE 'N' TO WS-PUT-STOPPER.

           EVALUATE TRUE
               WHEN PANL-FLD-INPUT(WS-FX) AND PANL-FLD-IN-ERROR(WS-FX)
                   MOVE ATTR-INPUT-ERROR TO WS-PUT-ATTR
                   SET PUT-STOPPER TO TRUE
               WHEN PANL-FLD-INPUT(WS-FX)
                   MOVE ATTR-INPUT TO WS-PUT-ATTR
                   SET PUT-STOPPER TO TRUE
               WHEN PANL-FLD-DATA(WS-FX) OR PANL-FLD-IN-ERROR(WS-FX)
                   MOVE ATTR-BRIGHT TO WS-PUT-ATTR
               WHEN OTHER
                   MOVE ATTR-LABEL TO WS-PUT-ATTR
           END-EVALUATE.

           IF (PUT-STOPPER)
               PERFORM NULL-TRAILING-SPACES THRU
                   END-NULL-TRAILING-SPACES
           END-IF.

           PERFORM PUT-FIELD THRU END-PUT-FIELD.

       END-PUT-PANEL-FIELD.   EXIT.

       NULL-TRAILING-SPACES.

           MOVE 0 TO WS-LAST-NONBLANK.
           PERFORM FIND-LAST-NONBLANK THRU END-FIND-LAST-NONBLANK
               VARYING WS-IX FROM WS-PUT-LENGTH BY -1
               UNTIL WS-IX < 1 OR WS-LAST-NONBLANK > 0.
           IF (WS-LAST-NONBLANK < WS-PUT-LENGTH)
               MOVE LOW-VALUES
                 TO WS-PUT-TEXT(WS-LAST-NONBLANK + 1:
                                WS-PUT-LENGTH - WS-LAST-NONBLANK)
           END-IF.

       END-NULL-TRAILING-SPACES.   EXIT.

       FIND-LAST-NONBLANK.

           IF (WS-PUT-TEXT(WS-IX:1) NOT = SPACE)
               MOVE WS-IX TO WS-LAST-NONBLANK
           END-IF.

       END-FIND-LAST-NONBLANK.   EXIT.

      *---------------------------------------------------------------*
      * SET BUFFER ADDRESS TO THE ATTRIBUTE POSITION, START FIELD,    *
      * THE DATA, AND FOR AN INPUT FIELD AN AUTOSKIP STOPPER AFTER IT *
      *---------------------------------------------------------------*
       PUT-FIELD.

           COMPUTE WS-BUFFER-ADDRESS =
               (WS-PUT-ROW - 1) * 80 + WS-PUT-COL - 2.
           PERFORM PUT-BUFFER-ADDRESS THRU END-PUT-BUFFER-ADDRESS.

           ADD 1 TO WS-STREAM-LENGTH.
           MOVE ORDER-SF TO WS-STREAM(WS-STREAM-LENGTH:1).
           ADD 1 TO WS-STREAM-LENGTH.
           MOVE WS-PUT-ATTR TO WS-STREAM(WS-STREAM-LENGTH:1).
           MOVE WS-PUT-TEXT(1:WS-PUT-LENGTH)
             TO WS-STREAM(WS-STREAM-LENGTH + 1:WS-PUT-LENGTH).
           ADD WS-PUT-LENGTH TO WS-STREAM-LENGTH.

           IF (PUT-STOPPER)
              AND ((WS-PUT-ROW < 24)
                   OR (WS-PUT-COL + WS-PUT-LENGTH < 81))
               ADD 1 TO WS-STREAM-LENGTH
               MOVE ORDER-SF TO WS-STREAM(WS-STREAM-LENGTH:1)
               ADD 1 TO WS-STREAM-LENGTH
               MOVE ATTR-STOPPER TO WS-STREAM(WS-STREAM-LENGTH:1)
           END-IF.

       END-PUT-FIELD.   EXIT.

      *---------------------------------------------------------------*
      * SBA ORDER FOR WS-BUFFER-ADDRESS, IN 12-BIT FORM               *
      *---------------------------------------------------------------*
       PUT-BUFFER-ADDRESS.

           DIVIDE WS-BUFFER-ADDRESS BY 64
               GIVING WS-ADDRESS-HIGH
               REMAINDER WS-ADDRESS-LOW.

           ADD 1 TO WS-STREAM-LENGTH.
           MOVE ORDER-SBA TO WS-STREAM(WS-STREAM-LENGTH:1).
           ADD 1 TO WS-STREAM-LENGTH.
           MOVE WS-ADDRESS-CODE(WS-ADDRESS-HIGH + 1)
             TO WS-STREAM(WS-STREAM-LENGTH:1).
           ADD 1 TO WS-STREAM-LENGTH.
           MOVE WS-ADDRESS-CODE(WS-ADDRESS-LOW + 1)
             TO WS-STREAM(WS-STREAM-LENGTH:1).

       END-PUT-BUFFER-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * CURSOR ON THE FIELD THE CALLER NAMED, ELSE THE FIRST FIELD IN *
      * ERROR, ELSE THE FIRST INPUT FIELD, ELSE THE TOP OF THE SCREEN *
      *---------------------------------------------------------------*
       PUT-CURSOR.

           MOVE 0 TO WS-CURSOR-FX.
           IF (PANL-CURSOR-FIELD > 0)
              AND (PANL-CURSOR-FIELD NOT > PANL-FIELD-COUNT)
               MOVE PANL-CURSOR-FIELD TO WS-CURSOR-FX
           END-IF.
           IF (WS-CURSOR-FX = 0)
               PERFORM FIND-ERROR-FIELD THRU END-FIND-ERROR-FIELD
                   VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > PANL-FIELD-COUNT
                      OR WS-CURSOR-FX > 0
           END-IF.
           IF (WS-CURSOR-FX = 0)
               PERFORM FIND-INPUT-FIELD THRU END-FIND-INPUT-FIELD
                   VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > PANL-FIELD-COUNT
                      OR WS-CURSOR-FX > 0
           END-IF.

           IF (WS-CURSOR-FX = 0)
               MOVE 1 TO WS-BUFFER-ADDRESS
           ELSE
               COMPUTE WS-BUFFER-ADDRESS =
                   (PANL-FLD-ROW(WS-CURSOR-FX) - 1) * 80
                   + PANL-FLD-COL(WS-CURSOR-FX) - 1
           END-IF.
           PERFORM PUT-BUFFER-ADDRESS THRU END-PUT-BUFFER-ADDRESS.
           ADD 1 TO WS-STREAM-LENGTH.
           MOVE ORDER-IC TO WS-STREAM(WS-STREAM-LENGTH:1).

       END-PUT-CURSOR.   EXIT.

       FIND-ERROR-FIELD.

           IF (PANL-FLD-IN-ERROR(WS-FX))
               MOVE WS-FX TO WS-CURSOR-FX
           END-IF.

       END-FIND-ERROR-FIELD.   EXIT.

       FIND-INPUT-FIELD.

           IF (PANL-FLD-INPUT(WS-FX))
               MOVE WS-FX TO WS-CURSOR-FX
           END-IF.

       END-FIND-INPUT-FIELD.   EXIT.

      *---------------------------------------------------------------*
      * WAIT FOR THE OPERATOR. THE INBOUND STREAM IS THE AID, THE     *
      * CURSOR ADDRESS, THEN AN SBA AND THE DATA FOR EACH MODIFIED    *
      * FIELD; CLEAR AND THE PA KEYS SEND THE AID ALONE               *
      *---------------------------------------------------------------*
       RECEIVE-PANEL.

           MOVE LOW-VALUES TO WS-INBOUND.
           MOVE LENGTH OF WS-INBOUND TO WS-INBOUND-LENGTH.
           EXEC CICS RECEIVE INTO(WS-INBOUND)
               LENGTH(WS-INBOUND-LENGTH)
               RESP(WS-TERM-RESP)
           END-EXEC.
           IF (WS-TERM-RESP NOT = DFHRESP(NORMAL))
              AND (WS-TERM-RESP NOT = DFHRESP(LENGERR))
               DISPLAY 'C2WSPANL RECEIVE FAILED, RESP=' WS-TERM-RESP
               SET PANL-TERMINAL-ERROR TO TRUE
               GO TO END-RECEIVE-PANEL
           END-IF.

           MOVE EIBAID TO PANL-AID.

           MOVE 4 TO WS-IX.
           PERFORM TAKE-INBOUND-FIELD THRU END-TAKE-INBOUND-FIELD
               UNTIL WS-IX > WS-INBOUND-LENGTH.

       END-RECEIVE-PANEL.   EXIT.

      *---------------------------------------------------------------*
      * ONE SBA AND ITS DATA, UP TO THE NEXT SBA OR THE END           *
      *---------------------------------------------------------------*
       TAKE-INBOUND-FIELD.

           IF (WS-INBOUND(WS-IX:1) NOT = ORDER-SBA)
              OR (WS-IX + 2 > WS-INBOUND-LENGTH)
               ADD 1 TO WS-IX
               GO TO END-TAKE-INBOUND-FIELD
           END-IF.

           PERFORM DECODE-BUFFER-ADDRESS THRU
               END-DECODE-BUFFER-ADDRESS.
           COMPUTE WS-DATA-START = WS-IX + 3.
           MOVE 0 TO WS-DATA-LENGTH.
           COMPUTE WS-IX = WS-DATA-START.
           PERFORM FIND-FIELD-END THRU END-FIND-FIELD-END
               UNTIL WS-IX > WS-INBOUND-LENGTH
                  OR WS-INBOUND(WS-IX:1) = ORDER-SBA.
           COMPUTE WS-DATA-LENGTH = WS-IX - WS-DATA-START.

           PERFORM STORE-FIELD-DATA THRU END-STORE-FIELD-DATA
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > PANL-FIELD-COUNT.

       END-TAKE-INBOUND-FIELD.   EXIT.

       FIND-FIELD-END.

           ADD 1 TO WS-IX.

       END-FIND-FIELD-END.   EXIT.

      *---------------------------------------------------------------*
      * THE TWO ADDRESS BYTES AFTER THE SBA AT WS-IX: 14-BIT FORM     *
      * WHEN THE FIRST BYTE'S TOP TWO BITS ARE OFF, ELSE 12-BIT (THE  *
      * LOW SIX BITS OF EACH BYTE)                                    *
      *---------------------------------------------------------------*
       DECODE-BUFFER-ADDRESS.

           MOVE LOW-VALUE TO WS-BYTE-HIGH-ORDER.
           MOVE WS-INBOUND(WS-IX + 1:1) TO WS-BYTE-CHAR.
           MOVE WS-BYTE-NUMBER TO WS-ADDRESS-HIGH.
           MOVE WS-INBOUND(WS-IX + 2:1) TO WS-BYTE-CHAR.
           MOVE WS-BYTE-NUMBER TO WS-ADDRESS-LOW.

           IF (WS-ADDRESS-HIGH < 64)
               COMPUTE WS-BUFFER-ADDRESS =
                   WS-ADDRESS-HIGH * 256 + WS-ADDRESS-LOW
           ELSE
               DIVIDE WS-ADDRESS-HIGH BY 64
                   GIVING WS-ADDRESS-QUOTIENT
                   REMAINDER WS-ADDRESS-HIGH
               DIVIDE WS-ADDRESS-LOW BY 64
                   GIVING WS-ADDRESS-QUOTIENT
                   REMAINDER WS-ADDRESS-LOW
               COMPUTE WS-BUFFER-ADDRESS =
                   WS-ADDRESS-HIGH * 64 + WS-ADDRESS-LOW
           END-IF.

       END-DECODE-BUFFER-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * THE DATA BELONGS TO THE INPUT FIELD THAT STARTS AT THE        *
      * ADDRESS; NULLS THE OPERATOR LEFT COME BACK AS SPACES          *
      *---------------------------------------------------------------*
       STORE-FIELD-DATA.

           IF (NOT PANL-FLD-INPUT(WS-FX))
              OR ((PANL-FLD-ROW(WS-FX) - 1) * 80
                  + PANL-FLD-COL(WS-FX) - 1 NOT = WS-BUFFER-ADDRESS)
               GO TO END-STORE-FIELD-DATA
           END-IF.

           MOVE SPACES TO PANL-FLD-VALUE(WS-FX).
           IF (WS-DATA-LENGTH > PANL-FLD-LENGTH(WS-FX))
               MOVE PANL-FLD-LENGTH(WS-FX) TO WS-DATA-LENGTH
           END-IF.
           IF (WS-DATA-LENGTH > 0)
               MOVE WS-INBOUND(WS-DATA-START:WS-DATA-LENGTH)
                 TO PANL-FLD-VALUE(WS-FX)(1:WS-DATA-LENGTH)
           END-IF.
           INSPECT PANL-FLD-VALUE(WS-FX)
               REPLACING ALL LOW-VALUE BY SPACE.

       END-STORE-FIELD-DATA.   EXIT.

       END PROGRAM C2WSPANL.
