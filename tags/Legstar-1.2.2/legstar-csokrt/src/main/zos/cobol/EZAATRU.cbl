       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZAATRU.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration screen for the trusted-IP table, offered from  *
      * the C2WSADMN menu. Security staff page through TRUSTIP        *
      * fifteen entries at a time (PF8 forward, PF7 back), type D     *
      * beside an entry to remove it after confirming, or key an      *
      * address (A.B.C.D, or 32 hex digits for IPv6), a rule, an      *
      * owner and an expiry date to add or replace an entry. Every    *
      * change is made by LINKing EZATRUST through its own commarea,  *
      * so its role check, recertification rules, after-image         *
      * journal and change log apply unchanged; a refused field is    *
      * highlighted. Entries are listed by key as stored: an IPv6     *
      * key is the address in hex, an IPv4 key the address number.    *
      * The listing reads TRUSTIP directly, read-only, the same way   *
      * EZACICSE does. The panels are painted by C2WSPANL.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRUSTED-IP-FILE ASSIGN TO TRUSTIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRIP-KEY
               FILE STATUS IS TRUSTED-IP-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  TRUSTED-IP-FILE
           RECORDING MODE IS F.
       01  TRUSTED-IP-RECORD.
           COPY EZATRUST.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  TRUSTED-IP-STATUS             PIC X(2) VALUE '00'.
       77  WS-ADDRESS-FAMILY-IPV4        PIC 9(4) COMP-5 VALUE 2.
       77  WS-ADDRESS-FAMILY-IPV6        PIC 9(4) COMP-5 VALUE 19.

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
       01  WS-PROGRAM-EZATRUST           PIC X(8) VALUE 'EZATRUST'.
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
       77  WS-SELECTED-LINE              PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  The entry keyed in the add fields, and the panel field each  *
      *  sits in.                                                     *
      *---------------------------------------------------------------*
       01  WS-NEW-ADDRESS                PIC X(39) VALUE SPACES.
       01  WS-NEW-RULE                   PIC X(1) VALUE SPACES.
       01  WS-NEW-OWNER                  PIC X(8) VALUE SPACES.
       01  WS-NEW-EXPIRY                 PIC X(8) VALUE SPACES.
       77  WS-NEW-ADDRESS-FX             PIC 9(4) COMP-5 VALUE 0.
       77  WS-NEW-RULE-FX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-NEW-OWNER-FX               PIC 9(4) COMP-5 VALUE 0.
       77  WS-NEW-EXPIRY-FX              PIC 9(4) COMP-5 VALUE 0.
      *---------------------------------------------------------------*
      *  Which add field to highlight on the next paint (the fields   *
      *  move with the number of entries listed).                     *
      *---------------------------------------------------------------*
       77  WS-ERROR-ITEM                 PIC X(1) VALUE SPACE.
           88  NO-FIELD-IN-ERROR             VALUE SPACE.
           88  ADDRESS-IN-ERROR              VALUE 'A'.
           88  RULE-IN-ERROR                 VALUE 'R'.
           88  OWNER-IN-ERROR                VALUE 'O'.
           88  EXPIRY-IN-ERROR               VALUE 'E'.

      *---------------------------------------------------------------*
      *  Address conversion: a dotted quad into its four octets, or   *
      *  32 hex digits into the 16-byte IPv6 address. A byte's value  *
      *  is set through the low-order byte of a halfword.             *
      *---------------------------------------------------------------*
       77  WS-ADDRESS-VALID              PIC X(1) VALUE 'Y'.
           88  ADDRESS-VALID                 VALUE 'Y'.
           88  ADDRESS-NOT-VALID             VALUE 'N'.
       77  WS-DOT-COUNT                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-OCTET-TEXTS.
           05  WS-OCTET-TEXT OCCURS 4 TIMES PIC X(3).
       01  WS-OCTET-LENGTHS.
           05  WS-OCTET-LENGTH OCCURS 4 TIMES PIC 9(4) COMP-5.
       01  WS-OCTET-VALUES.
           05  WS-OCTET-VALUE OCCURS 4 TIMES PIC 9(3).
       01  WS-IPV4-KEY-DISPLAY           PIC 9(8).
       01  WS-HEX-DIGITS                 PIC X(16)
                                         VALUE '0123456789ABCDEF'.
       01  WS-HEX-TEXT                   PIC X(32) VALUE SPACES.
       01  WS-IPV6-BYTES                 PIC X(16) VALUE SPACES.
       01  WS-BYTE-WORK.
           05  WS-BYTE-NUMBER             PIC 9(4) BINARY VALUE 0.
       01  WS-BYTE-CHARS REDEFINES WS-BYTE-WORK.
           05  WS-BYTE-HIGH-ORDER         PIC X(1).
           05  WS-BYTE-CHAR               PIC X(1).
       77  WS-BX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-HX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-DX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-NIBBLE-HIGH                PIC 9(4) COMP-5 VALUE 0.
       77  WS-NIBBLE-LOW                 PIC 9(4) COMP-5 VALUE 0.
       77  WS-NIBBLE                     PIC 9(4) COMP-5 VALUE 0.
       01  WS-HEX-CHAR                   PIC X(1) VALUE SPACE.

      *---------------------------------------------------------------*
      *  The page of entries on the screen, and the key each page     *
      *  starts at so PF7 can go back.                                *
      *---------------------------------------------------------------*
       77  WS-LIST-END                   PIC X(1) VALUE 'N'.
           88  LIST-END                      VALUE 'Y'.
       77  WS-LIST-MORE                  PIC X(1) VALUE 'N'.
           88  LIST-MORE                     VALUE 'Y'.
       77  WS-LINE-COUNT                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIST-LINES.
           05  WS-LIST-LINE OCCURS 15 TIMES.
               10  WS-LIST-KEY            PIC X(32).
               10  WS-LIST-FAMILY         PIC 9(4) COMP-5.
               10  WS-LIST-RULE           PIC X(1).
               10  WS-LIST-OWNER          PIC X(8).
               10  WS-LIST-EXPIRY         PIC X(8).
               10  WS-LIST-DISABLED       PIC X(1).
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
      *  Commarea LINKed to EZATRUST. Layout matches EZATRUST's own;  *
      *  the expiry date is also viewed as text, so a date keyed      *
      *  wrongly reaches EZATRUST as keyed and is refused there.      *
      *---------------------------------------------------------------*
       01  WS-TRUST-COMMAREA.
           05  TRUST-ACTION               PIC X(1).
               88  TRUST-ACTION-ADD           VALUE 'A'.
               88  TRUST-ACTION-DELETE        VALUE 'D'.
               88  TRUST-ACTION-INQUIRE       VALUE 'I'.
           05  TRUST-ADDRESS-FAMILY       PIC 9(4) COMP-5.
           05  TRUST-IPV4-ADDRESS         PIC 9(8) COMP-5.
           05  TRUST-IPV6-ADDRESS         PIC X(16).
           05  TRUST-RULE                 PIC X(1).
               88  TRUST-RULE-ALLOW           VALUE 'A'.
               88  TRUST-RULE-BLOCK           VALUE 'B'.
           05  TRUST-OWNER-USERID         PIC X(8).
           05  TRUST-EXPIRY-DATE          PIC 9(8).
           05  TRUST-EXPIRY-DATE-X REDEFINES TRUST-EXPIRY-DATE
                                          PIC X(8).
           05  TRUST-DISABLED-FLAG        PIC X(1).
           05  TRUST-RETURN-CODE          PIC X(1).
               88  TRUST-OK                   VALUE '0'.
               88  TRUST-NOT-FOUND            VALUE '1'.
               88  TRUST-INVALID-ACTION       VALUE '2'.
               88  TRUST-INVALID-FIELD        VALUE '3'.
               88  TRUST-NOT-AUTHORIZED       VALUE '4'.
           05  TRUST-REFUSAL-MESSAGE      PIC X(80).
           05  TRUST-ERROR-FIELD          PIC X(20).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'EZAATRU STARTING ================================'.

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

           MOVE PANL-FLD-VALUE(WS-NEW-ADDRESS-FX)(1:39)
             TO WS-NEW-ADDRESS.
           MOVE PANL-FLD-VALUE(WS-NEW-RULE-FX)(1:1) TO WS-NEW-RULE.
           MOVE PANL-FLD-VALUE(WS-NEW-OWNER-FX)(1:8) TO WS-NEW-OWNER.
           MOVE PANL-FLD-VALUE(WS-NEW-EXPIRY-FX)(1:8) TO WS-NEW-EXPIRY.
           SET NO-FIELD-IN-ERROR TO TRUE.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET SCREEN-DONE TO TRUE
               WHEN (PANL-AID = AID-PF7)
                   IF (WS-PAGE-NO > 1)
                       SUBTRACT 1 FROM WS-PAGE-NO
                   ELSE
                       MOVE 'ALREADY AT THE FIRST ENTRY'
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
               MOVE 'ALREADY AT THE LAST ENTRY' TO WS-SCREEN-MESSAGE
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
      *  Read the page of entries starting at this page's key, plus   *
      *  one more to tell whether another page follows.               *
      *---------------------------------------------------------------*
       LOAD-PAGE.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-LIST-END.
           MOVE 'N' TO WS-LIST-MORE.

           OPEN INPUT TRUSTED-IP-FILE.
           IF (TRUSTED-IP-STATUS NOT = '00')
               DISPLAY 'EZAATRU TRUSTED-IP-FILE OPEN FAILED, STATUS='
                   TRUSTED-IP-STATUS
               MOVE 'TRUSTED-IP FILE UNAVAILABLE' TO WS-SCREEN-MESSAGE
               GO TO END-LOAD-PAGE
           END-IF.

           MOVE WS-PAGE-KEY(WS-PAGE-NO) TO TRIP-KEY.
           START TRUSTED-IP-FILE KEY IS NOT < TRIP-KEY
               INVALID KEY
                   SET LIST-END TO TRUE
           END-START.

           PERFORM READ-LIST-LINE THRU END-READ-LIST-LINE
               UNTIL LIST-END OR LIST-MORE.

           CLOSE TRUSTED-IP-FILE.

       END-LOAD-PAGE.   EXIT.

       READ-LIST-LINE.

           READ TRUSTED-IP-FILE NEXT RECORD
               AT END
                   SET LIST-END TO TRUE
                   GO TO END-READ-LIST-LINE
           END-READ.
           IF (TRUSTED-IP-STATUS NOT = '00')
               SET LIST-END TO TRUE
               GO TO END-READ-LIST-LINE
           END-IF.

           IF (WS-LINE-COUNT = 15)
               SET LIST-MORE TO TRUE
               MOVE TRIP-KEY TO WS-NEXT-PAGE-KEY
               GO TO END-READ-LIST-LINE
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE TRIP-KEY            TO WS-LIST-KEY(WS-LINE-COUNT).
           MOVE TRIP-ADDRESS-FAMILY TO WS-LIST-FAMILY(WS-LINE-COUNT).
           MOVE TRIP-ACTION         TO WS-LIST-RULE(WS-LINE-COUNT).
           MOVE TRIP-OWNER-USERID   TO WS-LIST-OWNER(WS-LINE-COUNT).
           MOVE TRIP-EXPIRY-DATE    TO WS-LIST-EXPIRY(WS-LINE-COUNT).
           MOVE TRIP-DISABLED-FLAG  TO WS-LIST-DISABLED(WS-LINE-COUNT).

       END-READ-LIST-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  The listing panel: a selection column beside each entry,     *
      *  the add fields below.                                        *
      *---------------------------------------------------------------*
       BUILD-LIST-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'TRUSTED CLIENT ADDRESSES' TO PANL-TITLE.
           MOVE WS-SCREEN-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE 'ENTER=PROCESS  D=DELETE  PF7=BACK  PF8=FORWARD  PF3=RET
      -         'URN' TO PANL-KEYS.

           MOVE 3  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 76 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'S  ADDRESS KEY' TO WS-ADD-VALUE.
           MOVE 'TYPE RULE  OWNER    EXPIRES  STATUS'
             TO WS-ADD-VALUE(37:35).
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           PERFORM ADD-LIST-LINE THRU END-ADD-LIST-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LINE-COUNT.

           IF (WS-LINE-COUNT = 0)
               MOVE 4  TO WS-ADD-ROW
               MOVE 5  TO WS-ADD-COL
               MOVE 40 TO WS-ADD-LENGTH
               MOVE 'L' TO WS-ADD-KIND
               MOVE 'NO TRUSTED ADDRESSES' TO WS-ADD-VALUE
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
           MOVE 16 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'ADD ADDRESS ===>' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 19 TO WS-ADD-COL.
           MOVE 39 TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-ADDRESS TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-ADDRESS-FX.
           IF (ADDRESS-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-ADDRESS-FX)
           END-IF.
           MOVE 60 TO WS-ADD-COL.
           MOVE 19 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE '(A.B.C.D OR 32 HEX)' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 21 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 16 TO WS-ADD-LENGTH.
           MOVE 'RULE (A/B) ===>' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 19 TO WS-ADD-COL.
           MOVE 1  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-RULE TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-RULE-FX.
           IF (RULE-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-RULE-FX)
           END-IF.
           MOVE 22 TO WS-ADD-COL.
           MOVE 9  TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'OWNER ==>' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 33 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-OWNER TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-OWNER-FX.
           IF (OWNER-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-OWNER-FX)
           END-IF.
           MOVE 43 TO WS-ADD-COL.
           MOVE 24 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'EXPIRES (YYYYMMDD) ===>' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 68 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'I' TO WS-ADD-KIND.
           MOVE WS-NEW-EXPIRY TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE PANL-FIELD-COUNT TO WS-NEW-EXPIRY-FX.
           IF (EXPIRY-IN-ERROR)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-NEW-EXPIRY-FX)
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
           MOVE 32 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-KEY(WS-IX) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 38 TO WS-ADD-COL.
           MOVE 38 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE SPACES TO WS-ADD-VALUE.
           IF (WS-LIST-FAMILY(WS-IX) = WS-ADDRESS-FAMILY-IPV6)
               MOVE 'IPV6' TO WS-ADD-VALUE(1:4)
           ELSE
               MOVE 'IPV4' TO WS-ADD-VALUE(1:4)
           END-IF.
           IF (WS-LIST-RULE(WS-IX) = 'B')
               MOVE 'BLOCK' TO WS-ADD-VALUE(6:5)
           ELSE
               MOVE 'ALLOW' TO WS-ADD-VALUE(6:5)
           END-IF.
           MOVE WS-LIST-OWNER(WS-IX)  TO WS-ADD-VALUE(12:8).
           MOVE WS-LIST-EXPIRY(WS-IX) TO WS-ADD-VALUE(21:8).
           IF (WS-LIST-DISABLED(WS-IX) = 'Y')
               MOVE 'DISABLED' TO WS-ADD-VALUE(30:8)
           ELSE
               MOVE 'ACTIVE' TO WS-ADD-VALUE(30:8)
           END-IF.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-LIST-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  ENTER: a D beside an entry deletes it once confirmed; an     *
      *  address in the add fields is added, or replaces the entry    *
      *  already there. One action per ENTER, the selection first.    *
      *---------------------------------------------------------------*
       TAKE-LIST-ACTION.

           MOVE 0 TO WS-SELECTED-LINE.
           PERFORM FIND-SELECTED-LINE THRU END-FIND-SELECTED-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LINE-COUNT OR WS-SELECTED-LINE > 0.

           IF (WS-SELECTED-LINE > 0)
               IF (PANL-FLD-VALUE(WS-LIST-SELECT-FX(WS-SELECTED-LINE))
                   (1:1) = 'D' OR 'd')
                   PERFORM DELETE-SELECTED-ENTRY THRU
                       END-DELETE-SELECTED-ENTRY
               ELSE
                   MOVE 'TYPE D BESIDE AN ENTRY TO DELETE IT'
                     TO WS-SCREEN-MESSAGE
               END-IF
               GO TO END-TAKE-LIST-ACTION
           END-IF.

           IF (WS-NEW-ADDRESS NOT = SPACES)
               PERFORM ADD-NEW-ENTRY THRU END-ADD-NEW-ENTRY
           ELSE
               MOVE 'TYPE AN ADDRESS TO ADD, OR D BESIDE AN ENTRY'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       END-TAKE-LIST-ACTION.   EXIT.

       FIND-SELECTED-LINE.

           IF (PANL-FLD-VALUE(WS-LIST-SELECT-FX(WS-IX))(1:1)
               NOT = SPACE)
               MOVE WS-IX TO WS-SELECTED-LINE
           END-IF.

       END-FIND-SELECTED-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  The keyed entry to EZATRUST. The address must convert; the   *
      *  rule, owner and expiry are EZATRUST's to judge.              *
      *---------------------------------------------------------------*
       ADD-NEW-ENTRY.

           MOVE SPACES TO WS-TRUST-COMMAREA.
           SET TRUST-ACTION-ADD TO TRUE.
           MOVE 0 TO TRUST-IPV4-ADDRESS.
           MOVE LOW-VALUES TO TRUST-IPV6-ADDRESS.

           PERFORM CONVERT-ADDRESS THRU END-CONVERT-ADDRESS.
           IF (ADDRESS-NOT-VALID)
               SET ADDRESS-IN-ERROR TO TRUE
               MOVE 'ADDRESS MUST BE A.B.C.D (0-255) OR 32 HEX DIGITS'
                 TO WS-SCREEN-MESSAGE
               GO TO END-ADD-NEW-ENTRY
           END-IF.

           IF (WS-NEW-RULE = 'a' OR 'b')
               INSPECT WS-NEW-RULE CONVERTING 'ab' TO 'AB'
           END-IF.
           IF (WS-NEW-RULE NOT = 'A' AND WS-NEW-RULE NOT = 'B')
               SET RULE-IN-ERROR TO TRUE
               MOVE 'RULE MUST BE A (ALWAYS ALLOW) OR B (ALWAYS BLOCK)'
                 TO WS-SCREEN-MESSAGE
               GO TO END-ADD-NEW-ENTRY
           END-IF.

           MOVE WS-NEW-RULE   TO TRUST-RULE.
           MOVE WS-NEW-OWNER  TO TRUST-OWNER-USERID.
           MOVE WS-NEW-EXPIRY TO TRUST-EXPIRY-DATE-X.
           MOVE 'N' TO TRUST-DISABLED-FLAG.
           PERFORM CALL-EZATRUST THRU END-CALL-EZATRUST.

           IF (TRUST-OK)
               MOVE SPACES TO WS-SCREEN-MESSAGE
               STRING 'ADDRESS TRUSTED: ' DELIMITED BY SIZE
                      WS-NEW-ADDRESS DELIMITED BY SPACE
                   INTO WS-SCREEN-MESSAGE
               END-STRING
               MOVE SPACES TO WS-NEW-ADDRESS
               MOVE SPACES TO WS-NEW-RULE
               MOVE SPACES TO WS-NEW-OWNER
               MOVE SPACES TO WS-NEW-EXPIRY
           END-IF.

       END-ADD-NEW-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  A dotted quad is an IPv4 address; anything else must be the  *
      *  32 hex digits of an IPv6 address.                            *
      *---------------------------------------------------------------*
       CONVERT-ADDRESS.

           SET ADDRESS-VALID TO TRUE.
           MOVE 0 TO WS-DOT-COUNT.
           INSPECT WS-NEW-ADDRESS TALLYING WS-DOT-COUNT FOR ALL '.'.

           IF (WS-DOT-COUNT > 0)
               PERFORM CONVERT-IPV4-ADDRESS THRU
                   END-CONVERT-IPV4-ADDRESS
           ELSE
               PERFORM CONVERT-IPV6-ADDRESS THRU
                   END-CONVERT-IPV6-ADDRESS
           END-IF.

       END-CONVERT-ADDRESS.   EXIT.

       CONVERT-IPV4-ADDRESS.

           IF (WS-DOT-COUNT NOT = 3)
               SET ADDRESS-NOT-VALID TO TRUE
               GO TO END-CONVERT-IPV4-ADDRESS
           END-IF.

           MOVE SPACES TO WS-OCTET-TEXTS.
           MOVE 0 TO WS-OCTET-LENGTH(1) WS-OCTET-LENGTH(2)
                     WS-OCTET-LENGTH(3) WS-OCTET-LENGTH(4).
           UNSTRING WS-NEW-ADDRESS DELIMITED BY '.' OR ALL SPACE
               INTO WS-OCTET-TEXT(1) COUNT IN WS-OCTET-LENGTH(1)
                    WS-OCTET-TEXT(2) COUNT IN WS-OCTET-LENGTH(2)
                    WS-OCTET-TEXT(3) COUNT IN WS-OCTET-LENGTH(3)
                    WS-OCTET-TEXT(4) COUNT IN WS-OCTET-LENGTH(4)
               ON OVERFLOW
                   SET ADDRESS-NOT-VALID TO TRUE
           END-UNSTRING.

           PERFORM CHECK-OCTET THRU END-CHECK-OCTET
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > 4 OR ADDRESS-NOT-VALID.
           IF (ADDRESS-NOT-VALID)
               GO TO END-CONVERT-IPV4-ADDRESS
           END-IF.

           MOVE WS-ADDRESS-FAMILY-IPV4 TO TRUST-ADDRESS-FAMILY.
           COMPUTE TRUST-IPV4-ADDRESS = WS-OCTET-VALUE(1) * 16777216
                                      + WS-OCTET-VALUE(2) * 65536
                                      + WS-OCTET-VALUE(3) * 256
                                      + WS-OCTET-VALUE(4).

       END-CONVERT-IPV4-ADDRESS.   EXIT.

       CHECK-OCTET.

           IF (WS-OCTET-LENGTH(WS-DX) < 1)
              OR (WS-OCTET-LENGTH(WS-DX) > 3)
               SET ADDRESS-NOT-VALID TO TRUE
               GO TO END-CHECK-OCTET
           END-IF.
           IF (WS-OCTET-TEXT(WS-DX)(1:WS-OCTET-LENGTH(WS-DX))
               IS NOT NUMERIC)
               SET ADDRESS-NOT-VALID TO TRUE
               GO TO END-CHECK-OCTET
           END-IF.

           COMPUTE WS-OCTET-VALUE(WS-DX) = FUNCTION NUMVAL(
               WS-OCTET-TEXT(WS-DX)(1:WS-OCTET-LENGTH(WS-DX))).
           IF (WS-OCTET-VALUE(WS-DX) > 255)
               SET ADDRESS-NOT-VALID TO TRUE
           END-IF.

       END-CHECK-OCTET.   EXIT.

       CONVERT-IPV6-ADDRESS.

           IF (WS-NEW-ADDRESS(33:7) NOT = SPACES)
               SET ADDRESS-NOT-VALID TO TRUE
               GO TO END-CONVERT-IPV6-ADDRESS
           END-IF.

           MOVE WS-NEW-ADDRESS(1:32) TO WS-HEX-TEXT.
           PERFORM HEX-TO-ADDRESS THRU END-HEX-TO-ADDRESS.
           IF (ADDRESS-VALID)
               MOVE WS-ADDRESS-FAMILY-IPV6 TO TRUST-ADDRESS-FAMILY
               MOVE WS-IPV6-BYTES TO TRUST-IPV6-ADDRESS
           END-IF.

       END-CONVERT-IPV6-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      *  WS-HEX-TEXT (32 hex digits) to the 16 bytes of WS-IPV6-BYTES.*
      *---------------------------------------------------------------*
       HEX-TO-ADDRESS.

           INSPECT WS-HEX-TEXT CONVERTING 'abcdef' TO 'ABCDEF'.
           PERFORM HEX-TO-BYTE THRU END-HEX-TO-BYTE
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 16 OR ADDRESS-NOT-VALID.

       END-HEX-TO-ADDRESS.   EXIT.

       HEX-TO-BYTE.

           COMPUTE WS-HX = (WS-BX - 1) * 2 + 1.
           MOVE WS-HEX-TEXT(WS-HX:1) TO WS-HEX-CHAR.
           PERFORM FIND-NIBBLE THRU END-FIND-NIBBLE.
           MOVE WS-NIBBLE TO WS-NIBBLE-HIGH.
           MOVE WS-HEX-TEXT(WS-HX + 1:1) TO WS-HEX-CHAR.
           PERFORM FIND-NIBBLE THRU END-FIND-NIBBLE.
           MOVE WS-NIBBLE TO WS-NIBBLE-LOW.

           IF (WS-NIBBLE-HIGH > 15) OR (WS-NIBBLE-LOW > 15)
               SET ADDRESS-NOT-VALID TO TRUE
               GO TO END-HEX-TO-BYTE
           END-IF.

           COMPUTE WS-BYTE-NUMBER = WS-NIBBLE-HIGH * 16 + WS-NIBBLE-LOW.
           MOVE WS-BYTE-CHAR TO WS-IPV6-BYTES(WS-BX:1).

       END-HEX-TO-BYTE.   EXIT.

      *---------------------------------------------------------------*
      *  The value of hex digit WS-HEX-CHAR, 16 if it is not one.     *
      *---------------------------------------------------------------*
       FIND-NIBBLE.

           MOVE 16 TO WS-NIBBLE.
           PERFORM MATCH-NIBBLE THRU END-MATCH-NIBBLE
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > 16 OR WS-NIBBLE < 16.

       END-FIND-NIBBLE.   EXIT.

       MATCH-NIBBLE.

           IF (WS-HEX-DIGITS(WS-DX:1) = WS-HEX-CHAR)
               COMPUTE WS-NIBBLE = WS-DX - 1
           END-IF.

       END-MATCH-NIBBLE.   EXIT.

      *---------------------------------------------------------------*
      *  EZATRUST keys an entry from the address it is given, so the  *
      *  selected entry's address is rebuilt from its key: the hex of *
      *  an IPv6 address, or the address number of an IPv4 one.       *
      *---------------------------------------------------------------*
       DELETE-SELECTED-ENTRY.

           PERFORM CONFIRM-DELETE THRU END-CONFIRM-DELETE.
           IF (NOT DELETE-CONFIRMED)
               GO TO END-DELETE-SELECTED-ENTRY
           END-IF.

           MOVE SPACES TO WS-TRUST-COMMAREA.
           SET TRUST-ACTION-DELETE TO TRUE.
           MOVE 0 TO TRUST-IPV4-ADDRESS.
           MOVE LOW-VALUES TO TRUST-IPV6-ADDRESS.
           MOVE WS-LIST-FAMILY(WS-SELECTED-LINE)
             TO TRUST-ADDRESS-FAMILY.

           SET ADDRESS-VALID TO TRUE.
           IF (TRUST-ADDRESS-FAMILY = WS-ADDRESS-FAMILY-IPV6)
               MOVE WS-LIST-KEY(WS-SELECTED-LINE) TO WS-HEX-TEXT
               PERFORM HEX-TO-ADDRESS THRU END-HEX-TO-ADDRESS
               MOVE WS-IPV6-BYTES TO TRUST-IPV6-ADDRESS
           ELSE
               IF (WS-LIST-KEY(WS-SELECTED-LINE)(1:8) IS NUMERIC)
                   MOVE WS-LIST-KEY(WS-SELECTED-LINE)(1:8)
                     TO WS-IPV4-KEY-DISPLAY
                   MOVE WS-IPV4-KEY-DISPLAY TO TRUST-IPV4-ADDRESS
               ELSE
                   SET ADDRESS-NOT-VALID TO TRUE
               END-IF
           END-IF.
           IF (ADDRESS-NOT-VALID)
               MOVE 'ENTRY KEY IS NOT AN ADDRESS - CANNOT DELETE HERE'
                 TO WS-SCREEN-MESSAGE
               GO TO END-DELETE-SELECTED-ENTRY
           END-IF.

           PERFORM CALL-EZATRUST THRU END-CALL-EZATRUST.

           IF (TRUST-OK)
               MOVE SPACES TO WS-SCREEN-MESSAGE
               STRING 'ENTRY DELETED: ' DELIMITED BY SIZE
                      WS-LIST-KEY(WS-SELECTED-LINE) DELIMITED BY SPACE
                   INTO WS-SCREEN-MESSAGE
               END-STRING
           END-IF.

       END-DELETE-SELECTED-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  Nothing is deleted until the operator types Y on this panel  *
      *  and presses ENTER; PF12 or anything else cancels.            *
      *---------------------------------------------------------------*
       CONFIRM-DELETE.

           MOVE 'N' TO WS-DELETE-CONFIRMED.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONFIRM DELETE - TRUSTED CLIENT ADDRESS' TO PANL-TITLE.
           MOVE 'ENTER=CONFIRM  PF12=CANCEL' TO PANL-KEYS.

           MOVE 4  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'ADDRESS KEY' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 32 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-KEY(WS-SELECTED-LINE) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'OWNER' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-LIST-OWNER(WS-SELECTED-LINE) TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'DELETE THIS ENTRY? TYPE Y AND PRESS ENTER ===>'
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
      *  LINK EZATRUST and say what happened. A refused field is      *
      *  flagged for highlighting among the add fields.               *
      *---------------------------------------------------------------*
       CALL-EZATRUST.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-EZATRUST)
               COMMAREA(WS-TRUST-COMMAREA)
               LENGTH(LENGTH OF WS-TRUST-COMMAREA)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZAATRU EZATRUST LINK FAILED, RESP='
                   WS-LINK-RESP
               MOVE 'TRUSTED-IP MAINTENANCE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               MOVE '2' TO TRUST-RETURN-CODE
               GO TO END-CALL-EZATRUST
           END-IF.

           EVALUATE TRUE
               WHEN TRUST-OK
                   CONTINUE
               WHEN TRUST-NOT-FOUND
                   MOVE 'ENTRY IS NO LONGER ON FILE'
                     TO WS-SCREEN-MESSAGE
               WHEN TRUST-INVALID-FIELD
                   EVALUATE TRUST-ERROR-FIELD
                       WHEN 'OWNER-USERID'
                           MOVE 'EVERY ENTRY NEEDS AN OWNER USERID'
                             TO WS-SCREEN-MESSAGE
                           SET OWNER-IN-ERROR TO TRUE
                       WHEN 'EXPIRY-DATE'
                           MOVE 'EVERY ENTRY NEEDS AN EXPIRY DATE (YYYYM
      -                         'MDD)' TO WS-SCREEN-MESSAGE
                           SET EXPIRY-IN-ERROR TO TRUE
                       WHEN OTHER
                           MOVE 'ENTRY REFUSED' TO WS-SCREEN-MESSAGE
                   END-EVALUATE
               WHEN TRUST-NOT-AUTHORIZED
                   MOVE TRUST-REFUSAL-MESSAGE TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'TRUSTED-IP FILE UNAVAILABLE'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-CALL-EZATRUST.   EXIT.

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
               DISPLAY 'EZAATRU C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET SCREEN-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'EZAATRU C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET SCREEN-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'EZAATRU STOPPING ================================'.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM EZAATRU.
