       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSACFG.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Administration screen for the service configuration files     *
      * (CFGMSN, CFGC2WS) and the credential calendar, offered from   *
      * the C2WSADMN menu. Every action is made by LINKing C2WSCFGM   *
      * through its own commarea, so its field validation, URI probe, *
      * four-eyes approval, role check and change journal apply       *
      * unchanged; a refused field is highlighted.                    *
      *                                                               *
      * The configuration panel lays out the chosen file's record     *
      * field by field. It opens on the pending change if there is    *
      * one, else on the live record, so a proposal is always made    *
      * by editing what is there rather than keying it blind:         *
      *   I  show the pending change and who proposed it;             *
      *   L  show the live record;                                    *
      *   P  propose the record as keyed;                             *
      *   A  approve the pending change (not its proposer);           *
      *   R  reject the pending change, after confirming.             *
      * Passwords show as '********'; left so, the live one is kept.  *
      *                                                               *
      * PF4 turns to the credential calendar panel and back:          *
      *   Q  query a credential's expiry entry;                       *
      *   E  record or replace it as keyed;                           *
      *   D  drop it, after confirming.                               *
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
       77  AID-PF4                       PIC X(1) VALUE '4'.
       77  AID-PF12                      PIC X(1) VALUE '@'.

       01  WS-PROGRAM-C2WSPANL           PIC X(8) VALUE 'C2WSPANL'.
       01  WS-PROGRAM-C2WSCFGM           PIC X(8) VALUE 'C2WSCFGM'.
       77  WS-LINK-RESP                  PIC S9(9) BINARY VALUE 0.

      *---------------------------------------------------------------*
      *  Conversation work variables.                                 *
      *---------------------------------------------------------------*
       77  WS-SCREEN-DONE                PIC X(1) VALUE 'N'.
           88  SCREEN-DONE                   VALUE 'Y'.
       77  WS-DELETE-CONFIRMED           PIC X(1) VALUE 'N'.
           88  DELETE-CONFIRMED              VALUE 'Y'.
       77  WS-PANEL-MODE                 PIC X(1) VALUE 'C'.
           88  CONFIG-PANEL                  VALUE 'C'.
           88  CALENDAR-PANEL                VALUE 'K'.
       01  WS-SCREEN-MESSAGE             PIC X(79) VALUE SPACES.
       77  WS-CONFIRM-FX                 PIC 9(4) COMP-5 VALUE 0.
       77  WS-ERROR-FX                   PIC 9(4) COMP-5 VALUE 0.
       77  WS-FX                         PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  The configuration record as keyed on the panel, overlaid     *
      *  onto the shown file's layout (the same layouts C2WSCFGM      *
      *  takes as CFGM-NEW-IMAGE), and what the panel is showing.     *
      *---------------------------------------------------------------*
       01  WS-PAGE-ACTION                PIC X(1) VALUE 'I'.
       01  WS-PAGE-FILE                  PIC X(1) VALUE 'M'.
       01  WS-SHOWN-FILE                 PIC X(1) VALUE 'M'.
           88  SHOWN-FILE-MSN                VALUE 'M'.
           88  SHOWN-FILE-C2WS               VALUE 'C'.
       01  WS-PAGE-SHOWING               PIC X(77) VALUE SPACES.
       01  WS-PAGE-TIMEOUT               PIC X(3) VALUE SPACES.
       01  WS-PAGE-IMAGE                 PIC X(180) VALUE SPACES.
       01  WS-PAGE-MSN REDEFINES WS-PAGE-IMAGE.
           05  PAGM-SERVICE-URI           PIC X(55).
           05  PAGM-USERID                PIC X(8).
           05  PAGM-PASSWORD              PIC X(8).
           05  PAGM-SECONDARY-URI         PIC X(55).
           05  PAGM-SECONDARY-USERID      PIC X(8).
           05  PAGM-SECONDARY-PASSWORD    PIC X(8).
           05  PAGM-AUTO-RECOURSE         PIC X(1).
           05  PAGM-SAFESEARCH-POLICY     PIC X(1).
           05  PAGM-MANDATED-SAFESEARCH   PIC X(32).
           05  PAGM-CACHE-SHARE-APPIDS    PIC X(1).
           05  PAGM-RECV-TIMEOUT-SECS     PIC X(3).
       01  WS-PAGE-C2WS REDEFINES WS-PAGE-IMAGE.
           05  PAGC-SERVICE-URI           PIC X(57).
           05  PAGC-USERID                PIC X(8).
           05  PAGC-PASSWORD              PIC X(8).
           05  PAGC-DEFAULT-CULTURE       PIC X(32).
           05  PAGC-RECV-TIMEOUT-SECS     PIC X(3).
           05  FILLER                     PIC X(72).
       77  WS-ACTION-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-FILE-FX                    PIC 9(4) COMP-5 VALUE 0.
       77  WS-SERVICE-URI-FX             PIC 9(4) COMP-5 VALUE 0.
       77  WS-USERID-FX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-PASSWORD-FX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-SECONDARY-URI-FX           PIC 9(4) COMP-5 VALUE 0.
       77  WS-SECONDARY-USERID-FX        PIC 9(4) COMP-5 VALUE 0.
       77  WS-SECONDARY-PASSWORD-FX      PIC 9(4) COMP-5 VALUE 0.
       77  WS-AUTO-RECOURSE-FX           PIC 9(4) COMP-5 VALUE 0.
       77  WS-SAFESEARCH-POLICY-FX       PIC 9(4) COMP-5 VALUE 0.
       77  WS-MANDATED-SAFESEARCH-FX     PIC 9(4) COMP-5 VALUE 0.
       77  WS-CACHE-SHARE-APPIDS-FX      PIC 9(4) COMP-5 VALUE 0.
       77  WS-DEFAULT-CULTURE-FX         PIC 9(4) COMP-5 VALUE 0.
       77  WS-RECV-TIMEOUT-SECS-FX       PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  The credential calendar entry as keyed on the panel.         *
      *---------------------------------------------------------------*
       01  WS-CRED-ACTION                PIC X(1) VALUE 'Q'.
       01  WS-CRED-FILE                  PIC X(1) VALUE 'M'.
       01  WS-CRED-SLOT                  PIC X(40) VALUE 'PRIMARY'.
       01  WS-CRED-NAME                  PIC X(8) VALUE SPACES.
       01  WS-CRED-OWNER-USERID          PIC X(8) VALUE SPACES.
       01  WS-CRED-OWNER-NAME            PIC X(32) VALUE SPACES.
       01  WS-CRED-SET-DATE              PIC X(8) VALUE SPACES.
       01  WS-CRED-EXPIRY-DATE           PIC X(8) VALUE SPACES.
       01  WS-CRED-USERID                PIC X(8) VALUE SPACES.
       01  WS-CRED-UPDATED-BY            PIC X(8) VALUE SPACES.
       01  WS-CRED-UPDATED-TIMESTAMP     PIC X(15) VALUE SPACES.
       77  WS-CRED-ACTION-FX             PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-FILE-FX               PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-SLOT-FX               PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-NAME-FX               PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-OWNER-USERID-FX       PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-OWNER-NAME-FX         PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-SET-DATE-FX           PIC 9(4) COMP-5 VALUE 0.
       77  WS-CRED-EXPIRY-DATE-FX        PIC 9(4) COMP-5 VALUE 0.

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
      *  Commarea LINKed to C2WSCFGM. Layout matches C2WSCFGM's own;  *
      *  the dates also have a character view to move keyed text in.  *
      *---------------------------------------------------------------*
       01  WS-CFGM-COMMAREA.
           05  CFGM-ACTION                PIC X(1).
               88  CFGM-ACTION-PROPOSE        VALUE 'P'.
               88  CFGM-ACTION-APPROVE        VALUE 'A'.
               88  CFGM-ACTION-REJECT         VALUE 'R'.
               88  CFGM-ACTION-INQUIRE        VALUE 'I'.
               88  CFGM-ACTION-LIVE           VALUE 'L'.
               88  CFGM-ACTION-SET-EXPIRY     VALUE 'E'.
               88  CFGM-ACTION-QUERY-EXPIRY   VALUE 'Q'.
               88  CFGM-ACTION-DROP-EXPIRY    VALUE 'D'.
           05  CFGM-FILE                  PIC X(1).
           05  CFGM-USERID                PIC X(8).
           05  CFGM-NEW-IMAGE             PIC X(180).
           05  CFGM-PROPOSER              PIC X(8).
           05  CFGM-PENDING-TIMESTAMP     PIC X(15).
           05  CFGM-RETURN-CODE           PIC X(1).
               88  CFGM-OK                    VALUE '0'.
               88  CFGM-NOTHING-PENDING       VALUE '1'.
               88  CFGM-INVALID-ACTION        VALUE '2'.
               88  CFGM-INVALID-FIELD         VALUE '3'.
               88  CFGM-PROBE-FAILED          VALUE '4'.
               88  CFGM-SELF-APPROVAL         VALUE '5'.
               88  CFGM-ALREADY-PENDING       VALUE '6'.
               88  CFGM-FILE-ERROR            VALUE '7'.
               88  CFGM-NO-SUCH-CREDENTIAL    VALUE '8'.
               88  CFGM-NOT-AUTHORIZED        VALUE '9'.
           05  CFGM-CREDENTIAL.
               10  CFGM-CRED-SLOT         PIC X(40).
               10  CFGM-CRED-NAME         PIC X(8).
               10  CFGM-CRED-OWNER-USERID PIC X(8).
               10  CFGM-CRED-OWNER-NAME   PIC X(32).
               10  CFGM-CRED-SET-DATE     PIC 9(8).
               10  CFGM-CRED-SET-DATE-X REDEFINES CFGM-CRED-SET-DATE
                                          PIC X(8).
               10  CFGM-CRED-EXPIRY-DATE  PIC 9(8).
               10  CFGM-CRED-EXPIRY-DATE-X
                   REDEFINES CFGM-CRED-EXPIRY-DATE
                                          PIC X(8).
               10  CFGM-CRED-USERID       PIC X(8).
               10  CFGM-CRED-UPDATED-BY   PIC X(8).
               10  CFGM-CRED-UPDATED-TIMESTAMP
                                          PIC X(15).
           05  CFGM-REFUSAL-MESSAGE       PIC X(80).
           05  CFGM-ERROR-FIELD           PIC X(20).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(1).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'C2WSACFG STARTING ================================'.

           PERFORM LOAD-CONFIG-PAGE THRU END-LOAD-CONFIG-PAGE.

           PERFORM SHOW-CONFIG THRU END-SHOW-CONFIG
               UNTIL SCREEN-DONE.

           PERFORM EXIT-PROGRAM THRU END-EXIT-PROGRAM.

           GOBACK.

      *---------------------------------------------------------------*
      *  One turn of whichever panel is up: paint it, take what was   *
      *  keyed, act on it.                                            *
      *---------------------------------------------------------------*
       SHOW-CONFIG.

           IF (CONFIG-PANEL)
               PERFORM BUILD-CONFIG-PANEL THRU END-BUILD-CONFIG-PANEL
           ELSE
               PERFORM BUILD-CALENDAR-PANEL THRU
                   END-BUILD-CALENDAR-PANEL
           END-IF.
           PERFORM SHOW-PANEL THRU END-SHOW-PANEL.
           IF (SCREEN-DONE)
               GO TO END-SHOW-CONFIG
           END-IF.

           IF (CONFIG-PANEL)
               PERFORM TAKE-CONFIG-FIELDS THRU END-TAKE-CONFIG-FIELDS
           ELSE
               PERFORM TAKE-CALENDAR-FIELDS THRU
                   END-TAKE-CALENDAR-FIELDS
           END-IF.
           MOVE 0 TO WS-ERROR-FX.

           EVALUATE TRUE
               WHEN (PANL-AID = AID-PF3) OR (PANL-AID = AID-CLEAR)
                   SET SCREEN-DONE TO TRUE
               WHEN (PANL-AID = AID-PF4) AND (CONFIG-PANEL)
                   SET CALENDAR-PANEL TO TRUE
                   MOVE 'TYPE AN ACTION, A FILE AND A SLOT'
                     TO WS-SCREEN-MESSAGE
               WHEN (PANL-AID = AID-PF4)
                   SET CONFIG-PANEL TO TRUE
               WHEN (PANL-AID = AID-ENTER) AND (CONFIG-PANEL)
                   PERFORM TAKE-CONFIG-ACTION THRU
                       END-TAKE-CONFIG-ACTION
               WHEN (PANL-AID = AID-ENTER)
                   PERFORM TAKE-CALENDAR-ACTION THRU
                       END-TAKE-CALENDAR-ACTION
               WHEN OTHER
                   MOVE 'KEY NOT IN USE ON THIS SCREEN'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-SHOW-CONFIG.   EXIT.

      *---------------------------------------------------------------*
      *  The configuration panel: action and file, what is shown,     *
      *  then the shown file's record one field to a row.             *
      *---------------------------------------------------------------*
       BUILD-CONFIG-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'SERVICE CONFIGURATION CHANGE CONTROL' TO PANL-TITLE.
           MOVE WS-SCREEN-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE 'ENTER=PROCESS  PF3=RETURN  PF4=CREDENTIAL CALENDAR'
             TO PANL-KEYS.

           MOVE 3 TO WS-ADD-ROW.
           MOVE 'ACTION' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-ACTION-FX.
           MOVE WS-PAGE-ACTION TO PANL-FLD-VALUE(WS-ACTION-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 55 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'I=PENDING  L=LIVE  P=PROPOSE  A=APPROVE  R=REJECT'
             TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 4 TO WS-ADD-ROW.
           MOVE 'FILE' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-FILE-FX.
           MOVE WS-PAGE-FILE TO PANL-FLD-VALUE(WS-FILE-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'M=CFGMSN  C=CFGC2WS' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 77 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-PAGE-SHOWING TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 0 TO WS-SECONDARY-URI-FX.
           MOVE 0 TO WS-SECONDARY-USERID-FX.
           MOVE 0 TO WS-SECONDARY-PASSWORD-FX.
           MOVE 0 TO WS-AUTO-RECOURSE-FX.
           MOVE 0 TO WS-SAFESEARCH-POLICY-FX.
           MOVE 0 TO WS-MANDATED-SAFESEARCH-FX.
           MOVE 0 TO WS-CACHE-SHARE-APPIDS-FX.
           MOVE 0 TO WS-DEFAULT-CULTURE-FX.

           IF (SHOWN-FILE-MSN)
               PERFORM BUILD-MSN-FIELDS THRU END-BUILD-MSN-FIELDS
           ELSE
               PERFORM BUILD-C2WS-FIELDS THRU END-BUILD-C2WS-FIELDS
           END-IF.

           IF (WS-ERROR-FX > 0)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-ERROR-FX)
           END-IF.

       END-BUILD-CONFIG-PANEL.   EXIT.

       BUILD-MSN-FIELDS.

           MOVE 7 TO WS-ADD-ROW.
           MOVE 'SERVICE URI' TO WS-ADD-VALUE.
           MOVE 55 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-SERVICE-URI-FX.
           MOVE PAGM-SERVICE-URI TO PANL-FLD-VALUE(WS-SERVICE-URI-FX).

           MOVE 8 TO WS-ADD-ROW.
           MOVE 'USERID' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-USERID-FX.
           MOVE PAGM-USERID TO PANL-FLD-VALUE(WS-USERID-FX).

           MOVE 9 TO WS-ADD-ROW.
           MOVE 'PASSWORD' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-PASSWORD-FX.
           MOVE PAGM-PASSWORD TO PANL-FLD-VALUE(WS-PASSWORD-FX).
           PERFORM ADD-PASSWORD-NOTE THRU END-ADD-PASSWORD-NOTE.

           MOVE 10 TO WS-ADD-ROW.
           MOVE 'SECONDARY URI' TO WS-ADD-VALUE.
           MOVE 55 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-SECONDARY-URI-FX.
           MOVE PAGM-SECONDARY-URI
             TO PANL-FLD-VALUE(WS-SECONDARY-URI-FX).

           MOVE 11 TO WS-ADD-ROW.
           MOVE 'SECONDARY USERID' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-SECONDARY-USERID-FX.
           MOVE PAGM-SECONDARY-USERID
             TO PANL-FLD-VALUE(WS-SECONDARY-USERID-FX).

           MOVE 12 TO WS-ADD-ROW.
           MOVE 'SECONDARY PASSWD' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-SECONDARY-PASSWORD-FX.
           MOVE PAGM-SECONDARY-PASSWORD
             TO PANL-FLD-VALUE(WS-SECONDARY-PASSWORD-FX).
           PERFORM ADD-PASSWORD-NOTE THRU END-ADD-PASSWORD-NOTE.

           MOVE 13 TO WS-ADD-ROW.
           MOVE 'AUTO RECOURSE' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-AUTO-RECOURSE-FX.
           MOVE PAGM-AUTO-RECOURSE
             TO PANL-FLD-VALUE(WS-AUTO-RECOURSE-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'Y TO FALL BACK TO THE SECONDARY' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 14 TO WS-ADD-ROW.
           MOVE 'SAFESEARCH POLICY' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-SAFESEARCH-POLICY-FX.
           MOVE PAGM-SAFESEARCH-POLICY
             TO PANL-FLD-VALUE(WS-SAFESEARCH-POLICY-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'F, R OR BLANK' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 15 TO WS-ADD-ROW.
           MOVE 'MANDATED SETTING' TO WS-ADD-VALUE.
           MOVE 32 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-MANDATED-SAFESEARCH-FX.
           MOVE PAGM-MANDATED-SAFESEARCH
             TO PANL-FLD-VALUE(WS-MANDATED-SAFESEARCH-FX).

           MOVE 16 TO WS-ADD-ROW.
           MOVE 'SHARE CACHE' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CACHE-SHARE-APPIDS-FX.
           MOVE PAGM-CACHE-SHARE-APPIDS
             TO PANL-FLD-VALUE(WS-CACHE-SHARE-APPIDS-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'Y TO SHARE THE CACHE ACROSS APPIDS' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 17 TO WS-ADD-ROW.
           MOVE PAGM-RECV-TIMEOUT-SECS TO WS-PAGE-TIMEOUT.
           PERFORM ADD-TIMEOUT-FIELD THRU END-ADD-TIMEOUT-FIELD.

       END-BUILD-MSN-FIELDS.   EXIT.

       BUILD-C2WS-FIELDS.

           MOVE 7 TO WS-ADD-ROW.
           MOVE 'SERVICE URI' TO WS-ADD-VALUE.
           MOVE 57 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-SERVICE-URI-FX.
           MOVE PAGC-SERVICE-URI TO PANL-FLD-VALUE(WS-SERVICE-URI-FX).

           MOVE 8 TO WS-ADD-ROW.
           MOVE 'USERID' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-USERID-FX.
           MOVE PAGC-USERID TO PANL-FLD-VALUE(WS-USERID-FX).

           MOVE 9 TO WS-ADD-ROW.
           MOVE 'PASSWORD' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-PASSWORD-FX.
           MOVE PAGC-PASSWORD TO PANL-FLD-VALUE(WS-PASSWORD-FX).
           PERFORM ADD-PASSWORD-NOTE THRU END-ADD-PASSWORD-NOTE.

           MOVE 10 TO WS-ADD-ROW.
           MOVE 'DEFAULT CULTURE' TO WS-ADD-VALUE.
           MOVE 32 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-DEFAULT-CULTURE-FX.
           MOVE PAGC-DEFAULT-CULTURE
             TO PANL-FLD-VALUE(WS-DEFAULT-CULTURE-FX).

           MOVE 11 TO WS-ADD-ROW.
           MOVE PAGC-RECV-TIMEOUT-SECS TO WS-PAGE-TIMEOUT.
           PERFORM ADD-TIMEOUT-FIELD THRU END-ADD-TIMEOUT-FIELD.

       END-BUILD-C2WS-FIELDS.   EXIT.

      *---------------------------------------------------------------*
      *  The note beside a password field, on row WS-ADD-ROW.         *
      *---------------------------------------------------------------*
       ADD-PASSWORD-NOTE.

           MOVE 31 TO WS-ADD-COL.
           MOVE 45 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE '******** KEEPS THE LIVE PASSWORD' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-PASSWORD-NOTE.   EXIT.

      *---------------------------------------------------------------*
      *  The receive timeout, WS-PAGE-TIMEOUT, on row WS-ADD-ROW.     *
      *---------------------------------------------------------------*
       ADD-TIMEOUT-FIELD.

           MOVE 'RECV TIMEOUT SECS' TO WS-ADD-VALUE.
           MOVE 3 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-RECV-TIMEOUT-SECS-FX.
           MOVE WS-PAGE-TIMEOUT
             TO PANL-FLD-VALUE(WS-RECV-TIMEOUT-SECS-FX).
           MOVE 26 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'THREE DIGITS, E.G. 030' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

       END-ADD-TIMEOUT-FIELD.   EXIT.

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
      *  What was keyed on the configuration panel, back into the     *
      *  shown file's layout.                                         *
      *---------------------------------------------------------------*
       TAKE-CONFIG-FIELDS.

           MOVE PANL-FLD-VALUE(WS-ACTION-FX)(1:1) TO WS-PAGE-ACTION.
           MOVE PANL-FLD-VALUE(WS-FILE-FX)(1:1) TO WS-PAGE-FILE.

           IF (SHOWN-FILE-MSN)
               MOVE PANL-FLD-VALUE(WS-SERVICE-URI-FX)(1:55)
                 TO PAGM-SERVICE-URI
               MOVE PANL-FLD-VALUE(WS-USERID-FX)(1:8) TO PAGM-USERID
               MOVE PANL-FLD-VALUE(WS-PASSWORD-FX)(1:8)
                 TO PAGM-PASSWORD
               MOVE PANL-FLD-VALUE(WS-SECONDARY-URI-FX)(1:55)
                 TO PAGM-SECONDARY-URI
               MOVE PANL-FLD-VALUE(WS-SECONDARY-USERID-FX)(1:8)
                 TO PAGM-SECONDARY-USERID
               MOVE PANL-FLD-VALUE(WS-SECONDARY-PASSWORD-FX)(1:8)
                 TO PAGM-SECONDARY-PASSWORD
               MOVE PANL-FLD-VALUE(WS-AUTO-RECOURSE-FX)(1:1)
                 TO PAGM-AUTO-RECOURSE
               MOVE PANL-FLD-VALUE(WS-SAFESEARCH-POLICY-FX)(1:1)
                 TO PAGM-SAFESEARCH-POLICY
               MOVE PANL-FLD-VALUE(WS-MANDATED-SAFESEARCH-FX)(1:32)
                 TO PAGM-MANDATED-SAFESEARCH
               MOVE PANL-FLD-VALUE(WS-CACHE-SHARE-APPIDS-FX)(1:1)
                 TO PAGM-CACHE-SHARE-APPIDS
               MOVE PANL-FLD-VALUE(WS-RECV-TIMEOUT-SECS-FX)(1:3)
                 TO PAGM-RECV-TIMEOUT-SECS
               INSPECT PAGM-AUTO-RECOURSE CONVERTING 'yn' TO 'YN'
               INSPECT PAGM-SAFESEARCH-POLICY CONVERTING 'fr' TO 'FR'
               INSPECT PAGM-CACHE-SHARE-APPIDS CONVERTING 'yn' TO 'YN'
           ELSE
               MOVE PANL-FLD-VALUE(WS-SERVICE-URI-FX)(1:57)
                 TO PAGC-SERVICE-URI
               MOVE PANL-FLD-VALUE(WS-USERID-FX)(1:8) TO PAGC-USERID
               MOVE PANL-FLD-VALUE(WS-PASSWORD-FX)(1:8)
                 TO PAGC-PASSWORD
               MOVE PANL-FLD-VALUE(WS-DEFAULT-CULTURE-FX)(1:32)
                 TO PAGC-DEFAULT-CULTURE
               MOVE PANL-FLD-VALUE(WS-RECV-TIMEOUT-SECS-FX)(1:3)
                 TO PAGC-RECV-TIMEOUT-SECS
           END-IF.

       END-TAKE-CONFIG-FIELDS.   EXIT.

      *---------------------------------------------------------------*
      *  The keyed action goes to C2WSCFGM. Keying another file loads *
      *  it (pending change, else live record) before anything can be *
      *  proposed for it; a reject is confirmed first.                *
      *---------------------------------------------------------------*
       TAKE-CONFIG-ACTION.

           INSPECT WS-PAGE-ACTION CONVERTING 'ilpar' TO 'ILPAR'.
           INSPECT WS-PAGE-FILE CONVERTING 'mc' TO 'MC'.

           IF (WS-PAGE-FILE NOT = 'M') AND (WS-PAGE-FILE NOT = 'C')
               MOVE WS-FILE-FX TO WS-ERROR-FX
               MOVE 'FILE MUST BE M OR C' TO WS-SCREEN-MESSAGE
               GO TO END-TAKE-CONFIG-ACTION
           END-IF.

           IF (WS-PAGE-FILE NOT = WS-SHOWN-FILE)
               PERFORM LOAD-CONFIG-PAGE THRU END-LOAD-CONFIG-PAGE
               GO TO END-TAKE-CONFIG-ACTION
           END-IF.

           EVALUATE WS-PAGE-ACTION
               WHEN 'I'
                   PERFORM LOAD-CONFIG-PAGE THRU END-LOAD-CONFIG-PAGE
                   GO TO END-TAKE-CONFIG-ACTION
               WHEN 'L'
                   PERFORM LOAD-LIVE-RECORD THRU END-LOAD-LIVE-RECORD
                   GO TO END-TAKE-CONFIG-ACTION
               WHEN 'R'
                   PERFORM CONFIRM-REJECT THRU END-CONFIRM-REJECT
                   IF (NOT DELETE-CONFIRMED)
                       GO TO END-TAKE-CONFIG-ACTION
                   END-IF
               WHEN 'P'
               WHEN 'A'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-ACTION-FX TO WS-ERROR-FX
                   MOVE 'ACTION MUST BE I, L, P, A OR R'
                     TO WS-SCREEN-MESSAGE
                   GO TO END-TAKE-CONFIG-ACTION
           END-EVALUATE.

           MOVE SPACES TO WS-CFGM-COMMAREA.
           MOVE WS-PAGE-ACTION TO CFGM-ACTION.
           MOVE WS-PAGE-FILE   TO CFGM-FILE.
           IF (CFGM-ACTION-PROPOSE)
               MOVE WS-PAGE-IMAGE TO CFGM-NEW-IMAGE
           END-IF.
           PERFORM CALL-C2WSCFGM THRU END-CALL-C2WSCFGM.

           IF (NOT CFGM-OK)
               GO TO END-TAKE-CONFIG-ACTION
           END-IF.

           EVALUATE TRUE
               WHEN CFGM-ACTION-PROPOSE
                   MOVE 'I' TO WS-PAGE-ACTION
                   PERFORM LOAD-CONFIG-PAGE THRU END-LOAD-CONFIG-PAGE
                   MOVE 'CHANGE PROPOSED - A SECOND USERID MUST APPROVE
      -                 'IT (A)' TO WS-SCREEN-MESSAGE
               WHEN CFGM-ACTION-APPROVE
                   PERFORM LOAD-LIVE-RECORD THRU END-LOAD-LIVE-RECORD
                   MOVE 'CHANGE APPROVED - NOW IN FORCE'
                     TO WS-SCREEN-MESSAGE
               WHEN CFGM-ACTION-REJECT
                   PERFORM LOAD-LIVE-RECORD THRU END-LOAD-LIVE-RECORD
                   MOVE 'PENDING CHANGE REJECTED - LIVE RECORD KEPT'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-TAKE-CONFIG-ACTION.   EXIT.

      *---------------------------------------------------------------*
      *  Fill the page from the keyed file's pending change, or from  *
      *  its live record when nothing is pending.                     *
      *---------------------------------------------------------------*
       LOAD-CONFIG-PAGE.

           MOVE SPACES TO WS-CFGM-COMMAREA.
           MOVE 'I' TO CFGM-ACTION.
           MOVE WS-PAGE-FILE TO CFGM-FILE.
           PERFORM CALL-C2WSCFGM THRU END-CALL-C2WSCFGM.

           IF (CFGM-NOTHING-PENDING)
               PERFORM LOAD-LIVE-RECORD THRU END-LOAD-LIVE-RECORD
               IF (CFGM-OK)
                   MOVE 'NOTHING PENDING - CHANGE THE LIVE RECORD AND PR
      -                 'OPOSE IT (P)' TO WS-SCREEN-MESSAGE
               END-IF
               GO TO END-LOAD-CONFIG-PAGE
           END-IF.
           IF (NOT CFGM-OK)
               GO TO END-LOAD-CONFIG-PAGE
           END-IF.

           MOVE CFGM-FILE TO WS-SHOWN-FILE.
           MOVE CFGM-NEW-IMAGE TO WS-PAGE-IMAGE.
           MOVE 'I' TO WS-PAGE-ACTION.
           MOVE SPACES TO WS-PAGE-SHOWING.
           STRING 'PENDING CHANGE PROPOSED BY ' DELIMITED BY SIZE
                  CFGM-PROPOSER               DELIMITED BY SPACE
                  ' AT '                      DELIMITED BY SIZE
                  CFGM-PENDING-TIMESTAMP      DELIMITED BY SIZE
               INTO WS-PAGE-SHOWING
           END-STRING.
           MOVE 'CHANGE PENDING - APPROVE (A) OR REJECT (R) IT'
             TO WS-SCREEN-MESSAGE.

       END-LOAD-CONFIG-PAGE.   EXIT.

       LOAD-LIVE-RECORD.

           MOVE SPACES TO WS-CFGM-COMMAREA.
           MOVE 'L' TO CFGM-ACTION.
           MOVE WS-PAGE-FILE TO CFGM-FILE.
           PERFORM CALL-C2WSCFGM THRU END-CALL-C2WSCFGM.

           IF (CFGM-NOTHING-PENDING)
               MOVE 'NO LIVE RECORD - KEY ONE AND PROPOSE IT (P)'
                 TO WS-SCREEN-MESSAGE
               MOVE SPACES TO CFGM-NEW-IMAGE
               SET CFGM-OK TO TRUE
           END-IF.
           IF (NOT CFGM-OK)
               GO TO END-LOAD-LIVE-RECORD
           END-IF.

           MOVE CFGM-FILE TO WS-SHOWN-FILE.
           MOVE CFGM-NEW-IMAGE TO WS-PAGE-IMAGE.
           MOVE 'L' TO WS-PAGE-ACTION.
           MOVE 'LIVE RECORD IN FORCE' TO WS-PAGE-SHOWING.
           IF (WS-SCREEN-MESSAGE = SPACES)
               MOVE 'LIVE RECORD SHOWN - CHANGE IT AND PROPOSE IT (P)'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       END-LOAD-LIVE-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Nothing is rejected until the operator types Y on this panel *
      *  and presses ENTER; PF12 or anything else keeps it pending.   *
      *---------------------------------------------------------------*
       CONFIRM-REJECT.

           MOVE 'N' TO WS-DELETE-CONFIRMED.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONFIRM REJECT - PENDING CONFIGURATION CHANGE'
             TO PANL-TITLE.
           MOVE 'ENTER=CONFIRM  PF12=KEEP THE CHANGE PENDING'
             TO PANL-KEYS.

           MOVE 4  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'FILE' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           IF (SHOWN-FILE-MSN)
               MOVE 'CFGMSN' TO WS-ADD-VALUE
           ELSE
               MOVE 'CFGC2WS' TO WS-ADD-VALUE
           END-IF.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 77 TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-PAGE-SHOWING TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 6  TO WS-ADD-ROW.
           MOVE 70 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'THE PROPOSED RECORD IS DISCARDED; THE LIVE RECORD STAYS
      -         ' IN FORCE.' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'REJECT THE CHANGE? TYPE Y AND PRESS ENTER ==>'
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
               GO TO END-CONFIRM-REJECT
           END-IF.

           IF (PANL-AID = AID-ENTER)
              AND (PANL-FLD-VALUE(WS-CONFIRM-FX)(1:1) = 'Y' OR 'y')
               SET DELETE-CONFIRMED TO TRUE
           ELSE
               MOVE 'REJECT NOT MADE - CHANGE STILL PENDING'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       END-CONFIRM-REJECT.   EXIT.

      *---------------------------------------------------------------*
      *  The credential calendar panel.                               *
      *---------------------------------------------------------------*
       BUILD-CALENDAR-PANEL.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CREDENTIAL CALENDAR' TO PANL-TITLE.
           MOVE WS-SCREEN-MESSAGE TO PANL-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           MOVE 'ENTER=PROCESS  PF3=RETURN  PF4=CONFIGURATION'
             TO PANL-KEYS.

           MOVE 3 TO WS-ADD-ROW.
           MOVE 'ACTION' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-ACTION-FX.
           MOVE WS-CRED-ACTION TO PANL-FLD-VALUE(WS-CRED-ACTION-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'Q=QUERY  E=RECORD EXPIRY  D=DROP' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 4 TO WS-ADD-ROW.
           MOVE 'FILE' TO WS-ADD-VALUE.
           MOVE 1 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-FILE-FX.
           MOVE WS-CRED-FILE TO PANL-FLD-VALUE(WS-CRED-FILE-FX).
           MOVE 24 TO WS-ADD-COL.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'M=CFGMSN  C=CFGC2WS  A=PROVIDER APPID' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 5 TO WS-ADD-ROW.
           MOVE 'SLOT' TO WS-ADD-VALUE.
           MOVE 40 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-SLOT-FX.
           MOVE WS-CRED-SLOT TO PANL-FLD-VALUE(WS-CRED-SLOT-FX).
           MOVE 6  TO WS-ADD-ROW.
           MOVE 21 TO WS-ADD-COL.
           MOVE 55 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'PRIMARY OR SECONDARY, OR THE APPID ITSELF FOR FILE A'
             TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8 TO WS-ADD-ROW.
           MOVE 'SHORT NAME' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-NAME-FX.
           MOVE WS-CRED-NAME TO PANL-FLD-VALUE(WS-CRED-NAME-FX).

           MOVE 9 TO WS-ADD-ROW.
           MOVE 'OWNER USERID' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-OWNER-USERID-FX.
           MOVE WS-CRED-OWNER-USERID
             TO PANL-FLD-VALUE(WS-CRED-OWNER-USERID-FX).

           MOVE 10 TO WS-ADD-ROW.
           MOVE 'OWNER NAME' TO WS-ADD-VALUE.
           MOVE 32 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-OWNER-NAME-FX.
           MOVE WS-CRED-OWNER-NAME
             TO PANL-FLD-VALUE(WS-CRED-OWNER-NAME-FX).

           MOVE 11 TO WS-ADD-ROW.
           MOVE 'ISSUED YYYYMMDD' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-SET-DATE-FX.
           MOVE WS-CRED-SET-DATE TO PANL-FLD-VALUE(WS-CRED-SET-DATE-FX).

           MOVE 12 TO WS-ADD-ROW.
           MOVE 'EXPIRES YYYYMMDD' TO WS-ADD-VALUE.
           MOVE 8 TO WS-ADD-LENGTH.
           PERFORM ADD-LABELLED-INPUT THRU END-ADD-LABELLED-INPUT.
           MOVE PANL-FIELD-COUNT TO WS-CRED-EXPIRY-DATE-FX.
           MOVE WS-CRED-EXPIRY-DATE
             TO PANL-FLD-VALUE(WS-CRED-EXPIRY-DATE-FX).

           MOVE 14 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 17 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'FOR USERID' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 21 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-CRED-USERID TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 15 TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 17 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'LAST UPDATED BY' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 21 TO WS-ADD-COL.
           MOVE 8  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-CRED-UPDATED-BY TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 31 TO WS-ADD-COL.
           MOVE 15 TO WS-ADD-LENGTH.
           MOVE WS-CRED-UPDATED-TIMESTAMP TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           IF (WS-ERROR-FX > 0)
               MOVE 'Y' TO PANL-FLD-ERROR(WS-ERROR-FX)
           END-IF.

       END-BUILD-CALENDAR-PANEL.   EXIT.

       TAKE-CALENDAR-FIELDS.

           MOVE PANL-FLD-VALUE(WS-CRED-ACTION-FX)(1:1)
             TO WS-CRED-ACTION.
           MOVE PANL-FLD-VALUE(WS-CRED-FILE-FX)(1:1) TO WS-CRED-FILE.
           MOVE PANL-FLD-VALUE(WS-CRED-SLOT-FX)(1:40) TO WS-CRED-SLOT.
           MOVE PANL-FLD-VALUE(WS-CRED-NAME-FX)(1:8) TO WS-CRED-NAME.
           MOVE PANL-FLD-VALUE(WS-CRED-OWNER-USERID-FX)(1:8)
             TO WS-CRED-OWNER-USERID.
           MOVE PANL-FLD-VALUE(WS-CRED-OWNER-NAME-FX)(1:32)
             TO WS-CRED-OWNER-NAME.
           MOVE PANL-FLD-VALUE(WS-CRED-SET-DATE-FX)(1:8)
             TO WS-CRED-SET-DATE.
           MOVE PANL-FLD-VALUE(WS-CRED-EXPIRY-DATE-FX)(1:8)
             TO WS-CRED-EXPIRY-DATE.

       END-TAKE-CALENDAR-FIELDS.   EXIT.

      *---------------------------------------------------------------*
      *  The keyed calendar action goes to C2WSCFGM; a drop is        *
      *  confirmed first.                                             *
      *---------------------------------------------------------------*
       TAKE-CALENDAR-ACTION.

           INSPECT WS-CRED-ACTION CONVERTING 'qed' TO 'QED'.
           INSPECT WS-CRED-FILE CONVERTING 'mca' TO 'MCA'.

           IF (WS-CRED-FILE NOT = 'A')
               INSPECT WS-CRED-SLOT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.

           EVALUATE WS-CRED-ACTION
               WHEN 'Q'
               WHEN 'E'
                   CONTINUE
               WHEN 'D'
                   PERFORM CONFIRM-DROP THRU END-CONFIRM-DROP
                   IF (NOT DELETE-CONFIRMED)
                       GO TO END-TAKE-CALENDAR-ACTION
                   END-IF
               WHEN OTHER
                   MOVE WS-CRED-ACTION-FX TO WS-ERROR-FX
                   MOVE 'ACTION MUST BE Q, E OR D' TO WS-SCREEN-MESSAGE
                   GO TO END-TAKE-CALENDAR-ACTION
           END-EVALUATE.

           MOVE SPACES TO WS-CFGM-COMMAREA.
           MOVE WS-CRED-ACTION TO CFGM-ACTION.
           MOVE WS-CRED-FILE   TO CFGM-FILE.
           MOVE WS-CRED-SLOT   TO CFGM-CRED-SLOT.
           IF (CFGM-ACTION-SET-EXPIRY)
               MOVE WS-CRED-NAME         TO CFGM-CRED-NAME
               MOVE WS-CRED-OWNER-USERID TO CFGM-CRED-OWNER-USERID
               MOVE WS-CRED-OWNER-NAME   TO CFGM-CRED-OWNER-NAME
               MOVE WS-CRED-SET-DATE     TO CFGM-CRED-SET-DATE-X
               MOVE WS-CRED-EXPIRY-DATE  TO CFGM-CRED-EXPIRY-DATE-X
           END-IF.
           PERFORM CALL-C2WSCFGM THRU END-CALL-C2WSCFGM.

           IF (NOT CFGM-OK)
               GO TO END-TAKE-CALENDAR-ACTION
           END-IF.

           EVALUATE TRUE
               WHEN CFGM-ACTION-QUERY-EXPIRY
                   MOVE CFGM-CRED-NAME TO WS-CRED-NAME
                   MOVE CFGM-CRED-OWNER-USERID TO WS-CRED-OWNER-USERID
                   MOVE CFGM-CRED-OWNER-NAME TO WS-CRED-OWNER-NAME
                   MOVE CFGM-CRED-SET-DATE-X TO WS-CRED-SET-DATE
                   MOVE CFGM-CRED-EXPIRY-DATE-X TO WS-CRED-EXPIRY-DATE
                   MOVE CFGM-CRED-USERID TO WS-CRED-USERID
                   MOVE CFGM-CRED-UPDATED-BY TO WS-CRED-UPDATED-BY
                   MOVE CFGM-CRED-UPDATED-TIMESTAMP
                     TO WS-CRED-UPDATED-TIMESTAMP
                   MOVE 'ENTRY FOUND - E TO REPLACE, D TO DROP'
                     TO WS-SCREEN-MESSAGE
               WHEN CFGM-ACTION-SET-EXPIRY
                   MOVE 'Q' TO WS-CRED-ACTION
                   MOVE 'EXPIRY RECORDED - Q SHOWS THE ENTRY AS KEPT'
                     TO WS-SCREEN-MESSAGE
               WHEN CFGM-ACTION-DROP-EXPIRY
                   PERFORM CLEAR-CALENDAR-FIELDS THRU
                       END-CLEAR-CALENDAR-FIELDS
                   MOVE 'Q' TO WS-CRED-ACTION
                   MOVE 'CALENDAR ENTRY DROPPED' TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-TAKE-CALENDAR-ACTION.   EXIT.

       CLEAR-CALENDAR-FIELDS.

           MOVE SPACES TO WS-CRED-NAME.
           MOVE SPACES TO WS-CRED-OWNER-USERID.
           MOVE SPACES TO WS-CRED-OWNER-NAME.
           MOVE SPACES TO WS-CRED-SET-DATE.
           MOVE SPACES TO WS-CRED-EXPIRY-DATE.
           MOVE SPACES TO WS-CRED-USERID.
           MOVE SPACES TO WS-CRED-UPDATED-BY.
           MOVE SPACES TO WS-CRED-UPDATED-TIMESTAMP.

       END-CLEAR-CALENDAR-FIELDS.   EXIT.

      *---------------------------------------------------------------*
      *  Nothing is dropped until the operator types Y on this panel  *
      *  and presses ENTER; PF12 or anything else keeps the entry.    *
      *---------------------------------------------------------------*
       CONFIRM-DROP.

           MOVE 'N' TO WS-DELETE-CONFIRMED.

           MOVE SPACES TO WS-PANEL.
           MOVE 0 TO PANL-FIELD-COUNT.
           MOVE 0 TO PANL-CURSOR-FIELD.
           MOVE 'CONFIRM DROP - CREDENTIAL CALENDAR ENTRY'
             TO PANL-TITLE.
           MOVE 'ENTER=CONFIRM  PF12=KEEP THE ENTRY' TO PANL-KEYS.

           MOVE 4  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 13 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'FILE / SLOT' TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 16 TO WS-ADD-COL.
           MOVE 1  TO WS-ADD-LENGTH.
           MOVE 'D' TO WS-ADD-KIND.
           MOVE WS-CRED-FILE TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.
           MOVE 19 TO WS-ADD-COL.
           MOVE 40 TO WS-ADD-LENGTH.
           MOVE WS-CRED-SLOT TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 6  TO WS-ADD-ROW.
           MOVE 2  TO WS-ADD-COL.
           MOVE 70 TO WS-ADD-LENGTH.
           MOVE 'L' TO WS-ADD-KIND.
           MOVE 'NO FURTHER EXPIRY WARNINGS GO OUT FOR THIS CREDENTIAL.'
             TO WS-ADD-VALUE.
           PERFORM ADD-PANEL-FIELD THRU END-ADD-PANEL-FIELD.

           MOVE 8  TO WS-ADD-ROW.
           MOVE 50 TO WS-ADD-LENGTH.
           MOVE 'DROP THE ENTRY? TYPE Y AND PRESS ENTER ==>'
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
               GO TO END-CONFIRM-DROP
           END-IF.

           IF (PANL-AID = AID-ENTER)
              AND (PANL-FLD-VALUE(WS-CONFIRM-FX)(1:1) = 'Y' OR 'y')
               SET DELETE-CONFIRMED TO TRUE
           ELSE
               MOVE 'DROP NOT MADE - ENTRY KEPT' TO WS-SCREEN-MESSAGE
           END-IF.

       END-CONFIRM-DROP.   EXIT.

      *---------------------------------------------------------------*
      *  LINK C2WSCFGM and say what happened. A refused field is      *
      *  highlighted on whichever panel is up.                        *
      *---------------------------------------------------------------*
       CALL-C2WSCFGM.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSCFGM)
               COMMAREA(WS-CFGM-COMMAREA)
               LENGTH(LENGTH OF WS-CFGM-COMMAREA)
               RESP(WS-LINK-RESP)
           END-EXEC.
           IF (WS-LINK-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSACFG C2WSCFGM LINK FAILED, RESP='
                   WS-LINK-RESP
               MOVE 'CONFIGURATION MAINTENANCE UNAVAILABLE'
                 TO WS-SCREEN-MESSAGE
               SET CFGM-FILE-ERROR TO TRUE
               GO TO END-CALL-C2WSCFGM
           END-IF.

           EVALUATE TRUE
               WHEN CFGM-OK
                   CONTINUE
               WHEN CFGM-NOTHING-PENDING
                   MOVE 'NO CHANGE IS PENDING FOR THIS FILE'
                     TO WS-SCREEN-MESSAGE
               WHEN CFGM-INVALID-ACTION
                   MOVE 'ACTION NOT VALID HERE' TO WS-SCREEN-MESSAGE
                   IF (CONFIG-PANEL)
                       MOVE WS-ACTION-FX TO WS-ERROR-FX
                   ELSE
                       MOVE WS-CRED-ACTION-FX TO WS-ERROR-FX
                   END-IF
               WHEN CFGM-INVALID-FIELD
                   PERFORM POINT-AT-ERROR-FIELD THRU
                       END-POINT-AT-ERROR-FIELD
               WHEN CFGM-PROBE-FAILED
                   MOVE 'THE NEW SERVICE URI DID NOT ANSWER A TEST INVOK
      -                 'E' TO WS-SCREEN-MESSAGE
                   MOVE WS-SERVICE-URI-FX TO WS-ERROR-FX
               WHEN CFGM-SELF-APPROVAL
                   MOVE 'YOU PROPOSED THIS CHANGE - ANOTHER USERID MUST
      -                 'APPROVE IT' TO WS-SCREEN-MESSAGE
               WHEN CFGM-ALREADY-PENDING
                   MOVE 'A CHANGE IS ALREADY PENDING - APPROVE OR REJECT
      -                 ' IT FIRST' TO WS-SCREEN-MESSAGE
               WHEN CFGM-NO-SUCH-CREDENTIAL
                   MOVE 'NO CALENDAR ENTRY FOR THIS CREDENTIAL'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-CRED-SLOT-FX TO WS-ERROR-FX
                   PERFORM CLEAR-CALENDAR-FIELDS THRU
                       END-CLEAR-CALENDAR-FIELDS
               WHEN CFGM-NOT-AUTHORIZED
                   MOVE CFGM-REFUSAL-MESSAGE TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'CONFIGURATION FILES UNAVAILABLE'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-CALL-C2WSCFGM.   EXIT.

      *---------------------------------------------------------------*
      *  The field C2WSCFGM named as refused, to the panel field it   *
      *  was keyed in.                                                *
      *---------------------------------------------------------------*
       POINT-AT-ERROR-FIELD.

           EVALUATE CFGM-ERROR-FIELD
               WHEN 'FILE'
                   MOVE 'FILE NOT VALID FOR THIS ACTION'
                     TO WS-SCREEN-MESSAGE
                   IF (CONFIG-PANEL)
                       MOVE WS-FILE-FX TO WS-ERROR-FX
                   ELSE
                       MOVE WS-CRED-FILE-FX TO WS-ERROR-FX
                   END-IF
               WHEN 'SERVICE-URI'
                   MOVE 'A SERVICE URI IS REQUIRED' TO WS-SCREEN-MESSAGE
                   MOVE WS-SERVICE-URI-FX TO WS-ERROR-FX
               WHEN 'USERID'
                   MOVE 'A USERID IS REQUIRED' TO WS-SCREEN-MESSAGE
                   MOVE WS-USERID-FX TO WS-ERROR-FX
               WHEN 'RECV-TIMEOUT-SECS'
                   MOVE 'RECEIVE TIMEOUT MUST BE THREE DIGITS'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-RECV-TIMEOUT-SECS-FX TO WS-ERROR-FX
               WHEN 'SAFESEARCH-POLICY'
                   MOVE 'SAFESEARCH POLICY MUST BE F, R OR BLANK'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-SAFESEARCH-POLICY-FX TO WS-ERROR-FX
               WHEN 'CRED-SLOT'
                   MOVE 'SLOT MUST BE PRIMARY OR SECONDARY (PRIMARY ONLY
      -                 ' FOR CFGC2WS)' TO WS-SCREEN-MESSAGE
                   MOVE WS-CRED-SLOT-FX TO WS-ERROR-FX
               WHEN 'CRED-NAME'
                   MOVE 'A SHORT NAME IS REQUIRED' TO WS-SCREEN-MESSAGE
                   MOVE WS-CRED-NAME-FX TO WS-ERROR-FX
               WHEN 'CRED-OWNER-USERID'
                   MOVE 'AN OWNER USERID IS REQUIRED'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-CRED-OWNER-USERID-FX TO WS-ERROR-FX
               WHEN 'CRED-SET-DATE'
                   MOVE 'ISSUED DATE MUST BE YYYYMMDD, NOT AFTER EXPIRY'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-CRED-SET-DATE-FX TO WS-ERROR-FX
               WHEN 'CRED-EXPIRY-DATE'
                   MOVE 'EXPIRY DATE MUST BE YYYYMMDD'
                     TO WS-SCREEN-MESSAGE
                   MOVE WS-CRED-EXPIRY-DATE-FX TO WS-ERROR-FX
               WHEN OTHER
                   MOVE 'CHANGE REFUSED' TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       END-POINT-AT-ERROR-FIELD.   EXIT.

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
               DISPLAY 'C2WSACFG C2WSPANL LINK FAILED, RESP='
                   WS-LINK-RESP
               SET SCREEN-DONE TO TRUE
           ELSE
               IF (NOT PANL-OK)
                   DISPLAY 'C2WSACFG C2WSPANL FAILED, RC='
                       PANL-RETURN-CODE
                   SET SCREEN-DONE TO TRUE
               END-IF
           END-IF.

       END-SHOW-PANEL.   EXIT.

       EXIT-PROGRAM.

           DISPLAY 'C2WSACFG STOPPING ================================'.
           EXEC CICS RETURN END-EXEC.

       END-EXIT-PROGRAM.   EXIT.

       END PROGRAM C2WSACFG.
