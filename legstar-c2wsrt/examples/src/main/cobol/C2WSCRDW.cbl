       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSCRDW.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Nightly credential expiry warning off the credential calendar *
      * (CREDCAL, kept through C2WSCFGM). Every userid/password in    *
      * CFGMSN and CFGC2WS and every provider AppID expires on its    *
      * own schedule; until now we found out when the calls started   *
      * failing. For each calendar entry this job works out the days  *
      * left to expiry and:                                           *
      *                                                               *
      *   - 30, 14 and 3 days out, prints a warning notice routed to  *
      *     the credential's owner with a copy to operations, and     *
      *     issues an operator console warning. CRED-WARNED-AT        *
      *     remembers the last threshold warned at, so each warning   *
      *     goes out once and a missed night catches up on the next;  *
      *   - on the day of expiry, and every night after until the     *
      *     entry is renewed, prints an expired notice, issues an     *
      *     operator alert and appends an escalation record to the    *
      *     C2WSALRT escalation log (ESCALOG), ESC-PROGRAM-ID being   *
      *     the credential's short name and ESC-INCIDENT-COUNT the    *
      *     days since it expired.                                    *
      *                                                               *
      * It also reads the live CFGMSN and CFGC2WS records and lists   *
      * any configured userid with no calendar entry, or whose entry  *
      * was recorded against a userid the config file has since       *
      * moved off -- either way nobody is watching that expiry.       *
      *                                                               *
      * Notices go to RPTC2W02. Ends RC 4 when any warning or         *
      * exception was issued, RC 8 when any credential has expired.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-CALENDAR-FILE ASSIGN TO CREDCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-KEY
               FILE STATUS IS CREDENTIAL-CALENDAR-STATUS.
           SELECT MSN-CONFIG-FILE ASSIGN TO CFGMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MSN-CONFIG-STATUS.
           SELECT C2WS-CONFIG-FILE ASSIGN TO CFGC2WS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C2WS-CONFIG-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO ESCALOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCALATION-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W02
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

      *---------------------------------------------------------------*
      *  Shared batch-window job log: every nightly job stamps its    *
      *  start and stop here so the JOBLRPT report can trend elapsed  *
      *  times and project when the window overruns the 06:00 online  *
      *  start. Tolerated missing -- a lost stamp must never cost a   *
      *  run.                                                         *
      *---------------------------------------------------------------*
           SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  CREDENTIAL-CALENDAR-FILE
           RECORDING MODE IS F.
       01  CREDENTIAL-CALENDAR-RECORD.
           COPY CREDCAL.

      *---------------------------------------------------------------*
      *  Layout matches the CFGMSN record MSNSEARC loads in PROLOG.   *
      *---------------------------------------------------------------*
       FD  MSN-CONFIG-FILE
           RECORDING MODE IS F.
       01  MSN-CONFIG-RECORD.
           05  MCFG-SERVICE-URI           PIC X(55).
           05  MCFG-USERID                PIC X(8).
           05  MCFG-PASSWORD              PIC X(8).
           05  MCFG-SECONDARY-URI         PIC X(55).
           05  MCFG-SECONDARY-USERID      PIC X(8).
           05  MCFG-SECONDARY-PASSWORD    PIC X(8).
           05  MCFG-AUTO-RECOURSE         PIC X(1).
           05  MCFG-SAFESEARCH-POLICY     PIC X(1).
           05  MCFG-MANDATED-SAFESEARCH   PIC X(32).
           05  MCFG-CACHE-SHARE-APPIDS    PIC X(1).
           05  MCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  MCFG-PASSWORD-FORM         PIC X(1).
               88  MCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

      *---------------------------------------------------------------*
      *  Layout matches the CFGC2WS record LSC2WSSA loads in PROLOG.  *
      *---------------------------------------------------------------*
       FD  C2WS-CONFIG-FILE
           RECORDING MODE IS F.
       01  C2WS-CONFIG-RECORD.
           05  CCFG-SERVICE-URI           PIC X(57).
           05  CCFG-USERID                PIC X(8).
           05  CCFG-PASSWORD              PIC X(8).
           05  CCFG-DEFAULT-CULTURE       PIC X(32).
           05  CCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  CCFG-PASSWORD-FORM         PIC X(1).
               88  CCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

      *---------------------------------------------------------------*
      *  Layout matches the escalation record C2WSALRT writes.        *
      *---------------------------------------------------------------*
       FD  ESCALATION-FILE
           RECORDING MODE IS F.
       01  ESCALATION-RECORD.
           05  ESC-TIMESTAMP              PIC X(15).
           05  ESC-PROGRAM-ID             PIC X(8).
           05  ESC-INCIDENT-COUNT         PIC 9(9).
           05  ESC-WINDOW-MINUTES         PIC 9(4).
           05  ESC-DISPOSITION            PIC X(1).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *---------------------------------------------------------------*
      *  One stamp per job start ('S') and stop ('E'); layout         *
      *  duplicated into every nightly job and JOBLRPT per the        *
      *  shop's cross-module precedent.                               *
      *---------------------------------------------------------------*
       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       01  JOB-LOG-RECORD.
           05  JLOG-JOB-NAME              PIC X(8).
           05  JLOG-EVENT                 PIC X(1).
               88  JOB-LOG-START              VALUE 'S'.
               88  JOB-LOG-END                VALUE 'E'.
           05  JLOG-DATE                  PIC X(6).
           05  JLOG-TIME                  PIC X(6).
           05  JLOG-RETURN-CODE           PIC 9(4).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Batch-window job log work variables.                         *
      *---------------------------------------------------------------*
       77  JOB-LOG-STATUS                PIC X(2) VALUE '00'.
       77  WS-JLOG-FILE-OPEN             PIC X(1) VALUE 'N'.
           88  JOB-LOG-OPEN                  VALUE 'Y'.
       01  WS-JLOG-DATE-WORK             PIC X(8).
       01  WS-JLOG-TIME-WORK             PIC X(8).

       77  CREDENTIAL-CALENDAR-STATUS    PIC X(2) VALUE '00'.
           88  END-OF-CREDENTIAL-CALENDAR    VALUE '10'.
       77  MSN-CONFIG-STATUS             PIC X(2) VALUE '00'.
       77  C2WS-CONFIG-STATUS            PIC X(2) VALUE '00'.
       77  ESCALATION-STATUS             PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-ESCALOG-FILE-OPEN          PIC X(1) VALUE 'N'.
           88  ESCALOG-OPEN                  VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Warning thresholds, days before expiry, widest first.        *
      *---------------------------------------------------------------*
       01  WARNING-THRESHOLD-TABLE.
           05  FILLER                     PIC 9(3) VALUE 030.
           05  FILLER                     PIC 9(3) VALUE 014.
           05  FILLER                     PIC 9(3) VALUE 003.
       01  WARNING-THRESHOLD-REDEF REDEFINES WARNING-THRESHOLD-TABLE.
           05  WARNING-THRESHOLD OCCURS 3 TIMES PIC 9(3).
       77  WS-THRESHOLD-COUNT            PIC 9(4) COMP-5 VALUE 3.
       77  WS-TX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-DUE-THRESHOLD              PIC 9(3) VALUE 999.

      *---------------------------------------------------------------*
      *  Run date and the current entry's days left to expiry         *
      *  (negative once expired).                                     *
      *---------------------------------------------------------------*
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01  WS-RUN-TIME                   PIC X(8).
       77  WS-TODAY-INTEGER              PIC 9(9) VALUE 0.
       77  WS-DAYS-LEFT                  PIC S9(7) VALUE 0.
       77  WS-DAYS-EXPIRED               PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      *  Userids live in the config files tonight, per slot.          *
      *---------------------------------------------------------------*
       77  WS-MSN-PRIMARY-USERID         PIC X(8) VALUE SPACES.
       77  WS-MSN-SECONDARY-USERID       PIC X(8) VALUE SPACES.
       77  WS-C2WS-PRIMARY-USERID        PIC X(8) VALUE SPACES.
       77  WS-LIVE-USERID                PIC X(8) VALUE SPACES.
       77  WS-CHECK-FILE-ID              PIC X(1) VALUE SPACE.
       77  WS-CHECK-SLOT                 PIC X(40) VALUE SPACES.

       77  WS-NOTICE-TITLE               PIC X(60) VALUE SPACES.
       77  WS-OPERATOR-MESSAGE           PIC X(100) VALUE SPACES.
       77  WS-EDIT-DAYS                  PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-ENTRIES-READ           PIC 9(9) VALUE 0.
       77  WS-CTL-WARNINGS               PIC 9(9) VALUE 0.
       77  WS-CTL-EXPIRED                PIC 9(9) VALUE 0.
       77  WS-CTL-NO-VALID-DATE          PIC 9(9) VALUE 0.
       77  WS-CTL-STALE-ENTRIES          PIC 9(9) VALUE 0.
       77  WS-CTL-UNCALENDARED           PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(38) VALUE
               'CREDENTIAL EXPIRY WARNINGS - RUN DATE '.
           05  WS-HDR-DATE                PIC X(8).

       01  WS-ROUTE-LINE.
           05  FILLER                     PIC X(10) VALUE 'ROUTE TO: '.
           05  WS-RTE-OWNER-USERID        PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RTE-OWNER-NAME          PIC X(32).
           05  FILLER                     PIC X(22) VALUE
               '   COPY TO: OPERATIONS'.

       01  WS-CREDENTIAL-LINE.
           05  FILLER                     PIC X(14) VALUE
               '  CREDENTIAL: '.
           05  WS-CRL-NAME                PIC X(8).
           05  FILLER                     PIC X(8) VALUE '  FILE: '.
           05  WS-CRL-FILE                PIC X(8).
           05  FILLER                     PIC X(8) VALUE '  SLOT: '.
           05  WS-CRL-SLOT                PIC X(40).
           05  FILLER                     PIC X(10) VALUE
               '  USERID: '.
           05  WS-CRL-USERID              PIC X(8).

       01  WS-EXPIRY-LINE.
           05  FILLER                     PIC X(14) VALUE
               '  ISSUED:     '.
           05  WS-EXL-SET-DATE            PIC X(8).
           05  FILLER                     PIC X(11) VALUE
               '  EXPIRES: '.
           05  WS-EXL-EXPIRY-DATE         PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-EXL-DAYS-TEXT           PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.

           PERFORM WRITE-JOB-LOG-START THRU
               END-WRITE-JOB-LOG-START.

           PERFORM CHECK-CONFIG-CREDENTIALS THRU
               END-CHECK-CONFIG-CREDENTIALS.

           MOVE LOW-VALUES TO CRED-KEY.
           START CREDENTIAL-CALENDAR-FILE KEY IS NOT < CRED-KEY
               INVALID KEY SET END-OF-CREDENTIAL-CALENDAR TO TRUE
           END-START.
           IF (NOT END-OF-CREDENTIAL-CALENDAR)
               PERFORM READ-CREDENTIAL-CALENDAR THRU
                   END-READ-CREDENTIAL-CALENDAR
           END-IF.
           PERFORM PROCESS-CREDENTIAL THRU END-PROCESS-CREDENTIAL
               UNTIL END-OF-CREDENTIAL-CALENDAR.

           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           PERFORM WRITE-JOB-LOG-END THRU
               END-WRITE-JOB-LOG-END.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSCRDW STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN I-O CREDENTIAL-CALENDAR-FILE.
           IF (CREDENTIAL-CALENDAR-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW CREDCAL OPEN FAILED, STATUS='
                   CREDENTIAL-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *
      * A missing escalation log costs the log record, not the run:
      * the operator alert still goes out on the console.
      *
           OPEN EXTEND ESCALATION-FILE.
           IF (ESCALATION-STATUS = '00')
               SET ESCALOG-OPEN TO TRUE
           ELSE
               DISPLAY 'C2WSCRDW ESCALOG UNAVAILABLE, STATUS='
                   ESCALATION-STATUS
           END-IF.

           OPEN INPUT MSN-CONFIG-FILE.
           IF (MSN-CONFIG-STATUS = '00')
               READ MSN-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MCFG-USERID TO WS-MSN-PRIMARY-USERID
                       MOVE MCFG-SECONDARY-USERID
                         TO WS-MSN-SECONDARY-USERID
               END-READ
               CLOSE MSN-CONFIG-FILE
           ELSE
               DISPLAY 'C2WSCRDW CFGMSN OPEN FAILED, STATUS='
                   MSN-CONFIG-STATUS
           END-IF.

           OPEN INPUT C2WS-CONFIG-FILE.
           IF (C2WS-CONFIG-STATUS = '00')
               READ C2WS-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CCFG-USERID TO WS-C2WS-PRIMARY-USERID
               END-READ
               CLOSE C2WS-CONFIG-FILE
           ELSE
               DISPLAY 'C2WSCRDW CFGC2WS OPEN FAILED, STATUS='
                   C2WS-CONFIG-STATUS
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RUN-DATE-X TO WS-HDR-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Every userid configured tonight must have a calendar entry.  *
      *  Provider AppIDs are compiled into MSNSEARC, not read from a  *
      *  file, so their entries are only checked for expiry.          *
      *---------------------------------------------------------------*
       CHECK-CONFIG-CREDENTIALS.

           IF (WS-MSN-PRIMARY-USERID NOT = SPACES)
               MOVE 'M'       TO WS-CHECK-FILE-ID
               MOVE 'PRIMARY' TO WS-CHECK-SLOT
               PERFORM CHECK-ONE-CONFIG-SLOT THRU
                   END-CHECK-ONE-CONFIG-SLOT
           END-IF.

           IF (WS-MSN-SECONDARY-USERID NOT = SPACES)
               MOVE 'M'         TO WS-CHECK-FILE-ID
               MOVE 'SECONDARY' TO WS-CHECK-SLOT
               PERFORM CHECK-ONE-CONFIG-SLOT THRU
                   END-CHECK-ONE-CONFIG-SLOT
           END-IF.

           IF (WS-C2WS-PRIMARY-USERID NOT = SPACES)
               MOVE 'C'       TO WS-CHECK-FILE-ID
               MOVE 'PRIMARY' TO WS-CHECK-SLOT
               PERFORM CHECK-ONE-CONFIG-SLOT THRU
                   END-CHECK-ONE-CONFIG-SLOT
           END-IF.

       END-CHECK-CONFIG-CREDENTIALS.   EXIT.

       CHECK-ONE-CONFIG-SLOT.

           MOVE WS-CHECK-FILE-ID TO CRED-FILE-ID.
           MOVE WS-CHECK-SLOT    TO CRED-SLOT.
           READ CREDENTIAL-CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO END-CHECK-ONE-CONFIG-SLOT
           END-READ.

           ADD 1 TO WS-CTL-UNCALENDARED.

           PERFORM RESOLVE-LIVE-USERID THRU END-RESOLVE-LIVE-USERID.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ROUTE TO: OPERATIONS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CONFIGURED CREDENTIAL HAS NO EXPIRY RECORDED'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-CRL-NAME.
           PERFORM FORMAT-CREDENTIAL-LINE THRU
               END-FORMAT-CREDENTIAL-LINE.
           MOVE WS-LIVE-USERID TO WS-CRL-USERID.
           MOVE WS-CREDENTIAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           DISPLAY '** OPERATOR WARNING: NO EXPIRY RECORDED FOR '
               WS-CRL-FILE ' ' WS-CHECK-SLOT(1:9)
               ' USERID ' WS-LIVE-USERID.

       END-CHECK-ONE-CONFIG-SLOT.   EXIT.

      *---------------------------------------------------------------*
      *  The userid tonight's config file holds for the slot in       *
      *  CRED-KEY; spaces for a provider AppID.                       *
      *---------------------------------------------------------------*
       RESOLVE-LIVE-USERID.

           MOVE SPACES TO WS-LIVE-USERID.
           EVALUATE TRUE
               WHEN CRED-IN-CFGC2WS
                   MOVE WS-C2WS-PRIMARY-USERID TO WS-LIVE-USERID
               WHEN CRED-IN-CFGMSN AND (CRED-SLOT = 'PRIMARY')
                   MOVE WS-MSN-PRIMARY-USERID TO WS-LIVE-USERID
               WHEN CRED-IN-CFGMSN AND (CRED-SLOT = 'SECONDARY')
                   MOVE WS-MSN-SECONDARY-USERID TO WS-LIVE-USERID
           END-EVALUATE.

       END-RESOLVE-LIVE-USERID.   EXIT.

       READ-CREDENTIAL-CALENDAR.

           READ CREDENTIAL-CALENDAR-FILE NEXT RECORD
               AT END SET END-OF-CREDENTIAL-CALENDAR TO TRUE
           END-READ.

       END-READ-CREDENTIAL-CALENDAR.   EXIT.

      *---------------------------------------------------------------*
      *  One calendar entry: stale check, then expired or due a       *
      *  warning.                                                     *
      *---------------------------------------------------------------*
       PROCESS-CREDENTIAL.

           ADD 1 TO WS-CTL-ENTRIES-READ.

           MOVE 0 TO WS-DAYS-LEFT.
           MOVE 0 TO WS-DAYS-EXPIRED.
           IF (CRED-EXPIRY-DATE IS NUMERIC)
              AND (CRED-EXPIRY-DATE NOT < 19000101)
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CRED-EXPIRY-DATE)
                   - WS-TODAY-INTEGER
               IF (WS-DAYS-LEFT < 0)
                   COMPUTE WS-DAYS-EXPIRED = 0 - WS-DAYS-LEFT
               END-IF
           END-IF.

           IF (NOT CRED-PROVIDER-APPID)
               PERFORM RESOLVE-LIVE-USERID THRU END-RESOLVE-LIVE-USERID
               IF (WS-LIVE-USERID NOT = CRED-USERID)
                   ADD 1 TO WS-CTL-STALE-ENTRIES
                   MOVE 'CONFIG USERID CHANGED SINCE EXPIRY RECORDED'
                     TO WS-NOTICE-TITLE
                   PERFORM WRITE-NOTICE THRU END-WRITE-NOTICE
                   DISPLAY '** OPERATOR WARNING: CREDENTIAL '
                       CRED-NAME ' EXPIRY RECORDED FOR USERID '
                       CRED-USERID ', CONFIG NOW HAS '
                       WS-LIVE-USERID
               END-IF
           END-IF.

           IF (CRED-EXPIRY-DATE IS NOT NUMERIC)
              OR (CRED-EXPIRY-DATE < 19000101)
               ADD 1 TO WS-CTL-NO-VALID-DATE
               MOVE 'NO VALID EXPIRY DATE ON CALENDAR ENTRY'
                 TO WS-NOTICE-TITLE
               PERFORM WRITE-NOTICE THRU END-WRITE-NOTICE
               PERFORM READ-CREDENTIAL-CALENDAR THRU
                   END-READ-CREDENTIAL-CALENDAR
               GO TO END-PROCESS-CREDENTIAL
           END-IF.

           IF (WS-DAYS-LEFT NOT > 0)
               PERFORM ESCALATE-EXPIRED-CREDENTIAL THRU
                   END-ESCALATE-EXPIRED-CREDENTIAL
               PERFORM READ-CREDENTIAL-CALENDAR THRU
                   END-READ-CREDENTIAL-CALENDAR
               GO TO END-PROCESS-CREDENTIAL
           END-IF.

           MOVE 999 TO WS-DUE-THRESHOLD.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-THRESHOLD-COUNT
               IF (WS-DAYS-LEFT NOT > WARNING-THRESHOLD(WS-TX))
                   MOVE WARNING-THRESHOLD(WS-TX) TO WS-DUE-THRESHOLD
               END-IF
           END-PERFORM.

           IF (WS-DUE-THRESHOLD < CRED-WARNED-AT)
               PERFORM WARN-EXPIRING-CREDENTIAL THRU
                   END-WARN-EXPIRING-CREDENTIAL
           END-IF.

           PERFORM READ-CREDENTIAL-CALENDAR THRU
               END-READ-CREDENTIAL-CALENDAR.

       END-PROCESS-CREDENTIAL.   EXIT.

      *---------------------------------------------------------------*
      *  Warn the owner and operations once per threshold, and mark   *
      *  the entry so tomorrow's run does not warn again.             *
      *---------------------------------------------------------------*
       WARN-EXPIRING-CREDENTIAL.

           ADD 1 TO WS-CTL-WARNINGS.

           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.
           MOVE SPACES TO WS-NOTICE-TITLE.
           STRING 'CREDENTIAL EXPIRY WARNING - ' DELIMITED BY SIZE
                  WS-DUE-THRESHOLD DELIMITED BY SIZE
                  ' DAY NOTICE' DELIMITED BY SIZE
                  INTO WS-NOTICE-TITLE
           END-STRING.
           PERFORM WRITE-NOTICE THRU END-WRITE-NOTICE.

           MOVE SPACES TO WS-OPERATOR-MESSAGE.
           STRING '** OPERATOR WARNING: CREDENTIAL ' DELIMITED BY SIZE
                  CRED-NAME DELIMITED BY SIZE
                  ' EXPIRES ' DELIMITED BY SIZE
                  CRED-EXPIRY-DATE DELIMITED BY SIZE
                  ', OWNER ' DELIMITED BY SIZE
                  CRED-OWNER-USERID DELIMITED BY SIZE
                  INTO WS-OPERATOR-MESSAGE
           END-STRING.
           DISPLAY WS-OPERATOR-MESSAGE.

           MOVE WS-DUE-THRESHOLD TO CRED-WARNED-AT.
           REWRITE CREDENTIAL-CALENDAR-RECORD.
           IF (CREDENTIAL-CALENDAR-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW CREDCAL REWRITE FAILED, STATUS='
                   CREDENTIAL-CALENDAR-STATUS ' NAME=' CRED-NAME
           END-IF.

       END-WARN-EXPIRING-CREDENTIAL.   EXIT.

      *---------------------------------------------------------------*
      *  On the day and every day after until renewed: notice,        *
      *  operator alert and an escalation log record.                 *
      *---------------------------------------------------------------*
       ESCALATE-EXPIRED-CREDENTIAL.

           ADD 1 TO WS-CTL-EXPIRED.

           IF (WS-DAYS-EXPIRED = 0)
               MOVE 'CREDENTIAL EXPIRES TODAY - ESCALATED'
                 TO WS-NOTICE-TITLE
           ELSE
               MOVE 'CREDENTIAL HAS EXPIRED - ESCALATED'
                 TO WS-NOTICE-TITLE
           END-IF.
           PERFORM WRITE-NOTICE THRU END-WRITE-NOTICE.

           MOVE SPACES TO WS-OPERATOR-MESSAGE.
           STRING '** OPERATOR ALERT: CREDENTIAL ' DELIMITED BY SIZE
                  CRED-NAME DELIMITED BY SIZE
                  ' EXPIRED ' DELIMITED BY SIZE
                  CRED-EXPIRY-DATE DELIMITED BY SIZE
                  ', OWNER ' DELIMITED BY SIZE
                  CRED-OWNER-USERID DELIMITED BY SIZE
                  INTO WS-OPERATOR-MESSAGE
           END-STRING.
           DISPLAY WS-OPERATOR-MESSAGE.

           IF (NOT ESCALOG-OPEN)
               GO TO END-ESCALATE-EXPIRED-CREDENTIAL
           END-IF.

           MOVE SPACES TO ESC-TIMESTAMP.
           STRING WS-RUN-DATE-X(3:6) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO ESC-TIMESTAMP
           END-STRING.
           MOVE CRED-NAME       TO ESC-PROGRAM-ID.
           MOVE WS-DAYS-EXPIRED TO ESC-INCIDENT-COUNT.
           MOVE 1440            TO ESC-WINDOW-MINUTES.
           MOVE SPACE           TO ESC-DISPOSITION.
           WRITE ESCALATION-RECORD.
           IF (ESCALATION-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW ESCALATION WRITE FAILED, STATUS='
                   ESCALATION-STATUS
           END-IF.

       END-ESCALATE-EXPIRED-CREDENTIAL.   EXIT.

      *---------------------------------------------------------------*
      *  One notice block, routed to the entry's owner with a copy    *
      *  to operations, under the title in WS-NOTICE-TITLE.           *
      *---------------------------------------------------------------*
       WRITE-NOTICE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE CRED-OWNER-USERID TO WS-RTE-OWNER-USERID.
           MOVE CRED-OWNER-NAME   TO WS-RTE-OWNER-NAME.
           MOVE WS-ROUTE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-NOTICE-TITLE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE CRED-FILE-ID TO WS-CHECK-FILE-ID.
           MOVE CRED-SLOT    TO WS-CHECK-SLOT.
           MOVE CRED-NAME    TO WS-CRL-NAME.
           PERFORM FORMAT-CREDENTIAL-LINE THRU
               END-FORMAT-CREDENTIAL-LINE.
           MOVE CRED-USERID TO WS-CRL-USERID.
           MOVE WS-CREDENTIAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE CRED-SET-DATE    TO WS-EXL-SET-DATE.
           MOVE CRED-EXPIRY-DATE TO WS-EXL-EXPIRY-DATE.
           MOVE SPACES TO WS-EXL-DAYS-TEXT.
           IF (CRED-EXPIRY-DATE IS NUMERIC)
              AND (CRED-EXPIRY-DATE NOT < 19000101)
               IF (WS-DAYS-LEFT > 0)
                   MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
                   STRING 'DAYS LEFT: ' DELIMITED BY SIZE
                          WS-EDIT-DAYS DELIMITED BY SIZE
                          INTO WS-EXL-DAYS-TEXT
                   END-STRING
               ELSE
                   MOVE WS-DAYS-EXPIRED TO WS-EDIT-DAYS
                   STRING 'DAYS SINCE EXPIRY: ' DELIMITED BY SIZE
                          WS-EDIT-DAYS DELIMITED BY SIZE
                          INTO WS-EXL-DAYS-TEXT
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-EXPIRY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-NOTICE.   EXIT.

      *---------------------------------------------------------------*
      *  File and slot columns of the credential line, from           *
      *  WS-CHECK-FILE-ID and WS-CHECK-SLOT.                          *
      *---------------------------------------------------------------*
       FORMAT-CREDENTIAL-LINE.

           EVALUATE WS-CHECK-FILE-ID
               WHEN 'M'
                   MOVE 'CFGMSN'   TO WS-CRL-FILE
               WHEN 'C'
                   MOVE 'CFGC2WS'  TO WS-CRL-FILE
               WHEN 'A'
                   MOVE 'APPID'    TO WS-CRL-FILE
               WHEN OTHER
                   MOVE WS-CHECK-FILE-ID TO WS-CRL-FILE
           END-EVALUATE.
           MOVE WS-CHECK-SLOT TO WS-CRL-SLOT.

       END-FORMAT-CREDENTIAL-LINE.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CALENDAR ENTRIES READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'EXPIRY WARNINGS ISSUED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-WARNINGS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'EXPIRED - ESCALATED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-EXPIRED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NO VALID EXPIRY DATE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-NO-VALID-DATE TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ENTRIES FOR A CHANGED USERID:' TO WS-TOT-LABEL.
           MOVE WS-CTL-STALE-ENTRIES TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CONFIGURED, NOT ON CALENDAR:' TO WS-TOT-LABEL.
           MOVE WS-CTL-UNCALENDARED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-WARNINGS > 0)
              OR (WS-CTL-NO-VALID-DATE > 0)
              OR (WS-CTL-STALE-ENTRIES > 0)
              OR (WS-CTL-UNCALENDARED > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-CTL-EXPIRED > 0)
               MOVE 8 TO RETURN-CODE
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSCRDW CALENDAR ENTRIES: ' WS-CTL-ENTRIES-READ.
           DISPLAY 'C2WSCRDW WARNINGS ISSUED : ' WS-CTL-WARNINGS.
           DISPLAY 'C2WSCRDW EXPIRED         : ' WS-CTL-EXPIRED.
           DISPLAY 'C2WSCRDW NOT ON CALENDAR : ' WS-CTL-UNCALENDARED.

           CLOSE CREDENTIAL-CALENDAR-FILE.
           CLOSE REPORT-FILE.
           IF (ESCALOG-OPEN)
               CLOSE ESCALATION-FILE
           END-IF.

           DISPLAY 'C2WSCRDW STOPPING =============================='.

       END-EPILOG.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp this run's start into the shared job log.              *
      *---------------------------------------------------------------*
       WRITE-JOB-LOG-START.

           OPEN EXTEND JOB-LOG-FILE.
           IF (JOB-LOG-STATUS = '00')
               SET JOB-LOG-OPEN TO TRUE
           ELSE
               DISPLAY 'C2WSCRDW JOB-LOG UNAVAILABLE, STATUS='
                   JOB-LOG-STATUS
               GO TO END-WRITE-JOB-LOG-START
           END-IF.

           ACCEPT WS-JLOG-DATE-WORK FROM DATE.
           ACCEPT WS-JLOG-TIME-WORK FROM TIME.
           MOVE 'C2WSCRDW' TO JLOG-JOB-NAME.
           SET JOB-LOG-START TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE 0 TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW JOB-LOG WRITE FAILED, STATUS='
                   JOB-LOG-STATUS
           END-IF.

       END-WRITE-JOB-LOG-START.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp this run's stop and condition code.                    *
      *---------------------------------------------------------------*
       WRITE-JOB-LOG-END.

           IF (NOT JOB-LOG-OPEN)
               GO TO END-WRITE-JOB-LOG-END
           END-IF.

           ACCEPT WS-JLOG-DATE-WORK FROM DATE.
           ACCEPT WS-JLOG-TIME-WORK FROM TIME.
           MOVE 'C2WSCRDW' TO JLOG-JOB-NAME.
           SET JOB-LOG-END TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSCRDW JOB-LOG WRITE FAILED, STATUS='
                   JOB-LOG-STATUS
           END-IF.
           CLOSE JOB-LOG-FILE.

       END-WRITE-JOB-LOG-END.   EXIT.

       END PROGRAM C2WSCRDW.
