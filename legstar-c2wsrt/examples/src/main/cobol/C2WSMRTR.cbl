       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSMRTR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Daily manual exchange rate report. On a day the LSC2WSSB      *
      * refresh was stale LSCURRCV quotes off treasury's manual rates *
      * (MANRATE, kept through C2WSMRTM); this job tells treasury and *
      * audit what that came to for the report date:                  *
      *                                                               *
      *   - every active manual rate whose period covers the date,    *
      *     with who entered it and on what authority;                *
      *   - every conversion on CONVJRNL that day quoted off a manual *
      *     rate, with both rates and where each came from.           *
      *                                                               *
      * The rates in force are also appended to the RATEHIST rate     *
      * history as source 'M' with the userid that entered them, so   *
      * the history shows them beside, and apart from, the rates the  *
      * service supplied. A rerun for a date already captured does    *
      * not append them again.                                        *
      *                                                               *
      * The report goes to RPTC2W12. The MRTRCTL card carries the     *
      * report date (YYMMDD); no card, or one that is blank or not    *
      * numeric, reports yesterday. Ends RC 4 when any conversion was *
      * quoted off a manual rate.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Run control card: report date.                               *
      *---------------------------------------------------------------*
           SELECT MANRATE-CONTROL-FILE ASSIGN TO MRTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MANRATE-CONTROL-STATUS.
           SELECT MANUAL-RATE-FILE ASSIGN TO MANRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRAT-KEY
               FILE STATUS IS MANUAL-RATE-STATUS.
           SELECT CONVERSION-JOURNAL ASSIGN TO CONVJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONVERSION-JOURNAL-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W12
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
       FD  MANRATE-CONTROL-FILE
           RECORDING MODE IS F.
       01  MANRATE-CONTROL-RECORD.
           05  MRTCTL-REPORT-DATE         PIC X(6).
           05  FILLER                     PIC X(74).

      *---------------------------------------------------------------*
      *  Same shared record layout C2WSMRTM keeps and LSCURRCV reads. *
      *---------------------------------------------------------------*
       FD  MANUAL-RATE-FILE
           RECORDING MODE IS F.
       01  MANUAL-RATE-RECORD.
           COPY MANRATE.

      *---------------------------------------------------------------*
      *  Layout matches the journal record LSCURRCV writes.           *
      *---------------------------------------------------------------*
       FD  CONVERSION-JOURNAL
           RECORDING MODE IS F.
       01  CONVERSION-JOURNAL-RECORD.
           05  CVJ-TIMESTAMP              PIC X(15).
           05  CVJ-REQUESTER-TERMID       PIC X(4).
           05  CVJ-FROM-CULTURE           PIC X(32).
           05  CVJ-TO-CULTURE             PIC X(32).
           05  CVJ-AMOUNT                 PIC 9(11)V99.
           05  CVJ-FROM-RATE              PIC 9(7)V9(6).
           05  CVJ-TO-RATE                PIC 9(7)V9(6).
           05  CVJ-CONVERTED              PIC 9(11)V99.
           05  CVJ-RATES-AS-OF            PIC X(15).
           05  CVJ-FROM-RATE-SOURCE       PIC X(1).
           05  CVJ-TO-RATE-SOURCE         PIC X(1).

      *---------------------------------------------------------------*
      *  Layout matches the history record written by LSC2WSSB.       *
      *---------------------------------------------------------------*
       FD  RATE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RATE-HISTORY-RECORD.
           05  RH-CULTURE-CODE            PIC X(32).
           05  RH-CAPTURE-DATE            PIC X(6).
           05  RH-RATE                    PIC X(32).
           05  RH-RATE-SOURCE             PIC X(1).
               88  RH-SERVICE-RATE            VALUE 'S' ' '.
               88  RH-MANUAL-RATE             VALUE 'M'.
           05  RH-ENTERED-BY              PIC X(8).

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

       77  MANRATE-CONTROL-STATUS        PIC X(2) VALUE '00'.
       77  MANUAL-RATE-STATUS            PIC X(2) VALUE '00'.
           88  END-OF-MANUAL-RATE-FILE       VALUE '10'.
       77  CONVERSION-JOURNAL-STATUS     PIC X(2) VALUE '00'.
           88  END-OF-CONVERSION-JOURNAL     VALUE '10'.
       77  RATE-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  END-OF-RATE-HISTORY           VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  RATEHIST already holds this date's manual rates (a rerun),   *
      *  or could not be opened to append them.                       *
      *---------------------------------------------------------------*
       77  WS-HISTORY-APPEND             PIC X(1) VALUE 'N'.
           88  HISTORY-APPEND-OPEN           VALUE 'Y'.
       77  WS-HISTORY-CAPTURED           PIC X(1) VALUE 'N'.
           88  HISTORY-ALREADY-CAPTURED      VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Report date, defaulted to yesterday and overridden from      *
      *  MRTRCTL; MANRATE's periods are YYYYMMDD, the journal's and   *
      *  RATEHIST's dates YYMMDD.                                     *
      *---------------------------------------------------------------*
       77  WS-DATE-INTEGER               PIC 9(9) VALUE 0.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-YESTERDAY                  PIC 9(8).
       01  WS-YESTERDAY-X REDEFINES WS-YESTERDAY PIC X(8).
       01  WS-REPORT-DATE                PIC X(6).
       01  WS-REPORT-CCYYMMDD.
           05  FILLER                     PIC X(2) VALUE '20'.
           05  WS-REPORT-YYMMDD           PIC X(6).

       01  WS-RATE-EDIT                  PIC ZZZZZZ9.999999.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-RATES-IN-FORCE         PIC 9(9) VALUE 0.
       77  WS-CTL-HISTORY-WRITTEN        PIC 9(9) VALUE 0.
       77  WS-CTL-JOURNAL-READ           PIC 9(9) VALUE 0.
       77  WS-CTL-IN-DAY                 PIC 9(9) VALUE 0.
       77  WS-CTL-MANUAL-QUOTES          PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(36) VALUE
               'MANUAL EXCHANGE RATES - REPORT DATE '.
           05  WS-HDR-DATE                PIC X(6).

       01  WS-RATE-HEADING.
           05  FILLER                     PIC X(13) VALUE 'CULTURE'.
           05  FILLER                     PIC X(9) VALUE 'FROM'.
           05  FILLER                     PIC X(12) VALUE 'TO'.
           05  FILLER                     PIC X(16) VALUE
               '   RATE TO USD'.
           05  FILLER                     PIC X(12) VALUE 'ENTERED BY'.
           05  FILLER                     PIC X(9) VALUE 'AUTHORITY'.

       01  WS-RATE-LINE.
           05  WS-RTL-CULTURE             PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RTL-FROM                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RTL-TO                  PIC X(8).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-RTL-RATE                PIC ZZZZZZ9.999999.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RTL-ENTERED-BY          PIC X(8).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-RTL-REASON              PIC X(40).

       01  WS-QUOTE-HEADING.
           05  FILLER                     PIC X(7) VALUE 'TIME'.
           05  FILLER                     PIC X(5) VALUE 'TERM'.
           05  FILLER                     PIC X(13) VALUE 'FROM'.
           05  FILLER                     PIC X(13) VALUE 'TO'.
           05  FILLER                     PIC X(18) VALUE
               '           AMOUNT'.
           05  FILLER                     PIC X(16) VALUE
               '     FROM RATE'.
           05  FILLER                     PIC X(16) VALUE
               '       TO RATE'.
           05  FILLER                     PIC X(17) VALUE
               '        CONVERTED'.

       01  WS-QUOTE-LINE.
           05  WS-QTL-TIME                PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-TERMID              PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-FROM-CULTURE        PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-TO-CULTURE          PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-FROM-RATE           PIC ZZZZZZ9.999999.
           05  WS-QTL-FROM-SOURCE         PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-TO-RATE             PIC ZZZZZZ9.999999.
           05  WS-QTL-TO-SOURCE           PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-QTL-CONVERTED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(36).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.

           PERFORM WRITE-JOB-LOG-START THRU
               END-WRITE-JOB-LOG-START.

           PERFORM LIST-RATES-IN-FORCE THRU END-LIST-RATES-IN-FORCE.
           PERFORM LIST-MANUAL-QUOTES THRU END-LIST-MANUAL-QUOTES.

           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           PERFORM WRITE-JOB-LOG-END THRU
               END-WRITE-JOB-LOG-END.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSMRTR STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-YESTERDAY-X(3:6) TO WS-REPORT-DATE.

           OPEN INPUT MANRATE-CONTROL-FILE.
           IF (MANRATE-CONTROL-STATUS = '00')
               READ MANRATE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF (MRTCTL-REPORT-DATE IS NUMERIC)
                           MOVE MRTCTL-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE MANRATE-CONTROL-FILE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-REPORT-YYMMDD.

           DISPLAY 'C2WSMRTR REPORT DATE ' WS-REPORT-DATE.

           OPEN INPUT MANUAL-RATE-FILE.
           IF (MANUAL-RATE-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR MANRATE OPEN FAILED, STATUS='
                   MANUAL-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONVERSION-JOURNAL.
           IF (CONVERSION-JOURNAL-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR CONVJRNL OPEN FAILED, STATUS='
                   CONVERSION-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-RATE-HISTORY THRU END-OPEN-RATE-HISTORY.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-DATE TO WS-HDR-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Look through RATEHIST for manual captures of the report date *
      *  already there -- a rerun -- before opening it to append. A   *
      *  history that cannot be read or extended costs the capture,   *
      *  not the report.                                              *
      *---------------------------------------------------------------*
       OPEN-RATE-HISTORY.

           OPEN INPUT RATE-HISTORY-FILE.
           IF (RATE-HISTORY-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR RATEHIST OPEN FAILED, STATUS='
                   RATE-HISTORY-STATUS
               GO TO END-OPEN-RATE-HISTORY
           END-IF.

           PERFORM READ-RATE-HISTORY THRU END-READ-RATE-HISTORY.
           PERFORM SCAN-RATE-HISTORY THRU END-SCAN-RATE-HISTORY
               UNTIL END-OF-RATE-HISTORY
                  OR HISTORY-ALREADY-CAPTURED.
           CLOSE RATE-HISTORY-FILE.

           IF (HISTORY-ALREADY-CAPTURED)
               DISPLAY 'C2WSMRTR RATEHIST ALREADY HOLDS MANUAL RATES '
                   'FOR ' WS-REPORT-DATE ' - NOT APPENDED AGAIN'
               GO TO END-OPEN-RATE-HISTORY
           END-IF.

           OPEN EXTEND RATE-HISTORY-FILE.
           IF (RATE-HISTORY-STATUS = '00')
               SET HISTORY-APPEND-OPEN TO TRUE
           ELSE
               DISPLAY 'C2WSMRTR RATEHIST EXTEND FAILED, STATUS='
                   RATE-HISTORY-STATUS
           END-IF.

       END-OPEN-RATE-HISTORY.   EXIT.

       READ-RATE-HISTORY.

           READ RATE-HISTORY-FILE
               AT END SET END-OF-RATE-HISTORY TO TRUE
           END-READ.

       END-READ-RATE-HISTORY.   EXIT.

       SCAN-RATE-HISTORY.

           IF (RH-MANUAL-RATE)
              AND (RH-CAPTURE-DATE = WS-REPORT-DATE)
               SET HISTORY-ALREADY-CAPTURED TO TRUE
               GO TO END-SCAN-RATE-HISTORY
           END-IF.

           PERFORM READ-RATE-HISTORY THRU END-READ-RATE-HISTORY.

       END-SCAN-RATE-HISTORY.   EXIT.

      *---------------------------------------------------------------*
      *  Every active manual rate whose period covers the report      *
      *  date, in culture order, each captured to RATEHIST as it is   *
      *  listed.                                                      *
      *---------------------------------------------------------------*
       LIST-RATES-IN-FORCE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'MANUAL RATES IN FORCE' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-RATE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-MANUAL-RATE THRU END-READ-MANUAL-RATE.
           PERFORM PROCESS-MANUAL-RATE THRU END-PROCESS-MANUAL-RATE
               UNTIL END-OF-MANUAL-RATE-FILE.

           IF (WS-CTL-RATES-IN-FORCE = 0)
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

       END-LIST-RATES-IN-FORCE.   EXIT.

       READ-MANUAL-RATE.

           READ MANUAL-RATE-FILE NEXT RECORD
               AT END SET END-OF-MANUAL-RATE-FILE TO TRUE
           END-READ.

       END-READ-MANUAL-RATE.   EXIT.

       PROCESS-MANUAL-RATE.

           IF (NOT MRAT-ACTIVE)
              OR (MRAT-EFFECTIVE-FROM > WS-REPORT-CCYYMMDD)
              OR (MRAT-EFFECTIVE-TO < WS-REPORT-CCYYMMDD)
               PERFORM READ-MANUAL-RATE THRU END-READ-MANUAL-RATE
               GO TO END-PROCESS-MANUAL-RATE
           END-IF.

           ADD 1 TO WS-CTL-RATES-IN-FORCE.

           MOVE SPACES TO WS-RATE-LINE.
           MOVE MRAT-CULTURE-CODE      TO WS-RTL-CULTURE.
           MOVE MRAT-EFFECTIVE-FROM    TO WS-RTL-FROM.
           MOVE MRAT-EFFECTIVE-TO      TO WS-RTL-TO.
           MOVE MRAT-RATE-TO-USD       TO WS-RTL-RATE.
           MOVE MRAT-ENTERED-BY        TO WS-RTL-ENTERED-BY.
           MOVE MRAT-REASON            TO WS-RTL-REASON.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (HISTORY-APPEND-OPEN)
               PERFORM WRITE-RATE-HISTORY THRU END-WRITE-RATE-HISTORY
           END-IF.

           PERFORM READ-MANUAL-RATE THRU END-READ-MANUAL-RATE.

       END-PROCESS-MANUAL-RATE.   EXIT.

      *---------------------------------------------------------------*
      *  The rate goes to RATEHIST as text, the same form LSC2WSSB    *
      *  captures the service's conversionRateToUSD in, so RATERPT    *
      *  parses both alike.                                           *
      *---------------------------------------------------------------*
       WRITE-RATE-HISTORY.

           MOVE SPACES TO RATE-HISTORY-RECORD.
           MOVE MRAT-CULTURE-CODE TO RH-CULTURE-CODE.
           MOVE WS-REPORT-DATE    TO RH-CAPTURE-DATE.
           MOVE MRAT-RATE-TO-USD  TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT      TO RH-RATE.
           SET RH-MANUAL-RATE TO TRUE.
           MOVE MRAT-ENTERED-BY   TO RH-ENTERED-BY.

           WRITE RATE-HISTORY-RECORD.
           IF (RATE-HISTORY-STATUS = '00')
               ADD 1 TO WS-CTL-HISTORY-WRITTEN
           ELSE
               DISPLAY 'C2WSMRTR RATEHIST WRITE FAILED, STATUS='
                   RATE-HISTORY-STATUS
           END-IF.

       END-WRITE-RATE-HISTORY.   EXIT.

      *---------------------------------------------------------------*
      *  Every conversion journaled on the report date with either    *
      *  rate taken from MANRATE. M or S beside each rate says where  *
      *  it came from.                                                *
      *---------------------------------------------------------------*
       LIST-MANUAL-QUOTES.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONVERSIONS QUOTED OFF MANUAL RATES' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-QUOTE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-CONVERSION-JOURNAL THRU
               END-READ-CONVERSION-JOURNAL.
           PERFORM PROCESS-CONVERSION THRU END-PROCESS-CONVERSION
               UNTIL END-OF-CONVERSION-JOURNAL.

           IF (WS-CTL-MANUAL-QUOTES = 0)
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

       END-LIST-MANUAL-QUOTES.   EXIT.

       READ-CONVERSION-JOURNAL.

           READ CONVERSION-JOURNAL
               AT END SET END-OF-CONVERSION-JOURNAL TO TRUE
           END-READ.

       END-READ-CONVERSION-JOURNAL.   EXIT.

       PROCESS-CONVERSION.

           ADD 1 TO WS-CTL-JOURNAL-READ.

           IF (CVJ-TIMESTAMP(1:6) NOT = WS-REPORT-DATE)
               PERFORM READ-CONVERSION-JOURNAL THRU
                   END-READ-CONVERSION-JOURNAL
               GO TO END-PROCESS-CONVERSION
           END-IF.
           ADD 1 TO WS-CTL-IN-DAY.

           IF (CVJ-FROM-RATE-SOURCE NOT = 'M')
              AND (CVJ-TO-RATE-SOURCE NOT = 'M')
               PERFORM READ-CONVERSION-JOURNAL THRU
                   END-READ-CONVERSION-JOURNAL
               GO TO END-PROCESS-CONVERSION
           END-IF.

           ADD 1 TO WS-CTL-MANUAL-QUOTES.

           MOVE SPACES TO WS-QUOTE-LINE.
           MOVE CVJ-TIMESTAMP(9:6)   TO WS-QTL-TIME.
           MOVE CVJ-REQUESTER-TERMID TO WS-QTL-TERMID.
           MOVE CVJ-FROM-CULTURE     TO WS-QTL-FROM-CULTURE.
           MOVE CVJ-TO-CULTURE       TO WS-QTL-TO-CULTURE.
           MOVE CVJ-AMOUNT           TO WS-QTL-AMOUNT.
           MOVE CVJ-FROM-RATE        TO WS-QTL-FROM-RATE.
           MOVE CVJ-FROM-RATE-SOURCE TO WS-QTL-FROM-SOURCE.
           MOVE CVJ-TO-RATE          TO WS-QTL-TO-RATE.
           MOVE CVJ-TO-RATE-SOURCE   TO WS-QTL-TO-SOURCE.
           MOVE CVJ-CONVERTED        TO WS-QTL-CONVERTED.
           MOVE WS-QUOTE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-CONVERSION-JOURNAL THRU
               END-READ-CONVERSION-JOURNAL.

       END-PROCESS-CONVERSION.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'MANUAL RATES IN FORCE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RATES-IN-FORCE TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'MANUAL RATES CAPTURED TO RATEHIST:' TO WS-TOT-LABEL.
           MOVE WS-CTL-HISTORY-WRITTEN TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CONVERSIONS ON THE REPORT DATE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-IN-DAY TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'QUOTED OFF MANUAL RATES:' TO WS-TOT-LABEL.
           MOVE WS-CTL-MANUAL-QUOTES TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-MANUAL-QUOTES > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSMRTR RATES IN FORCE  : ' WS-CTL-RATES-IN-FORCE.
           DISPLAY 'C2WSMRTR JOURNAL READ    : ' WS-CTL-JOURNAL-READ.
           DISPLAY 'C2WSMRTR MANUAL QUOTES   : ' WS-CTL-MANUAL-QUOTES.

           CLOSE MANUAL-RATE-FILE.
           CLOSE CONVERSION-JOURNAL.
           CLOSE REPORT-FILE.
           IF (HISTORY-APPEND-OPEN)
               CLOSE RATE-HISTORY-FILE
           END-IF.

           DISPLAY 'C2WSMRTR STOPPING =============================='.

       END-EPILOG.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp this run's start into the shared job log.              *
      *---------------------------------------------------------------*
       WRITE-JOB-LOG-START.

           OPEN EXTEND JOB-LOG-FILE.
           IF (JOB-LOG-STATUS = '00')
               SET JOB-LOG-OPEN TO TRUE
           ELSE
               DISPLAY 'C2WSMRTR JOB-LOG UNAVAILABLE, STATUS='
                   JOB-LOG-STATUS
               GO TO END-WRITE-JOB-LOG-START
           END-IF.

           ACCEPT WS-JLOG-DATE-WORK FROM DATE.
           ACCEPT WS-JLOG-TIME-WORK FROM TIME.
           MOVE 'C2WSMRTR' TO JLOG-JOB-NAME.
           SET JOB-LOG-START TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE 0 TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR JOB-LOG WRITE FAILED, STATUS='
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
           MOVE 'C2WSMRTR' TO JLOG-JOB-NAME.
           SET JOB-LOG-END TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSMRTR JOB-LOG WRITE FAILED, STATUS='
                   JOB-LOG-STATUS
           END-IF.
           CLOSE JOB-LOG-FILE.

       END-WRITE-JOB-LOG-END.   EXIT.

       END PROGRAM C2WSMRTR.
