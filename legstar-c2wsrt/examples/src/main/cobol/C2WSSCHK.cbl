       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSSCHK.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Morning check of last night's batch against the schedule it   *
      * was meant to follow. The schedule is a card deck (SCHDCARD)   *
      * with one card per job that should run at night:               *
      *   job (1-8)  frequency (10)  weekdays (12-18)                 *
      *   latest end HHMM (20-23)  predecessors (25-32, 34-41,        *
      *   43-50, 52-59)                                               *
      * Frequency D is every night, W the nights marked in the        *
      * weekday columns (Monday in 12 to Sunday in 18, any non-blank  *
      * character marks the night), M the last night of the month.    *
      * A job's predecessors are the jobs that must have ended before *
      * it starts; a predecessor not due the same night is ignored.   *
      * An '*' in column 1 is a comment; the deck need not be sorted. *
      *                                                               *
      * The night checked is the one that began on the day before     *
      * the run, or the date (YYYYMMDD) on the SCHKCTL card. Its      *
      * window runs from noon that day to noon the next, so a latest  *
      * end earlier than 12:00 is taken as the morning after. Every   *
      * start and end stamp in the shared job log (JOBLOG) inside the *
      * window is matched to its job, and each job due that night is  *
      * reported with whichever of these applies:                     *
      *   MISSING               no start logged at all                *
      *   NO END LOGGED         started but never logged its end      *
      *   ENDED LATE            ended after its latest end time       *
      *   STARTED BEFORE x      first started before predecessor x    *
      *                         had ended                             *
      *   PREDECESSOR x NOT RUN started though predecessor x never    *
      *                         did                                   *
      * Written to RPTC2W09. A missing job or a missing end ends the  *
      * run RC 8; a late or out-of-order job, or a rejected card, RC  *
      * 4.                                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Run control card: the night to check.                        *
      *---------------------------------------------------------------*
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO SCHKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHEDULE-CONTROL-STATUS.
           SELECT SCHEDULE-CARD-FILE ASSIGN TO SCHDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHEDULE-CARD-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W09
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-CONTROL-RECORD.
           05  SCTL-NIGHT-DATE            PIC X(8).
           05  FILLER                     PIC X(72).

       FD  SCHEDULE-CARD-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-CARD-RECORD.
           05  SCD-JOB-NAME               PIC X(8).
           05  FILLER                     PIC X(1).
           05  SCD-FREQUENCY              PIC X(1).
               88  SCD-DAILY                  VALUE 'D'.
               88  SCD-WEEKLY                 VALUE 'W'.
               88  SCD-MONTH-END              VALUE 'M'.
           05  FILLER                     PIC X(1).
           05  SCD-WEEKDAYS               PIC X(7).
           05  FILLER                     PIC X(1).
           05  SCD-LATEST-END.
               10  SCD-LATEST-HH          PIC X(2).
               10  SCD-LATEST-MI          PIC X(2).
           05  FILLER                     PIC X(1).
           05  SCD-PREDECESSOR OCCURS 4 TIMES.
               10  SCD-PRED-JOB           PIC X(8).
               10  FILLER                 PIC X(1).
           05  FILLER                     PIC X(20).

      *---------------------------------------------------------------*
      *  Layout matches the stamp every nightly job writes.           *
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  SCHEDULE-CONTROL-STATUS       PIC X(2) VALUE '00'.
       77  SCHEDULE-CARD-STATUS          PIC X(2) VALUE '00'.
           88  END-OF-SCHEDULE-CARDS         VALUE '10'.
       77  JOB-LOG-STATUS                PIC X(2) VALUE '00'.
           88  END-OF-JOB-LOG                VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-PX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-PRED-IX                    PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  The night's window opens and closes at this time of day.     *
      *---------------------------------------------------------------*
       77  WS-WINDOW-CUTOVER             PIC X(4) VALUE '1200'.

      *---------------------------------------------------------------*
      *  The night checked, the day after it, and its weekday         *
      *  (1 is Monday).                                               *
      *---------------------------------------------------------------*
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-NIGHT-DATE                 PIC 9(8).
       01  WS-NIGHT-DATE-X REDEFINES WS-NIGHT-DATE PIC X(8).
       01  WS-NEXT-DATE                  PIC 9(8).
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE PIC X(8).
       01  WS-CHECK-DATE                 PIC 9(8).
       77  WS-DATE-INTEGER               PIC 9(9) VALUE 0.
       77  WS-WEEKDAY                    PIC 9(1) VALUE 0.
       77  WS-MONTH-END-NIGHT            PIC X(1) VALUE 'N'.
           88  NIGHT-IS-MONTH-END            VALUE 'Y'.
       01  WS-WEEKDAY-NAMES.
           05  FILLER                     PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME            PIC X(3) OCCURS 7 TIMES.

      *---------------------------------------------------------------*
      *  Window limits and the stamp being placed in it, all          *
      *  YYMMDDHHMMSS.                                                *
      *---------------------------------------------------------------*
       01  WS-WINDOW-FROM                PIC X(12).
       01  WS-WINDOW-TO                  PIC X(12).
       01  WS-EVENT-KEY                  PIC X(12).

      *---------------------------------------------------------------*
      *  The schedule, one entry per card accepted. Each predecessor  *
      *  is held as the entry number of the job it names, zero when   *
      *  it names nothing on the schedule.                            *
      *---------------------------------------------------------------*
       77  WS-SCHEDULE-MAX               PIC 9(4) COMP-5 VALUE 200.
       01  SCHEDULE-TABLE.
           05  SCHEDULE-COUNT             PIC 9(4) COMP-5 VALUE 0.
           05  SCHEDULE-ENTRY OCCURS 200 TIMES
                   INDEXED BY SCH-IX.
               10  SCH-JOB                PIC X(8).
               10  SCH-FREQUENCY          PIC X(1).
               10  SCH-WEEKDAYS           PIC X(7).
               10  SCH-LATEST-END         PIC X(4).
               10  SCH-PREDECESSOR OCCURS 4 TIMES.
                   15  SCH-PRED-JOB       PIC X(8).
                   15  SCH-PRED-ENTRY     PIC 9(4) COMP-5.
               10  SCH-DUE                PIC X(1).
                   88  SCH-DUE-TONIGHT        VALUE 'Y'.
               10  SCH-LATEST-KEY         PIC X(12).
               10  SCH-START-COUNT        PIC 9(4).
               10  SCH-FIRST-START        PIC X(12).
               10  SCH-LAST-START         PIC X(12).
               10  SCH-FIRST-END          PIC X(12).
               10  SCH-LAST-END           PIC X(12).
               10  SCH-LAST-RC            PIC 9(4).

      *---------------------------------------------------------------*
      *  Reject reason for the card in hand, blank when it is good.   *
      *---------------------------------------------------------------*
       01  WS-CARD-REASON                PIC X(40).
       77  WS-CARD-HEADING-DONE          PIC X(1) VALUE 'N'.
           88  CARD-HEADING-DONE             VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Findings for the job being reported.                         *
      *---------------------------------------------------------------*
       01  WS-FINDING                    PIC X(50).
       77  WS-JOB-FINDINGS               PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-CARDS-READ             PIC 9(9) VALUE 0.
       77  WS-CTL-CARDS-REJECTED         PIC 9(9) VALUE 0.
       77  WS-CTL-PREDS-IGNORED          PIC 9(9) VALUE 0.
       77  WS-CTL-JOBS-DUE               PIC 9(9) VALUE 0.
       77  WS-CTL-JOBS-CLEAN             PIC 9(9) VALUE 0.
       77  WS-CTL-MISSING                PIC 9(9) VALUE 0.
       77  WS-CTL-NO-END                 PIC 9(9) VALUE 0.
       77  WS-CTL-LATE                   PIC 9(9) VALUE 0.
       77  WS-CTL-OUT-OF-ORDER           PIC 9(9) VALUE 0.
       77  WS-CTL-LOG-READ               PIC 9(9) VALUE 0.
       77  WS-CTL-LOG-IN-WINDOW          PIC 9(9) VALUE 0.
       77  WS-CTL-LOG-UNSCHEDULED        PIC 9(9) VALUE 0.
       77  WS-CTL-LOG-UNREADABLE         PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(39) VALUE
               'C2WS NIGHTLY SCHEDULE CHECK - NIGHT OF '.
           05  WS-HDR-NIGHT               PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-HDR-WEEKDAY             PIC X(3).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-HDR-MONTH-END           PIC X(9).

       01  WS-WINDOW-LINE.
           05  FILLER                     PIC X(13) VALUE
               'JOB LOG FROM '.
           05  WS-WIN-FROM                PIC X(12).
           05  FILLER                     PIC X(4) VALUE ' TO '.
           05  WS-WIN-TO                  PIC X(12).

       01  WS-CARD-LINE.
           05  WS-CDL-CARD                PIC X(60).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CDL-REASON              PIC X(40).

       01  WS-JOB-HEADING.
           05  FILLER                     PIC X(10) VALUE 'JOB'.
           05  FILLER                     PIC X(8) VALUE 'LATEST'.
           05  FILLER                     PIC X(14) VALUE 'STARTED'.
           05  FILLER                     PIC X(14) VALUE 'ENDED'.
           05  FILLER                     PIC X(6) VALUE '  RC'.
           05  FILLER                     PIC X(50) VALUE 'FINDING'.

       01  WS-JOB-LINE.
           05  WS-JBL-JOB                 PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-JBL-LATEST              PIC X(5).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-JBL-STARTED             PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-JBL-ENDED               PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-JBL-RC                  PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-JBL-FINDING             PIC X(50).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM LOAD-SCHEDULE-CARD THRU END-LOAD-SCHEDULE-CARD
               UNTIL END-OF-SCHEDULE-CARDS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > SCHEDULE-COUNT
               PERFORM RESOLVE-PREDECESSORS THRU
                   END-RESOLVE-PREDECESSORS
           END-PERFORM.
           PERFORM PROCESS-JOB-LOG THRU END-PROCESS-JOB-LOG
               UNTIL END-OF-JOB-LOG.
           PERFORM WRITE-ADHERENCE THRU END-WRITE-ADHERENCE.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSSCHK STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           COMPUTE WS-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           OPEN INPUT SCHEDULE-CONTROL-FILE.
           IF (SCHEDULE-CONTROL-STATUS = '00')
               READ SCHEDULE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE SCHEDULE-CONTROL-FILE
           END-IF.

           PERFORM SET-NIGHT-WINDOW THRU END-SET-NIGHT-WINDOW.

           DISPLAY 'C2WSSCHK NIGHT OF ' WS-NIGHT-DATE ' '
               WS-WEEKDAY-NAME(WS-WEEKDAY) ' WINDOW ' WS-WINDOW-FROM
               ' TO ' WS-WINDOW-TO.

           OPEN INPUT SCHEDULE-CARD-FILE.
           IF (SCHEDULE-CARD-STATUS NOT = '00')
               DISPLAY 'C2WSSCHK SCHDCARD OPEN FAILED, STATUS='
                   SCHEDULE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT JOB-LOG-FILE.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSSCHK JOBLOG OPEN FAILED, STATUS='
                   JOB-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSSCHK REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *
      * Rejected cards print as they are read, so the heading goes
      * out before the first card.
      *
           MOVE WS-NIGHT-DATE-X TO WS-HDR-NIGHT.
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY) TO WS-HDR-WEEKDAY.
           IF (NIGHT-IS-MONTH-END)
               MOVE 'MONTH-END' TO WS-HDR-MONTH-END
           ELSE
               MOVE SPACES TO WS-HDR-MONTH-END
           END-IF.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-WINDOW-FROM TO WS-WIN-FROM.
           MOVE WS-WINDOW-TO TO WS-WIN-TO.
           MOVE WS-WINDOW-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-SCHEDULE-CARD THRU END-READ-SCHEDULE-CARD.
           PERFORM READ-JOB-LOG THRU END-READ-JOB-LOG.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  A night date that is not a real date keeps the default.      *
      *---------------------------------------------------------------*
       APPLY-CONTROL-CARD.

           IF (SCTL-NIGHT-DATE IS NOT NUMERIC)
              OR (SCTL-NIGHT-DATE(1:4) < '1601')
               GO TO END-APPLY-CONTROL-CARD
           END-IF.
           IF (SCTL-NIGHT-DATE(5:2) < '01')
              OR (SCTL-NIGHT-DATE(5:2) > '12')
              OR (SCTL-NIGHT-DATE(7:2) < '01')
              OR (SCTL-NIGHT-DATE(7:2) > '31')
               GO TO END-APPLY-CONTROL-CARD
           END-IF.

           MOVE SCTL-NIGHT-DATE TO WS-CHECK-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           IF (FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   = WS-CHECK-DATE)
               MOVE WS-CHECK-DATE TO WS-NIGHT-DATE
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  WEEKDAY, MONTH-END AND WINDOW LIMITS FOR THE NIGHT. DAY ONE  *
      *  OF THE INTEGER DATES WAS A MONDAY                            *
      *---------------------------------------------------------------*
       SET-NIGHT-WINDOW.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE).
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER + 1).
           IF (WS-NEXT-DATE-X(7:2) = '01')
               SET NIGHT-IS-MONTH-END TO TRUE
           END-IF.

           MOVE WS-NIGHT-DATE-X(3:6) TO WS-WINDOW-FROM(1:6).
           MOVE WS-WINDOW-CUTOVER    TO WS-WINDOW-FROM(7:4).
           MOVE '00'                 TO WS-WINDOW-FROM(11:2).
           MOVE WS-NEXT-DATE-X(3:6)  TO WS-WINDOW-TO(1:6).
           MOVE WS-WINDOW-CUTOVER    TO WS-WINDOW-TO(7:4).
           MOVE '00'                 TO WS-WINDOW-TO(11:2).

       END-SET-NIGHT-WINDOW.   EXIT.

       READ-SCHEDULE-CARD.

           READ SCHEDULE-CARD-FILE
               AT END SET END-OF-SCHEDULE-CARDS TO TRUE
           END-READ.
           IF (SCHEDULE-CARD-STATUS NOT = '00')
              AND (NOT END-OF-SCHEDULE-CARDS)
               DISPLAY 'C2WSSCHK SCHDCARD READ FAILED, STATUS='
                   SCHEDULE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-SCHEDULE-CARDS TO TRUE
           END-IF.

       END-READ-SCHEDULE-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  VALIDATE A CARD AND ADD THE JOB TO THE SCHEDULE, WORKING OUT *
      *  WHETHER IT IS DUE TONIGHT AND BY WHEN. PREDECESSORS ARE      *
      *  CHECKED ONCE THE WHOLE DECK IS IN                            *
      *---------------------------------------------------------------*
       LOAD-SCHEDULE-CARD.

           IF (SCHEDULE-CARD-RECORD(1:1) NOT = '*')
               PERFORM ADD-SCHEDULE-CARD THRU END-ADD-SCHEDULE-CARD
           END-IF.

           PERFORM READ-SCHEDULE-CARD THRU END-READ-SCHEDULE-CARD.

       END-LOAD-SCHEDULE-CARD.   EXIT.

       ADD-SCHEDULE-CARD.

           ADD 1 TO WS-CTL-CARDS-READ.
           PERFORM VALIDATE-SCHEDULE-CARD THRU
               END-VALIDATE-SCHEDULE-CARD.
           IF (WS-CARD-REASON NOT = SPACES)
               ADD 1 TO WS-CTL-CARDS-REJECTED
               MOVE SCHEDULE-CARD-RECORD(1:60) TO WS-CDL-CARD
               MOVE WS-CARD-REASON TO WS-CDL-REASON
               PERFORM WRITE-CARD-LINE THRU END-WRITE-CARD-LINE
               GO TO END-ADD-SCHEDULE-CARD
           END-IF.

           ADD 1 TO SCHEDULE-COUNT.
           SET SCH-IX TO SCHEDULE-COUNT.
           INITIALIZE SCHEDULE-ENTRY(SCH-IX).
           MOVE SCD-JOB-NAME   TO SCH-JOB(SCH-IX).
           MOVE SCD-FREQUENCY  TO SCH-FREQUENCY(SCH-IX).
           MOVE SCD-WEEKDAYS   TO SCH-WEEKDAYS(SCH-IX).
           MOVE SCD-LATEST-END TO SCH-LATEST-END(SCH-IX).
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
               MOVE SCD-PRED-JOB(WS-PX) TO SCH-PRED-JOB(SCH-IX, WS-PX)
           END-PERFORM.

           MOVE 'N' TO SCH-DUE(SCH-IX).
           EVALUATE TRUE
               WHEN SCD-DAILY
                   SET SCH-DUE-TONIGHT(SCH-IX) TO TRUE
               WHEN SCD-WEEKLY
                   IF (SCD-WEEKDAYS(WS-WEEKDAY:1) NOT = SPACE)
                       SET SCH-DUE-TONIGHT(SCH-IX) TO TRUE
                   END-IF
               WHEN SCD-MONTH-END
                   IF (NIGHT-IS-MONTH-END)
                       SET SCH-DUE-TONIGHT(SCH-IX) TO TRUE
                   END-IF
           END-EVALUATE.

           IF (SCD-LATEST-END < WS-WINDOW-CUTOVER)
               MOVE WS-WINDOW-TO(1:6) TO SCH-LATEST-KEY(SCH-IX)(1:6)
           ELSE
               MOVE WS-WINDOW-FROM(1:6) TO SCH-LATEST-KEY(SCH-IX)(1:6)
           END-IF.
           MOVE SCD-LATEST-END TO SCH-LATEST-KEY(SCH-IX)(7:4).
           MOVE '00' TO SCH-LATEST-KEY(SCH-IX)(11:2).

       END-ADD-SCHEDULE-CARD.   EXIT.

       VALIDATE-SCHEDULE-CARD.

           MOVE SPACES TO WS-CARD-REASON.

           IF (SCD-JOB-NAME = SPACES)
               MOVE 'JOB NAME MISSING' TO WS-CARD-REASON
               GO TO END-VALIDATE-SCHEDULE-CARD
           END-IF.

           IF (NOT SCD-DAILY)
              AND (NOT SCD-WEEKLY)
              AND (NOT SCD-MONTH-END)
               MOVE 'FREQUENCY NOT D, W OR M' TO WS-CARD-REASON
               GO TO END-VALIDATE-SCHEDULE-CARD
           END-IF.

           IF (SCD-WEEKLY)
              AND (SCD-WEEKDAYS = SPACES)
               MOVE 'W CARD MARKS NO WEEKDAY' TO WS-CARD-REASON
               GO TO END-VALIDATE-SCHEDULE-CARD
           END-IF.

           IF (SCD-LATEST-END IS NOT NUMERIC)
              OR (SCD-LATEST-HH > '23')
              OR (SCD-LATEST-MI > '59')
               MOVE 'LATEST END NOT HHMM' TO WS-CARD-REASON
               GO TO END-VALIDATE-SCHEDULE-CARD
           END-IF.

           SET SCH-IX TO 1.
           SEARCH SCHEDULE-ENTRY
               AT END CONTINUE
               WHEN SCH-IX > SCHEDULE-COUNT
                   CONTINUE
               WHEN SCH-JOB(SCH-IX) = SCD-JOB-NAME
                   MOVE 'JOB ALREADY ON THE SCHEDULE' TO WS-CARD-REASON
                   GO TO END-VALIDATE-SCHEDULE-CARD
           END-SEARCH.

           IF (SCHEDULE-COUNT >= WS-SCHEDULE-MAX)
               MOVE 'SCHEDULE TABLE FULL' TO WS-CARD-REASON
           END-IF.

       END-VALIDATE-SCHEDULE-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  POINT EACH PREDECESSOR OF ENTRY WS-IX AT ITS OWN ENTRY. ONE  *
      *  THAT NAMES NO JOB ON THE SCHEDULE, OR THE JOB ITSELF, IS     *
      *  LISTED AND LEFT OUT OF THE CHECK                             *
      *---------------------------------------------------------------*
       RESOLVE-PREDECESSORS.

           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
               MOVE 0 TO SCH-PRED-ENTRY(WS-IX, WS-PX)
               IF (SCH-PRED-JOB(WS-IX, WS-PX) NOT = SPACES)
                   PERFORM FIND-PREDECESSOR THRU END-FIND-PREDECESSOR
               END-IF
           END-PERFORM.

       END-RESOLVE-PREDECESSORS.   EXIT.

       FIND-PREDECESSOR.

           SET SCH-IX TO 1.
           SEARCH SCHEDULE-ENTRY
               AT END CONTINUE
               WHEN SCH-IX > SCHEDULE-COUNT
                   CONTINUE
               WHEN SCH-JOB(SCH-IX) = SCH-PRED-JOB(WS-IX, WS-PX)
                   SET SCH-PRED-ENTRY(WS-IX, WS-PX) TO SCH-IX
           END-SEARCH.

           IF (SCH-PRED-ENTRY(WS-IX, WS-PX) = WS-IX)
               MOVE 0 TO SCH-PRED-ENTRY(WS-IX, WS-PX)
               MOVE 'JOB NAMES ITSELF AS PREDECESSOR'
                 TO WS-CDL-REASON
           ELSE
               IF (SCH-PRED-ENTRY(WS-IX, WS-PX) = 0)
                   MOVE SPACES TO WS-CDL-REASON
                   STRING 'PREDECESSOR ' DELIMITED BY SIZE
                          SCH-PRED-JOB(WS-IX, WS-PX) DELIMITED BY SPACE
                          ' NOT ON SCHEDULE' DELIMITED BY SIZE
                          INTO WS-CDL-REASON
                   END-STRING
               ELSE
                   GO TO END-FIND-PREDECESSOR
               END-IF
           END-IF.

           ADD 1 TO WS-CTL-PREDS-IGNORED.
           MOVE SPACES TO WS-CDL-CARD.
           STRING SCH-JOB(WS-IX) DELIMITED BY SIZE
                  ' PREDECESSOR IGNORED' DELIMITED BY SIZE
                  INTO WS-CDL-CARD
           END-STRING.
           PERFORM WRITE-CARD-LINE THRU END-WRITE-CARD-LINE.

       END-FIND-PREDECESSOR.   EXIT.

      *---------------------------------------------------------------*
      *  CARD PROBLEMS ARE LISTED UNDER THEIR OWN HEADING, PRINTED    *
      *  WITH THE FIRST OF THEM                                       *
      *---------------------------------------------------------------*
       WRITE-CARD-LINE.

           IF (NOT CARD-HEADING-DONE)
               SET CARD-HEADING-DONE TO TRUE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               MOVE 'SCHEDULE CARD PROBLEMS' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-CARD-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-CARD-LINE.   EXIT.

       READ-JOB-LOG.

           READ JOB-LOG-FILE
               AT END SET END-OF-JOB-LOG TO TRUE
           END-READ.
           IF (JOB-LOG-STATUS NOT = '00')
              AND (NOT END-OF-JOB-LOG)
               DISPLAY 'C2WSSCHK JOBLOG READ FAILED, STATUS='
                   JOB-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-JOB-LOG TO TRUE
           END-IF.

       END-READ-JOB-LOG.   EXIT.

      *---------------------------------------------------------------*
      *  PLACE A JOB LOG STAMP INSIDE THE NIGHT'S WINDOW AGAINST ITS  *
      *  JOB ON THE SCHEDULE                                          *
      *---------------------------------------------------------------*
       PROCESS-JOB-LOG.

           ADD 1 TO WS-CTL-LOG-READ.
           PERFORM PLACE-JOB-LOG-STAMP THRU END-PLACE-JOB-LOG-STAMP.
           PERFORM READ-JOB-LOG THRU END-READ-JOB-LOG.

       END-PROCESS-JOB-LOG.   EXIT.

       PLACE-JOB-LOG-STAMP.

           MOVE JLOG-DATE TO WS-EVENT-KEY(1:6).
           MOVE JLOG-TIME TO WS-EVENT-KEY(7:6).
           IF (WS-EVENT-KEY IS NOT NUMERIC)
              OR ((NOT JOB-LOG-START) AND (NOT JOB-LOG-END))
               ADD 1 TO WS-CTL-LOG-UNREADABLE
               GO TO END-PLACE-JOB-LOG-STAMP
           END-IF.
           IF (WS-EVENT-KEY < WS-WINDOW-FROM)
              OR (WS-EVENT-KEY >= WS-WINDOW-TO)
               GO TO END-PLACE-JOB-LOG-STAMP
           END-IF.
           ADD 1 TO WS-CTL-LOG-IN-WINDOW.

           SET SCH-IX TO 1.
           SEARCH SCHEDULE-ENTRY
               AT END
                   ADD 1 TO WS-CTL-LOG-UNSCHEDULED
                   GO TO END-PLACE-JOB-LOG-STAMP
               WHEN SCH-IX > SCHEDULE-COUNT
                   ADD 1 TO WS-CTL-LOG-UNSCHEDULED
                   GO TO END-PLACE-JOB-LOG-STAMP
               WHEN SCH-JOB(SCH-IX) = JLOG-JOB-NAME
                   CONTINUE
           END-SEARCH.

           IF (JOB-LOG-START)
               ADD 1 TO SCH-START-COUNT(SCH-IX)
               IF (SCH-FIRST-START(SCH-IX) = SPACES)
                  OR (WS-EVENT-KEY < SCH-FIRST-START(SCH-IX))
                   MOVE WS-EVENT-KEY TO SCH-FIRST-START(SCH-IX)
               END-IF
               IF (WS-EVENT-KEY > SCH-LAST-START(SCH-IX))
                   MOVE WS-EVENT-KEY TO SCH-LAST-START(SCH-IX)
               END-IF
           ELSE
               IF (SCH-FIRST-END(SCH-IX) = SPACES)
                  OR (WS-EVENT-KEY < SCH-FIRST-END(SCH-IX))
                   MOVE WS-EVENT-KEY TO SCH-FIRST-END(SCH-IX)
               END-IF
               IF (WS-EVENT-KEY > SCH-LAST-END(SCH-IX))
                   MOVE WS-EVENT-KEY TO SCH-LAST-END(SCH-IX)
                   MOVE JLOG-RETURN-CODE TO SCH-LAST-RC(SCH-IX)
               END-IF
           END-IF.

       END-PLACE-JOB-LOG-STAMP.   EXIT.

      *---------------------------------------------------------------*
      *  ONE LINE PER JOB DUE TONIGHT, IN SCHEDULE ORDER, AND ONE     *
      *  MORE FOR EACH FINDING AFTER ITS FIRST                        *
      *---------------------------------------------------------------*
       WRITE-ADHERENCE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'JOBS DUE THE NIGHT' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-JOB-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > SCHEDULE-COUNT
               IF (SCH-DUE-TONIGHT(WS-IX))
                   PERFORM CHECK-SCHEDULED-JOB THRU
                       END-CHECK-SCHEDULED-JOB
               END-IF
           END-PERFORM.

           IF (WS-CTL-JOBS-DUE = 0)
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

       END-WRITE-ADHERENCE.   EXIT.

       CHECK-SCHEDULED-JOB.

           ADD 1 TO WS-CTL-JOBS-DUE.
           MOVE 0 TO WS-JOB-FINDINGS.

           MOVE SPACES TO WS-JOB-LINE.
           MOVE SCH-JOB(WS-IX) TO WS-JBL-JOB.
           STRING SCH-LATEST-END(WS-IX)(1:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  SCH-LATEST-END(WS-IX)(3:2) DELIMITED BY SIZE
                  INTO WS-JBL-LATEST
           END-STRING.
           MOVE SCH-FIRST-START(WS-IX) TO WS-JBL-STARTED.
           MOVE SCH-LAST-END(WS-IX) TO WS-JBL-ENDED.
           IF (SCH-LAST-END(WS-IX) NOT = SPACES)
               MOVE SCH-LAST-RC(WS-IX) TO WS-JBL-RC
           END-IF.

           IF (SCH-START-COUNT(WS-IX) = 0)
               ADD 1 TO WS-CTL-MISSING
               MOVE 'MISSING' TO WS-FINDING
               PERFORM WRITE-FINDING THRU END-WRITE-FINDING
               GO TO END-CHECK-SCHEDULED-JOB
           END-IF.

           IF (SCH-LAST-END(WS-IX) = SPACES)
              OR (SCH-LAST-END(WS-IX) < SCH-LAST-START(WS-IX))
               ADD 1 TO WS-CTL-NO-END
               MOVE 'NO END LOGGED' TO WS-FINDING
               PERFORM WRITE-FINDING THRU END-WRITE-FINDING
           ELSE
               IF (SCH-LAST-END(WS-IX) > SCH-LATEST-KEY(WS-IX))
                   ADD 1 TO WS-CTL-LATE
                   MOVE 'ENDED LATE' TO WS-FINDING
                   PERFORM WRITE-FINDING THRU END-WRITE-FINDING
               END-IF
           END-IF.

           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
               MOVE SCH-PRED-ENTRY(WS-IX, WS-PX) TO WS-PRED-IX
               IF (WS-PRED-IX > 0)
                   IF (SCH-DUE-TONIGHT(WS-PRED-IX))
                       PERFORM CHECK-PREDECESSOR THRU
                           END-CHECK-PREDECESSOR
                   END-IF
               END-IF
           END-PERFORM.

           IF (WS-JOB-FINDINGS = 0)
               ADD 1 TO WS-CTL-JOBS-CLEAN
               MOVE 'OK' TO WS-FINDING
               PERFORM WRITE-FINDING THRU END-WRITE-FINDING
           END-IF.

       END-CHECK-SCHEDULED-JOB.   EXIT.

      *---------------------------------------------------------------*
      *  THE JOB'S FIRST START MUST COME AFTER THE PREDECESSOR'S      *
      *  FIRST END                                                    *
      *---------------------------------------------------------------*
       CHECK-PREDECESSOR.

           MOVE SPACES TO WS-FINDING.
           IF (SCH-START-COUNT(WS-PRED-IX) = 0)
               STRING 'PREDECESSOR ' DELIMITED BY SIZE
                      SCH-JOB(WS-PRED-IX) DELIMITED BY SPACE
                      ' NOT RUN' DELIMITED BY SIZE
                      INTO WS-FINDING
               END-STRING
           ELSE
               IF (SCH-FIRST-END(WS-PRED-IX) = SPACES)
                  OR (SCH-FIRST-START(WS-IX)
                       < SCH-FIRST-END(WS-PRED-IX))
                   STRING 'STARTED BEFORE ' DELIMITED BY SIZE
                          SCH-JOB(WS-PRED-IX) DELIMITED BY SPACE
                          ' ENDED' DELIMITED BY SIZE
                          INTO WS-FINDING
                   END-STRING
               ELSE
                   GO TO END-CHECK-PREDECESSOR
               END-IF
           END-IF.

           ADD 1 TO WS-CTL-OUT-OF-ORDER.
           PERFORM WRITE-FINDING THRU END-WRITE-FINDING.

       END-CHECK-PREDECESSOR.   EXIT.

      *---------------------------------------------------------------*
      *  THE FIRST FINDING GOES ON THE JOB'S OWN LINE, ANY MORE ON    *
      *  LINES OF THEIR OWN BENEATH IT                                *
      *---------------------------------------------------------------*
       WRITE-FINDING.

           IF (WS-FINDING NOT = 'OK')
               ADD 1 TO WS-JOB-FINDINGS
           END-IF.
           MOVE WS-FINDING TO WS-JBL-FINDING.
           MOVE WS-JOB-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-JOB-LINE.

       END-WRITE-FINDING.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE 'SCHEDULE CARDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-CARDS-READ TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'SCHEDULE CARDS REJECTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-CARDS-REJECTED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'PREDECESSORS IGNORED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-PREDS-IGNORED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'JOBS DUE THE NIGHT:' TO WS-TOT-LABEL.
           MOVE WS-CTL-JOBS-DUE TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'JOBS DUE WITH NO FINDING:' TO WS-TOT-LABEL.
           MOVE WS-CTL-JOBS-CLEAN TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'MISSING:' TO WS-TOT-LABEL.
           MOVE WS-CTL-MISSING TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'NO END LOGGED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-NO-END TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ENDED LATE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LATE TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'PREDECESSOR ORDER BROKEN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OUT-OF-ORDER TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'JOB LOG RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOG-READ TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'JOB LOG RECORDS IN WINDOW:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOG-IN-WINDOW TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'FOR JOBS NOT ON SCHEDULE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOG-UNSCHEDULED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           IF (WS-CTL-LOG-UNREADABLE > 0)
               MOVE 'JOB LOG RECORDS UNREADABLE:' TO WS-TOT-LABEL
               MOVE WS-CTL-LOG-UNREADABLE TO WS-TOT-COUNT
               PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE
           END-IF.

           IF (WS-CTL-MISSING > 0)
              OR (WS-CTL-NO-END > 0)
               IF (RETURN-CODE < 8)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF (WS-CTL-LATE > 0)
              OR (WS-CTL-OUT-OF-ORDER > 0)
              OR (WS-CTL-CARDS-REJECTED > 0)
              OR (WS-CTL-PREDS-IGNORED > 0)
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSSCHK REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSSCHK JOBS DUE          : ' WS-CTL-JOBS-DUE.
           DISPLAY 'C2WSSCHK MISSING           : ' WS-CTL-MISSING.
           DISPLAY 'C2WSSCHK NO END LOGGED     : ' WS-CTL-NO-END.
           DISPLAY 'C2WSSCHK ENDED LATE        : ' WS-CTL-LATE.
           DISPLAY 'C2WSSCHK ORDER BROKEN      : ' WS-CTL-OUT-OF-ORDER.

           CLOSE SCHEDULE-CARD-FILE.
           CLOSE JOB-LOG-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'C2WSSCHK STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSSCHK.
