      * OVERVIEW                                                      *
      * --------                                                      *
      * Batch companion to LSC2WSSA. Runs the same SET-REQUEST/        *
      * INVOKE-SERVICE/c2wsrt logic, driven overnight from every       *
      * cultureCode our branches use (read off the branch master,      *
      * BRANCH-MASTER-FILE, each distinct locale once) instead of one  *
      * CICS terminal request at a time.                               *
      *                                                                *
      * Every locale in the list is invoked live -- unlike LSC2WSSA's  *
      * INVOKE-SERVICE this job does not consult the cache first, it   *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Branch master: one record per branch, carrying the branch's   *
      *  cultureCode. Read front to back; branches sharing a locale    *
      *  refresh it once.                                              *
      *---------------------------------------------------------------*
           SELECT BRANCH-MASTER-FILE ASSIGN TO BRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRM-BRANCH-ID
               FILE STATUS IS BRANCH-MASTER-FILE-STATUS.
      *---------------------------------------------------------------*
      *  Same local CultureInfo cache LSC2WSSA reads from, refreshed   *
      *  here with a live reply for every branch locale.               *
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       01  BRANCH-MASTER-RECORD.
           COPY BRMAST.

      *---------------------------------------------------------------*
      *  CACHE-REPLY-DATA holds only the fields that are constant for  *
           05  RH-CULTURE-CODE            PIC X(32).
           05  RH-CAPTURE-DATE            PIC X(6).
           05  RH-RATE                    PIC X(32).
      *---------------------------------------------------------------*
      *  Where the rate came from: this refresh writes 'S' (the       *
      *  cultureinfo service); C2WSMRTR appends treasury's manual     *
      *  rates as 'M' with the userid that entered them. Older        *
      *  captures carry a space, which reads as the service.          *
      *---------------------------------------------------------------*
           05  RH-RATE-SOURCE             PIC X(1).
               88  RH-SERVICE-RATE            VALUE 'S' ' '.
               88  RH-MANUAL-RATE             VALUE 'M'.
           05  RH-ENTERED-BY              PIC X(8).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
      *---------------------------------------------------------------*
      *  File status / end-of-file work variables.                    *
      *---------------------------------------------------------------*
       77  BRANCH-MASTER-FILE-STATUS   PIC X(2) VALUE '00'.
           88  END-OF-BRANCH-MASTER-FILE  VALUE '10'.
       77  CACHE-FILE-STATUS           PIC X(2) VALUE '00'.
       77  EXCEPTION-FILE-STATUS       PIC X(2) VALUE '00'.
       77  CHECKPOINT-FILE-STATUS      PIC X(2) VALUE '00'.
       77  WS-RATE-MOVE-EDIT           PIC ZZ9.99 VALUE SPACES.
       77  WS-CTL-RATE-ALERTS          PIC 9(9) VALUE 0.

       77  WS-BRANCHES-READ            PIC 9(9) VALUE 0.
       77  WS-LOCALES-READ             PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  cultureCodes already taken from the branch master this run,  *
      *  so a locale several branches share is refreshed only once.  *
      *---------------------------------------------------------------*
       77  WS-LOC-IX                   PIC 9(4) COMP-5 VALUE 0.
       77  WS-LOCALE-SEEN              PIC X(1) VALUE 'N'.
           88  LOCALE-ALREADY-SEEN        VALUE 'Y'.
       01  WS-LOCALE-SEEN-TABLE.
           05  WS-LOCALE-SEEN-COUNT    PIC 9(4) COMP-5 VALUE 0.
           05  WS-LOCALE-SEEN-CODE     OCCURS 500 TIMES PIC X(32).
       77  WS-REFRESHED-COUNT          PIC 9(9) VALUE 0.
       77  WS-INVOKE-FAILED-COUNT      PIC 9(9) VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(9) VALUE 0.

           PERFORM PROCESS-BRANCH-LOCALES THRU
               END-PROCESS-BRANCH-LOCALES
               UNTIL END-OF-BRANCH-MASTER-FILE.

           PERFORM EPILOG THRU
               END-EPILOG.
           DISPLAY
               'LSC2WSSB STARTING ==============================='.

           OPEN INPUT BRANCH-MASTER-FILE.
           IF (BRANCH-MASTER-FILE-STATUS NOT = '00')
               DISPLAY 'LSC2WSSB BRANCH-MASTER-FILE OPEN FAILED, STAT='
                   BRANCH-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Next branch whose locale has not been taken yet this run.    *
      *---------------------------------------------------------------*
       READ-BRANCH-LOCALE.

           READ BRANCH-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-BRANCH-MASTER-FILE TO TRUE
                   GO TO END-READ-BRANCH-LOCALE
           END-READ.

           ADD 1 TO WS-BRANCHES-READ.

           IF (BRM-CULTURE-CODE = SPACES)
               GO TO READ-BRANCH-LOCALE
           END-IF.

           SET WS-LOCALE-SEEN TO 'N'.
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                   UNTIL WS-LOC-IX > WS-LOCALE-SEEN-COUNT
               IF (WS-LOCALE-SEEN-CODE(WS-LOC-IX) = BRM-CULTURE-CODE)
                   SET LOCALE-ALREADY-SEEN TO TRUE
               END-IF
           END-PERFORM.

           IF (LOCALE-ALREADY-SEEN)
               GO TO READ-BRANCH-LOCALE
           END-IF.

           IF (WS-LOCALE-SEEN-COUNT < 500)
               ADD 1 TO WS-LOCALE-SEEN-COUNT
               MOVE BRM-CULTURE-CODE
                 TO WS-LOCALE-SEEN-CODE(WS-LOCALE-SEEN-COUNT)
           END-IF.

       END-READ-BRANCH-LOCALE.   EXIT.

      *---------------------------------------------------------------*

           ADD 1 TO WS-LOCALES-READ.

           MOVE BRM-CULTURE-CODE TO cultureCode OF COM-REQUEST.
           MOVE ZERO            TO decimalNumber OF COM-REQUEST.
           MOVE 'UTC'           TO timezone OF COM-REQUEST.

           MOVE cultureCode OF COM-REQUEST TO RH-CULTURE-CODE.
           MOVE WS-CKPT-DATE-WORK(1:6)     TO RH-CAPTURE-DATE.
           MOVE conversionRateToUSD OF COM-REPLY TO RH-RATE.
           MOVE 'S'                        TO RH-RATE-SOURCE.
           MOVE SPACES                     TO RH-ENTERED-BY.

           WRITE RATE-HISTORY-RECORD.
           IF (RATE-HISTORY-STATUS NOT = '00')

           DISPLAY '=========================================='.
           DISPLAY 'LSC2WSSB CONTROL TOTALS'.
           DISPLAY 'BRANCHES READ           : ' WS-BRANCHES-READ.
           DISPLAY 'BRANCH LOCALES READ     : ' WS-LOCALES-READ.
           DISPLAY 'LOCALES REFRESHED       : ' WS-REFRESHED-COUNT.
           DISPLAY 'INVOKE FAILURES         : ' WS-INVOKE-FAILED-COUNT.
           DISPLAY 'RATE VARIANCE ALERTS    : ' WS-CTL-RATE-ALERTS.
           DISPLAY '=========================================='.

           CLOSE BRANCH-MASTER-FILE.
           CLOSE CULTURE-CACHE-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE RATE-HISTORY-FILE.
