       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSRPTA.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Report capture step. A batch job writes each report to a      *
      * passed data set instead of straight to spool, and runs this   *
      * program once per report at its end: the report (RPTIN) is     *
      * printed unchanged to RPTOUT, and the same lines are stored in *
      * the keyed report archive (RPTARCH) so that C2WSRPTV can list, *
      * page through and reprint it long after the spool is purged.   *
      *                                                               *
      * The RPTACTL card names the report:                            *
      *   report id (1-8)  business date YYYYMMDD (10-17)             *
      *   retention days (19-22)                                      *
      * The report id is the report's own DD name. A blank or invalid *
      * business date is taken as the day before the run; a blank or  *
      * zero retention as the default below. A report already         *
      * captured for the date is kept, and this run is stored beside  *
      * it under the next run number.                                 *
      *                                                               *
      * The report is always printed. When it cannot be archived --   *
      * no card or no report id, the archive will not open, or a      *
      * write fails -- the run ends RC 8; an empty report is not      *
      * archived and ends RC 4. The region opens RPTARCH for browse   *
      * only, so capture steps may run while it is up.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Capture card: which report this is, and for how long to keep *
      *  it.                                                          *
      *---------------------------------------------------------------*
           SELECT CAPTURE-CONTROL-FILE ASSIGN TO RPTACTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAPTURE-CONTROL-STATUS.
           SELECT REPORT-IN-FILE ASSIGN TO RPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-IN-STATUS.
           SELECT REPORT-OUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-OUT-STATUS.
           SELECT REPORT-ARCHIVE-FILE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RARC-KEY
               FILE STATUS IS REPORT-ARCHIVE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  CAPTURE-CONTROL-FILE
           RECORDING MODE IS F.
       01  CAPTURE-CONTROL-RECORD.
           05  RACTL-REPORT-ID            PIC X(8).
           05  FILLER                     PIC X(1).
           05  RACTL-BUSINESS-DATE        PIC X(8).
           05  FILLER                     PIC X(1).
           05  RACTL-RETAIN-DAYS          PIC X(4).
           05  FILLER                     PIC X(58).

       FD  REPORT-IN-FILE
           RECORDING MODE IS F.
       01  REPORT-IN-LINE                PIC X(132).

       FD  REPORT-OUT-FILE
           RECORDING MODE IS F.
       01  REPORT-OUT-LINE               PIC X(132).

       FD  REPORT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  REPORT-ARCHIVE-RECORD.
           COPY RPTARCH.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  CAPTURE-CONTROL-STATUS        PIC X(2) VALUE '00'.
       77  REPORT-IN-STATUS              PIC X(2) VALUE '00'.
           88  END-OF-REPORT-IN              VALUE '10'.
       77  REPORT-OUT-STATUS             PIC X(2) VALUE '00'.
       77  REPORT-ARCHIVE-STATUS         PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  Days a report is kept when its card does not say.            *
      *---------------------------------------------------------------*
       77  WS-DEFAULT-RETAIN-DAYS        PIC 9(4) VALUE 93.
       77  WS-MAX-RUN-NUMBER             PIC 9(2) VALUE 99.
       77  WS-MAX-LINE-NUMBER            PIC 9(6) VALUE 999999.

       77  WS-ARCHIVING                  PIC X(1) VALUE 'N'.
           88  ARCHIVING                     VALUE 'Y'.
           88  NOT-ARCHIVING                 VALUE 'N'.
       77  WS-ARCHIVE-OPEN               PIC X(1) VALUE 'N'.
           88  ARCHIVE-OPEN                  VALUE 'Y'.
       77  WS-RUN-FREE                   PIC X(1) VALUE 'N'.
           88  RUN-NUMBER-FREE               VALUE 'Y'.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-TIME                   PIC 9(8).
       01  WS-CHECK-DATE                 PIC 9(8).
       01  WS-EXPIRY-DATE                PIC 9(8).
       77  WS-DATE-INTEGER               PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  The run being captured.                                      *
      *---------------------------------------------------------------*
       01  WS-REPORT-ID                  PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE PIC X(8).
       77  WS-RETAIN-DAYS                PIC 9(4) VALUE 0.
       77  WS-RUN-NUMBER                 PIC 9(2) VALUE 0.
       77  WS-LINE-NUMBER                PIC 9(6) VALUE 0.
       01  WS-TITLE                      PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-LINES-READ             PIC 9(9) VALUE 0.
       77  WS-CTL-LINES-ARCHIVED         PIC 9(9) VALUE 0.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-REPORT-LINE THRU END-PROCESS-REPORT-LINE
               UNTIL END-OF-REPORT-IN.
           PERFORM WRITE-RUN-HEADER THRU END-WRITE-RUN-HEADER.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSRPTA STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           COMPUTE WS-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS.

           OPEN INPUT CAPTURE-CONTROL-FILE.
           IF (CAPTURE-CONTROL-STATUS = '00')
               READ CAPTURE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE CAPTURE-CONTROL-FILE
           END-IF.

           OPEN INPUT REPORT-IN-FILE.
           IF (REPORT-IN-STATUS NOT = '00')
               DISPLAY 'C2WSRPTA RPTIN OPEN FAILED, STATUS='
                   REPORT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-OUT-FILE.
           IF (REPORT-OUT-STATUS NOT = '00')
               DISPLAY 'C2WSRPTA RPTOUT OPEN FAILED, STATUS='
                   REPORT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF (WS-REPORT-ID = SPACES)
               DISPLAY 'C2WSRPTA NO REPORT ID ON RPTACTL - REPORT '
                   'PRINTED BUT NOT ARCHIVED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-ARCHIVE-RUN THRU END-OPEN-ARCHIVE-RUN
           END-IF.

           PERFORM READ-REPORT-IN THRU END-READ-REPORT-IN.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Take whatever the card supplies and is valid; anything       *
      *  missing or malformed keeps its default.                      *
      *---------------------------------------------------------------*
       APPLY-CONTROL-CARD.

           MOVE RACTL-REPORT-ID TO WS-REPORT-ID.

           IF (RACTL-RETAIN-DAYS IS NUMERIC)
              AND (RACTL-RETAIN-DAYS NOT = '0000')
               MOVE RACTL-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF.

           IF (RACTL-BUSINESS-DATE IS NOT NUMERIC)
              OR (RACTL-BUSINESS-DATE(1:4) < '1601')
               GO TO END-APPLY-CONTROL-CARD
           END-IF.
           IF (RACTL-BUSINESS-DATE(5:2) < '01')
              OR (RACTL-BUSINESS-DATE(5:2) > '12')
              OR (RACTL-BUSINESS-DATE(7:2) < '01')
              OR (RACTL-BUSINESS-DATE(7:2) > '31')
               GO TO END-APPLY-CONTROL-CARD
           END-IF.

           MOVE RACTL-BUSINESS-DATE TO WS-CHECK-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           IF (FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   = WS-CHECK-DATE)
               MOVE WS-CHECK-DATE TO WS-BUSINESS-DATE
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

      *---------------------------------------------------------------*
      *  OPEN THE ARCHIVE AND FIND THE FIRST RUN NUMBER NOT YET USED  *
      *  FOR THE REPORT AND DATE. ANY FAILURE LEAVES THE REPORT TO BE *
      *  PRINTED ONLY                                                 *
      *---------------------------------------------------------------*
       OPEN-ARCHIVE-RUN.

           OPEN I-O REPORT-ARCHIVE-FILE.
           IF (REPORT-ARCHIVE-STATUS NOT = '00')
               DISPLAY 'C2WSRPTA RPTARCH OPEN FAILED, STATUS='
                   REPORT-ARCHIVE-STATUS ' - REPORT PRINTED BUT NOT '
                   'ARCHIVED'
               MOVE 8 TO RETURN-CODE
               GO TO END-OPEN-ARCHIVE-RUN
           END-IF.
           SET ARCHIVE-OPEN TO TRUE.

           MOVE 'N' TO WS-RUN-FREE.
           MOVE 0 TO WS-RUN-NUMBER.
           PERFORM FIND-FREE-RUN-NUMBER THRU END-FIND-FREE-RUN-NUMBER
               UNTIL RUN-NUMBER-FREE
                  OR WS-RUN-NUMBER >= WS-MAX-RUN-NUMBER.

           IF (NOT RUN-NUMBER-FREE)
               DISPLAY 'C2WSRPTA ' WS-REPORT-ID ' ' WS-BUSINESS-DATE
                   ' HAS NO RUN NUMBER LEFT - REPORT PRINTED BUT NOT '
                   'ARCHIVED'
               MOVE 8 TO RETURN-CODE
               GO TO END-OPEN-ARCHIVE-RUN
           END-IF.

           SET ARCHIVING TO TRUE.
           DISPLAY 'C2WSRPTA ARCHIVING ' WS-REPORT-ID ' FOR '
               WS-BUSINESS-DATE ' AS RUN ' WS-RUN-NUMBER
               ', KEPT ' WS-RETAIN-DAYS ' DAYS'.

       END-OPEN-ARCHIVE-RUN.   EXIT.

       FIND-FREE-RUN-NUMBER.

           ADD 1 TO WS-RUN-NUMBER.
           MOVE WS-REPORT-ID       TO RARC-REPORT-ID.
           MOVE WS-BUSINESS-DATE-X TO RARC-BUSINESS-DATE.
           MOVE WS-RUN-NUMBER      TO RARC-RUN-NUMBER.
           MOVE 0                  TO RARC-LINE-NUMBER.
           READ REPORT-ARCHIVE-FILE
               INVALID KEY
                   SET RUN-NUMBER-FREE TO TRUE
           END-READ.

       END-FIND-FREE-RUN-NUMBER.   EXIT.

       READ-REPORT-IN.

           READ REPORT-IN-FILE
               AT END SET END-OF-REPORT-IN TO TRUE
           END-READ.
           IF (REPORT-IN-STATUS NOT = '00')
              AND (NOT END-OF-REPORT-IN)
               DISPLAY 'C2WSRPTA RPTIN READ FAILED, STATUS='
                   REPORT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-REPORT-IN TO TRUE
           END-IF.

       END-READ-REPORT-IN.   EXIT.

      *---------------------------------------------------------------*
      *  PRINT THE LINE, AND STORE IT UNDER THE NEXT LINE NUMBER      *
      *---------------------------------------------------------------*
       PROCESS-REPORT-LINE.

           ADD 1 TO WS-CTL-LINES-READ.

           MOVE REPORT-IN-LINE TO REPORT-OUT-LINE.
           WRITE REPORT-OUT-LINE.
           IF (REPORT-OUT-STATUS NOT = '00')
               DISPLAY 'C2WSRPTA RPTOUT WRITE FAILED, STATUS='
                   REPORT-OUT-STATUS
           END-IF.

           IF (ARCHIVING)
               PERFORM ARCHIVE-REPORT-LINE THRU
                   END-ARCHIVE-REPORT-LINE
           END-IF.

           PERFORM READ-REPORT-IN THRU END-READ-REPORT-IN.

       END-PROCESS-REPORT-LINE.   EXIT.

       ARCHIVE-REPORT-LINE.

           IF (WS-LINE-NUMBER >= WS-MAX-LINE-NUMBER)
               DISPLAY 'C2WSRPTA ' WS-REPORT-ID ' LONGER THAN '
                   WS-MAX-LINE-NUMBER ' LINES - THE REST IS NOT '
                   'ARCHIVED'
               MOVE 8 TO RETURN-CODE
               SET NOT-ARCHIVING TO TRUE
               PERFORM WRITE-RUN-HEADER THRU END-WRITE-RUN-HEADER
               GO TO END-ARCHIVE-REPORT-LINE
           END-IF.

           IF (WS-TITLE = SPACES)
               MOVE REPORT-IN-LINE TO WS-TITLE
           END-IF.

           ADD 1 TO WS-LINE-NUMBER.
           MOVE WS-REPORT-ID       TO RARC-REPORT-ID.
           MOVE WS-BUSINESS-DATE-X TO RARC-BUSINESS-DATE.
           MOVE WS-RUN-NUMBER      TO RARC-RUN-NUMBER.
           MOVE WS-LINE-NUMBER     TO RARC-LINE-NUMBER.
           MOVE REPORT-IN-LINE     TO RARC-LINE.
           WRITE REPORT-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY 'C2WSRPTA RPTARCH WRITE FAILED, STATUS='
                       REPORT-ARCHIVE-STATUS ' AT LINE '
                       WS-LINE-NUMBER
                   MOVE 8 TO RETURN-CODE
                   SUBTRACT 1 FROM WS-LINE-NUMBER
                   SET NOT-ARCHIVING TO TRUE
                   PERFORM WRITE-RUN-HEADER THRU END-WRITE-RUN-HEADER
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-LINES-ARCHIVED
           END-WRITE.

       END-ARCHIVE-REPORT-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  THE HEADER GOES IN LAST, ONCE THE LINE COUNT IS KNOWN, SO A  *
      *  RUN THAT FAILED PART WAY SHOWS ONLY THE LINES IT HOLDS. AN   *
      *  EMPTY REPORT IS NOT ARCHIVED AT ALL                          *
      *---------------------------------------------------------------*
       WRITE-RUN-HEADER.

           IF (NOT ARCHIVE-OPEN)
               GO TO END-WRITE-RUN-HEADER
           END-IF.

           IF (WS-LINE-NUMBER = 0)
               IF (ARCHIVING)
                   DISPLAY 'C2WSRPTA ' WS-REPORT-ID
                       ' IS EMPTY - NOT ARCHIVED'
                   IF (RETURN-CODE < 4)
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET NOT-ARCHIVING TO TRUE
               END-IF
               GO TO END-WRITE-RUN-HEADER
           END-IF.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + WS-RETAIN-DAYS.
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           MOVE WS-REPORT-ID       TO RARC-REPORT-ID.
           MOVE WS-BUSINESS-DATE-X TO RARC-BUSINESS-DATE.
           MOVE WS-RUN-NUMBER      TO RARC-RUN-NUMBER.
           MOVE 0                  TO RARC-LINE-NUMBER.
           MOVE SPACES             TO RARC-LINE.
           MOVE WS-RUN-DATE        TO RARC-CAPTURED-DATE.
           MOVE WS-RUN-TIME(1:6)   TO RARC-CAPTURED-TIME.
           MOVE WS-LINE-NUMBER     TO RARC-LINE-COUNT.
           MOVE WS-RETAIN-DAYS     TO RARC-RETAIN-DAYS.
           MOVE WS-EXPIRY-DATE     TO RARC-EXPIRY-DATE.
           MOVE WS-TITLE           TO RARC-TITLE.
           WRITE REPORT-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY 'C2WSRPTA RPTARCH HEADER WRITE FAILED, '
                       'STATUS=' REPORT-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

           MOVE 0 TO WS-LINE-NUMBER.

       END-WRITE-RUN-HEADER.   EXIT.

       EPILOG.

           DISPLAY 'C2WSRPTA LINES PRINTED     : ' WS-CTL-LINES-READ.
           DISPLAY 'C2WSRPTA LINES ARCHIVED    : '
               WS-CTL-LINES-ARCHIVED.

           CLOSE REPORT-IN-FILE.
           CLOSE REPORT-OUT-FILE.
           IF (ARCHIVE-OPEN)
               CLOSE REPORT-ARCHIVE-FILE
           END-IF.

           DISPLAY 'C2WSRPTA STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSRPTA.
