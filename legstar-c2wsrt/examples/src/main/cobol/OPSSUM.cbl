      * history file so every headline number carries its             *
      * day-over-day delta -- a number drifting out of line stands    *
      * out; today's totals are appended to OPSHIST for tomorrow.     *
      * The latest provider cost forecast (FCSTMSN, from MSNFCST)     *
      * closes the report, with a warning line whenever month-end is  *
      * projected past finance's monthly ceiling.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPS-HISTORY-FILE ASSIGN TO OPSHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-HISTORY-STATUS.
      *---------------------------------------------------------------*
      *  Latest provider cost forecast written by MSNFCST. Tolerated  *
      *  missing -- the summary then says no forecast is on file.     *
      *---------------------------------------------------------------*
           SELECT FORECAST-FILE ASSIGN TO FCSTMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORECAST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOPS01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
      *  before the second region stood up.                           *
      *---------------------------------------------------------------*
           05  AUD-REGION                 PIC X(4).
      *---------------------------------------------------------------*
      *  'Y' on a synthetic search the MSNPROBE health probe ran, so  *
      *  billing, chargeback and the daily reports can leave it out;  *
      *  'N' (spaces on records written before the probe) otherwise.  *
      *---------------------------------------------------------------*
           05  AUD-PROBE-SEARCH           PIC X(1).
               88  PROBE-SEARCH               VALUE 'Y'.
      *---------------------------------------------------------------*
      *  Tamper evidence (see the AUDHASH copybook): this record's    *
      *  place in the region's unbroken trail sequence, and the       *
      *  SHA-256 chain value over the previous record's chain value   *
      *  and this record up to here. Zeros and LOW-VALUES on a record *
      *  written while the chain was unavailable, and on records      *
      *  written before the trail was chained.                        *
      *---------------------------------------------------------------*
           05  AUD-SEQUENCE-NUMBER        PIC 9(12).
           05  AUD-CHAIN-VALUE            PIC X(32).

      *---------------------------------------------------------------*
      *  Layout matches the incident record MSNSEARC/LSC2WSSA write.  *
      *  before the second region stood up.                           *
      *---------------------------------------------------------------*
           05  SECA-REGION            PIC X(4).
      *---------------------------------------------------------------*
      *  Tamper evidence (see the AUDHASH copybook): this record's    *
      *  place in the region's unbroken trail sequence, and the       *
      *  SHA-256 chain value over the previous record's chain value   *
      *  and this record up to here. Zeros and LOW-VALUES on a record *
      *  written while the chain was unavailable, and on records      *
      *  written before the trail was chained.                        *
      *---------------------------------------------------------------*
           05  SECA-SEQUENCE-NUMBER   PIC 9(12).
           05  SECA-CHAIN-VALUE       PIC X(32).

      *---------------------------------------------------------------*
      *  Layout matches the session audit record written by T1CONTXT. *
           05  OPS-DPL-SESSIONS           PIC 9(9).
           05  OPS-TEST-ABENDS            PIC 9(9).

      *---------------------------------------------------------------*
      *  Layout matches the forecast record written by MSNFCST.       *
      *---------------------------------------------------------------*
       FD  FORECAST-FILE
           RECORDING MODE IS F.
       01  FORECAST-RECORD.
           05  FCST-RUN-DATE              PIC X(6).
           05  FCST-MONTH                 PIC X(4).
           05  FCST-THROUGH-DATE          PIC X(6).
           05  FCST-BILLED-CALLS          PIC 9(9).
           05  FCST-MTD-AMOUNT            PIC 9(9)V99.
           05  FCST-PROJECTED-AMOUNT      PIC 9(9)V99.
           05  FCST-CEILING-AMOUNT        PIC 9(9)V99.
           05  FCST-CURRENCY              PIC X(3).
           05  FCST-BUSDAYS-ELAPSED       PIC 9(2).
           05  FCST-BUSDAYS-REMAINING     PIC 9(2).
           05  FCST-STATUS                PIC X(1).
               88  FCST-OVER-CEILING          VALUE 'W'.
               88  FCST-WITHIN-CEILING        VALUE 'O'.
               88  FCST-NO-CEILING            VALUE 'N'.
           05  FILLER                     PIC X(14).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).
           88  END-OF-ABEND-LOG              VALUE '10'.
       77  OPS-HISTORY-STATUS            PIC X(2) VALUE '00'.
           88  END-OF-OPS-HISTORY            VALUE '10'.
       77  FORECAST-FILE-STATUS          PIC X(2) VALUE '00'.
       77  WS-FORECAST-PRESENT           PIC X(1) VALUE 'N'.
           88  FORECAST-ON-FILE              VALUE 'Y'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-FOUND                      PIC X(1) VALUE 'N'.
       77  WS-TODAY                      PIC X(6) VALUE SPACES.
       77  WS-TOT-SEARCHES               PIC 9(9) VALUE 0.
       77  WS-TOT-SEARCH-FAILURES        PIC 9(9) VALUE 0.
       77  WS-TOT-PROBE-SKIPPED          PIC 9(9) VALUE 0.
       77  WS-TOT-INCIDENTS              PIC 9(9) VALUE 0.
       77  WS-TOT-SEC-ATTEMPTS           PIC 9(9) VALUE 0.
       77  WS-TOT-SEC-REJECTS            PIC 9(9) VALUE 0.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SUM-DELTA               PIC ----,---,--9.

       01  WS-FORECAST-LINE.
           05  WS-FCL-LABEL               PIC X(26).
           05  WS-FCL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-FCL-CURRENCY            PIC X(3).

       01  WS-PROGRAM-LINE.
           05  WS-PGM-NAME                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.

           PERFORM LOAD-YESTERDAY-TOTALS THRU
               END-LOAD-YESTERDAY-TOTALS.
           PERFORM LOAD-COST-FORECAST THRU
               END-LOAD-COST-FORECAST.

       END-PROLOG.   EXIT.


       END-LOAD-YESTERDAY-TOTALS.   EXIT.

       LOAD-COST-FORECAST.

           OPEN INPUT FORECAST-FILE.
           IF (FORECAST-FILE-STATUS NOT = '00')
               GO TO END-LOAD-COST-FORECAST
           END-IF.

           READ FORECAST-FILE
               AT END CONTINUE
               NOT AT END SET FORECAST-ON-FILE TO TRUE
           END-READ.

           CLOSE FORECAST-FILE.

       END-LOAD-COST-FORECAST.   EXIT.

       READ-AUDIT-FILE.

           READ AUDIT-FILE

       PROCESS-AUDIT-FILE.

      *
      * MSNPROBE's synthetic searches are not counter activity.
      *
           IF (PROBE-SEARCH)
               ADD 1 TO WS-TOT-PROBE-SKIPPED
               PERFORM READ-AUDIT-FILE THRU END-READ-AUDIT-FILE
               GO TO END-PROCESS-AUDIT-FILE
           END-IF.

           ADD 1 TO WS-TOT-SEARCHES.
           IF (AUD-RESP NOT = 0)
               ADD 1 TO WS-TOT-SEARCH-FAILURES
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-PERFORM.

           PERFORM WRITE-COST-FORECAST THRU
               END-WRITE-COST-FORECAST.

       END-WRITE-REPORT.   EXIT.

      *---------------------------------------------------------------*
      *  Provider cost forecast off MSNFCST's latest run, with a      *
      *  warning line when month-end is projected past the ceiling.   *
      *---------------------------------------------------------------*
       WRITE-COST-FORECAST.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF (NOT FORECAST-ON-FILE)
               MOVE 'PROVIDER COST FORECAST - NONE ON FILE'
                 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO END-WRITE-COST-FORECAST
           END-IF.
           STRING 'PROVIDER COST FORECAST - MONTH ' DELIMITED BY SIZE
                  FCST-MONTH DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  FCST-THROUGH-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-FORECAST-LINE.
           MOVE 'MONTH-TO-DATE COST:' TO WS-FCL-LABEL.
           MOVE FCST-MTD-AMOUNT TO WS-FCL-AMOUNT.
           MOVE FCST-CURRENCY TO WS-FCL-CURRENCY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FORECAST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-FORECAST-LINE.
           MOVE 'PROJECTED MONTH-END COST:' TO WS-FCL-LABEL.
           MOVE FCST-PROJECTED-AMOUNT TO WS-FCL-AMOUNT.
           MOVE FCST-CURRENCY TO WS-FCL-CURRENCY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FORECAST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-FORECAST-LINE.
           MOVE 'MONTHLY CEILING:' TO WS-FCL-LABEL.
           MOVE FCST-CEILING-AMOUNT TO WS-FCL-AMOUNT.
           MOVE FCST-CURRENCY TO WS-FCL-CURRENCY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FORECAST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (FCST-OVER-CEILING)
               MOVE SPACES TO REPORT-LINE
               MOVE '** WARNING: PROVIDER COST PROJECTED TO EXCEED '
                 TO REPORT-LINE(1:46)
               MOVE 'THE MONTHLY CEILING **' TO REPORT-LINE(47:22)
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

       END-WRITE-COST-FORECAST.   EXIT.

       WRITE-SUMMARY-LINE.

           MOVE WS-LINE-TODAY TO WS-SUM-TODAY.
           CLOSE ABEND-LOG-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'OPSSUM PROBE SEARCHES SKIPPED: '
               WS-TOT-PROBE-SKIPPED.
           DISPLAY 'OPSSUM STOPPING ================================'.

       END-EPILOG.   EXIT.
