      * to. Per cultureCode: captures on file, first and latest       *
      * rates, and the lowest and highest rate seen, so the locale    *
      * team can see a rate drifting before a branch quotes it.      *
      * Treasury's manual rates (source 'M', appended by C2WSMRTR)    *
      * are counted but kept out of the trend, which follows the      *
      * service's own rates only; C2WSMRTR reports them.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  RH-CULTURE-CODE            PIC X(32).
           05  RH-CAPTURE-DATE            PIC X(6).
           05  RH-RATE                    PIC X(32).
           05  RH-RATE-SOURCE             PIC X(1).
               88  RH-SERVICE-RATE            VALUE 'S' ' '.
               88  RH-MANUAL-RATE             VALUE 'M'.
           05  RH-ENTERED-BY              PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           88  ENTRY-FOUND                   VALUE 'Y'.

       77  WS-CTL-CAPTURES               PIC 9(9) VALUE 0.
       77  WS-CTL-MANUAL                 PIC 9(9) VALUE 0.
       77  WS-RATE-VALUE                 PIC S9(4)V9(6) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
               GO TO END-PROCESS-RATE-HISTORY
           END-IF.

           IF (RH-MANUAL-RATE)
               ADD 1 TO WS-CTL-MANUAL
               PERFORM READ-RATE-HISTORY THRU END-READ-RATE-HISTORY
               GO TO END-PROCESS-RATE-HISTORY
           END-IF.

           COMPUTE WS-RATE-VALUE ROUNDED = FUNCTION NUMVAL(RH-RATE).

           SET WS-FOUND TO 'N'.
           MOVE WS-CTL-CAPTURES TO WS-RPT-CAPTURES.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'MANUAL RATES' TO WS-RPT-CULTURE.
           MOVE WS-CTL-MANUAL TO WS-RPT-CAPTURES.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-REPORT.   EXIT.

