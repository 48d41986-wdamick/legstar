       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSPRBR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Monthly problem report off the C2WS problem file (PROBTKT)    *
      * that C2WSALRT opens problems in and operations works through  *
      * C2WSPRBM. Two sections:                                       *
      *                                                               *
      *   BY CAUSE        every problem opened in the report month,   *
      *                   under the cause it was closed with, or      *
      *                   STILL OPEN: how many, how many were         *
      *                   acknowledged and resolved, the average      *
      *                   minutes from opening to each, and how many  *
      *                   took longer than the target                 *
      *   PAST TARGET     every problem not yet closed, whatever      *
      *                   month it was opened in, that has gone       *
      *                   unacknowledged longer than the acknowledge  *
      *                   target or unresolved longer than the        *
      *                   resolve target, as of the run               *
      *                                                               *
      * The PRBRCTL card carries the report month (YYYYMM) and the    *
      * acknowledge and resolve targets in minutes, five digits       *
      * each. No card, or a month that is not a real month, reports   *
      * the month before the run date; a target that is zero or not   *
      * numeric takes the default below. Written to RPTC2W08; any     *
      * problem open past target ends the run RC 4.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Run control card: report month and target minutes.           *
      *---------------------------------------------------------------*
           SELECT PROBLEM-CONTROL-FILE ASSIGN TO PRBRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROBLEM-CONTROL-STATUS.
           SELECT PROBLEM-FILE ASSIGN TO PROBTKT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTKT-KEY
               FILE STATUS IS PROBLEM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W08
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  PROBLEM-CONTROL-FILE
           RECORDING MODE IS F.
       01  PROBLEM-CONTROL-RECORD.
           05  PRCTL-REPORT-MONTH         PIC X(6).
           05  PRCTL-ACK-TARGET           PIC X(5).
           05  PRCTL-RESOLVE-TARGET       PIC X(5).
           05  FILLER                     PIC X(64).

      *---------------------------------------------------------------*
      *  Same shared record layout C2WSALRT and C2WSPRBM use.         *
      *---------------------------------------------------------------*
       FD  PROBLEM-FILE
           RECORDING MODE IS F.
       01  PROBLEM-RECORD.
           COPY PROBTKT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  PROBLEM-CONTROL-STATUS        PIC X(2) VALUE '00'.
       77  PROBLEM-STATUS                PIC X(2) VALUE '00'.
           88  END-OF-PROBLEM-FILE           VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-CX                         PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Target minutes, defaulted here and overridden from PRBRCTL:  *
      *  half an hour to acknowledge, a day to resolve.               *
      *---------------------------------------------------------------*
       77  WS-ACK-TARGET                 PIC 9(5) VALUE 30.
       77  WS-RESOLVE-TARGET             PIC 9(5) VALUE 1440.

      *---------------------------------------------------------------*
      *  Report month, defaulted in PROLOG to the month before the    *
      *  run date. Problem times are YYMMDD, so the month is matched  *
      *  on WS-REPORT-MONTH(3:4).                                     *
      *---------------------------------------------------------------*
       01  WS-RUN-DATE-PARTS.
           05  WS-RUN-YYYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-PARTS PIC 9(8).
       01  WS-RUN-TIME                   PIC 9(8).
       01  WS-RUN-STAMP                  PIC X(12).
       01  WS-REPORT-MONTH.
           05  WS-RPT-YYYY                PIC 9(4).
           05  WS-RPT-MM                  PIC 9(2).

      *---------------------------------------------------------------*
      *  Elapsed-minutes work areas: two YYMMDDHHMMSS stamps in,      *
      *  whole minutes between them out.                              *
      *---------------------------------------------------------------*
       01  WS-FROM-STAMP                 PIC X(12).
       01  WS-FROM-STAMP-PARTS REDEFINES WS-FROM-STAMP.
           05  WS-FROM-YYMMDD             PIC 9(6).
           05  WS-FROM-HH                 PIC 9(2).
           05  WS-FROM-MI                 PIC 9(2).
           05  WS-FROM-SS                 PIC 9(2).
       01  WS-TO-STAMP                   PIC X(12).
       01  WS-TO-STAMP-PARTS REDEFINES WS-TO-STAMP.
           05  WS-TO-YYMMDD               PIC 9(6).
           05  WS-TO-HH                   PIC 9(2).
           05  WS-TO-MI                   PIC 9(2).
           05  WS-TO-SS                   PIC 9(2).
       77  WS-ELAPSED-MINUTES            PIC S9(9) COMP-5 VALUE 0.
       77  WS-AVERAGE-MINUTES            PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  The cause codes, in the order the report lists them.         *
      *---------------------------------------------------------------*
       01  CAUSE-CODE-VALUES.
           COPY PTKTCAUS.
       01  CAUSE-CODE-TABLE REDEFINES CAUSE-CODE-VALUES.
           05  CAUSE-ENTRY OCCURS 8 TIMES
                   INDEXED BY CAUSE-IX.
               10  CAUSE-CODE             PIC X(4).
               10  CAUSE-DESCRIPTION      PIC X(32).

      *---------------------------------------------------------------*
      *  One tally row per cause code, then closed with a code no     *
      *  longer in the table, then still open.                        *
      *---------------------------------------------------------------*
       77  WS-UNKNOWN-CAUSE-ROW          PIC 9(4) COMP-5 VALUE 9.
       77  WS-STILL-OPEN-ROW             PIC 9(4) COMP-5 VALUE 10.
       01  WS-CAUSE-TALLY-TABLE.
           05  WS-CAUSE-TALLY OCCURS 10 TIMES.
               10  WS-CT-PROBLEMS         PIC 9(9).
               10  WS-CT-ACKED            PIC 9(9).
               10  WS-CT-ACK-MINUTES      PIC 9(11).
               10  WS-CT-ACK-LATE         PIC 9(9).
               10  WS-CT-RESOLVED         PIC 9(9).
               10  WS-CT-RESOLVE-MINUTES  PIC 9(11).
               10  WS-CT-RESOLVE-LATE     PIC 9(9).
       01  WS-CAUSE-TOTALS.
           05  WS-CTT-PROBLEMS            PIC 9(9) VALUE 0.
           05  WS-CTT-ACKED               PIC 9(9) VALUE 0.
           05  WS-CTT-ACK-MINUTES         PIC 9(11) VALUE 0.
           05  WS-CTT-ACK-LATE            PIC 9(9) VALUE 0.
           05  WS-CTT-RESOLVED            PIC 9(9) VALUE 0.
           05  WS-CTT-RESOLVE-MINUTES     PIC 9(11) VALUE 0.
           05  WS-CTT-RESOLVE-LATE        PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Problems open past target, held for the second section.      *
      *  Any beyond the table are counted but not listed.             *
      *---------------------------------------------------------------*
       77  WS-OVERDUE-MAX                PIC 9(4) COMP-5 VALUE 500.
       77  WS-OVERDUE-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-OVERDUE-TABLE.
           05  WS-OVERDUE-ENTRY OCCURS 500 TIMES.
               10  WS-OD-SUBJECT          PIC X(8).
               10  WS-OD-OPENED-KEY       PIC X(12).
               10  WS-OD-STATUS           PIC X(1).
               10  WS-OD-ESCALATIONS      PIC 9(4).
               10  WS-OD-ACK-BY           PIC X(8).
               10  WS-OD-MINUTES          PIC 9(9).

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-PROBLEMS-READ          PIC 9(9) VALUE 0.
       77  WS-CTL-OPENED-IN-MONTH        PIC 9(9) VALUE 0.
       77  WS-CTL-NOT-CLOSED             PIC 9(9) VALUE 0.
       77  WS-CTL-PAST-TARGET            PIC 9(9) VALUE 0.
       77  WS-CTL-NOT-LISTED             PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(34) VALUE
               'C2WS PROBLEM REPORT - MONTH '.
           05  WS-HDR-MONTH               PIC X(6).

       01  WS-TARGET-LINE.
           05  FILLER                     PIC X(22) VALUE
               'TARGETS:  ACKNOWLEDGE '.
           05  WS-TGT-ACK                 PIC ZZ,ZZ9.
           05  FILLER                     PIC X(16) VALUE
               ' MIN    RESOLVE '.
           05  WS-TGT-RESOLVE             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE ' MIN'.

       01  WS-CAUSE-HEADING.
           05  FILLER                     PIC X(38) VALUE
               'PROBLEMS OPENED IN THE MONTH BY CAUSE'.
           05  FILLER                     PIC X(10) VALUE
               '  PROBLEMS'.
           05  FILLER                     PIC X(10) VALUE
               '     ACKED'.
           05  FILLER                     PIC X(10) VALUE
               '   AVG MIN'.
           05  FILLER                     PIC X(10) VALUE
               '      LATE'.
           05  FILLER                     PIC X(10) VALUE
               '  RESOLVED'.
           05  FILLER                     PIC X(10) VALUE
               '   AVG MIN'.
           05  FILLER                     PIC X(10) VALUE
               '      LATE'.

       01  WS-CAUSE-LINE.
           05  WS-CSL-CODE                PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CSL-DESCRIPTION         PIC X(32).
           05  WS-CSL-PROBLEMS            PIC ZZ,ZZZ,ZZ9.
           05  WS-CSL-ACKED               PIC ZZ,ZZZ,ZZ9.
           05  WS-CSL-ACK-AVERAGE         PIC ZZ,ZZZ,ZZ9.
           05  WS-CSL-ACK-LATE            PIC ZZ,ZZZ,ZZ9.
           05  WS-CSL-RESOLVED            PIC ZZ,ZZZ,ZZ9.
           05  WS-CSL-RESOLVE-AVERAGE     PIC ZZ,ZZZ,ZZ9.
           05  WS-CSL-RESOLVE-LATE        PIC ZZ,ZZZ,ZZ9.

       01  WS-OVERDUE-HEADING.
           05  FILLER                     PIC X(10) VALUE 'SUBJECT'.
           05  FILLER                     PIC X(14) VALUE 'OPENED AT'.
           05  FILLER                     PIC X(14) VALUE 'STATUS'.
           05  FILLER                     PIC X(6) VALUE '  ESC'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ACK BY'.
           05  FILLER                     PIC X(11) VALUE
               'MINS OPEN'.
           05  FILLER                     PIC X(24) VALUE 'PAST TARGET'.

       01  WS-OVERDUE-LINE.
           05  WS-ODL-SUBJECT             PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ODL-OPENED-KEY          PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ODL-STATUS              PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ODL-ESCALATIONS         PIC Z,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ODL-ACK-BY              PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ODL-MINUTES             PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ODL-REASON              PIC X(24).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-PROBLEM THRU END-PROCESS-PROBLEM
               UNTIL END-OF-PROBLEM-FILE.
           PERFORM WRITE-CAUSE-SUMMARY THRU END-WRITE-CAUSE-SUMMARY.
           PERFORM WRITE-OVERDUE-PROBLEMS THRU
               END-WRITE-OVERDUE-PROBLEMS.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSPRBR STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE(3:6) TO WS-RUN-STAMP(1:6).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-STAMP(7:6).
           MOVE WS-RUN-YYYY TO WS-RPT-YYYY.
           MOVE WS-RUN-MM TO WS-RPT-MM.
           IF (WS-RPT-MM = 1)
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-YYYY
           ELSE
               SUBTRACT 1 FROM WS-RPT-MM
           END-IF.

           OPEN INPUT PROBLEM-CONTROL-FILE.
           IF (PROBLEM-CONTROL-STATUS = '00')
               READ PROBLEM-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE PROBLEM-CONTROL-FILE
           END-IF.

           DISPLAY 'C2WSPRBR REPORT MONTH ' WS-REPORT-MONTH
               ' TARGETS ' WS-ACK-TARGET '/' WS-RESOLVE-TARGET.

           OPEN INPUT PROBLEM-FILE.
           IF (PROBLEM-STATUS NOT = '00')
               DISPLAY 'C2WSPRBR PROBTKT OPEN FAILED, STATUS='
                   PROBLEM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSPRBR REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-CAUSE-TALLY-TABLE.

           PERFORM READ-PROBLEM-FILE THRU END-READ-PROBLEM-FILE.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Take whatever the card supplies and is valid; anything       *
      *  missing or malformed keeps its default.                      *
      *---------------------------------------------------------------*
       APPLY-CONTROL-CARD.

           IF (PRCTL-REPORT-MONTH IS NUMERIC)
              AND (PRCTL-REPORT-MONTH(5:2) >= '01')
              AND (PRCTL-REPORT-MONTH(5:2) <= '12')
               MOVE PRCTL-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF.
           IF (PRCTL-ACK-TARGET IS NUMERIC)
              AND (PRCTL-ACK-TARGET NOT = '00000')
               MOVE PRCTL-ACK-TARGET TO WS-ACK-TARGET
           END-IF.
           IF (PRCTL-RESOLVE-TARGET IS NUMERIC)
              AND (PRCTL-RESOLVE-TARGET NOT = '00000')
               MOVE PRCTL-RESOLVE-TARGET TO WS-RESOLVE-TARGET
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

       READ-PROBLEM-FILE.

           READ PROBLEM-FILE NEXT RECORD
               AT END SET END-OF-PROBLEM-FILE TO TRUE
           END-READ.
           IF (PROBLEM-STATUS NOT = '00')
              AND (NOT END-OF-PROBLEM-FILE)
               DISPLAY 'C2WSPRBR PROBTKT READ FAILED, STATUS='
                   PROBLEM-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-PROBLEM-FILE TO TRUE
           END-IF.

       END-READ-PROBLEM-FILE.   EXIT.

      *---------------------------------------------------------------*
      *  TALLY A PROBLEM OPENED IN THE MONTH UNDER ITS CAUSE, AND     *
      *  HOLD ANY PROBLEM NOT CLOSED THAT IS PAST TARGET              *
      *---------------------------------------------------------------*
       PROCESS-PROBLEM.

           ADD 1 TO WS-CTL-PROBLEMS-READ.

           IF (PTKT-OPENED-KEY(1:4) = WS-REPORT-MONTH(3:4))
               ADD 1 TO WS-CTL-OPENED-IN-MONTH
               PERFORM TALLY-PROBLEM THRU END-TALLY-PROBLEM
           END-IF.

           IF (PTKT-NOT-CLOSED)
               ADD 1 TO WS-CTL-NOT-CLOSED
               PERFORM CHECK-PAST-TARGET THRU END-CHECK-PAST-TARGET
           END-IF.

           PERFORM READ-PROBLEM-FILE THRU END-READ-PROBLEM-FILE.

       END-PROCESS-PROBLEM.   EXIT.

       TALLY-PROBLEM.

           IF (PTKT-NOT-CLOSED)
               MOVE WS-STILL-OPEN-ROW TO WS-CX
           ELSE
               MOVE WS-UNKNOWN-CAUSE-ROW TO WS-CX
               SET CAUSE-IX TO 1
               SEARCH CAUSE-ENTRY
                   AT END CONTINUE
                   WHEN CAUSE-CODE(CAUSE-IX) = PTKT-CAUSE-CODE
                       SET WS-CX TO CAUSE-IX
               END-SEARCH
           END-IF.

           ADD 1 TO WS-CT-PROBLEMS(WS-CX).

           IF (PTKT-ACK-KEY NOT = SPACES)
               MOVE PTKT-OPENED-KEY TO WS-FROM-STAMP
               MOVE PTKT-ACK-KEY    TO WS-TO-STAMP
               PERFORM COMPUTE-ELAPSED-MINUTES THRU
                   END-COMPUTE-ELAPSED-MINUTES
               ADD 1 TO WS-CT-ACKED(WS-CX)
               ADD WS-ELAPSED-MINUTES TO WS-CT-ACK-MINUTES(WS-CX)
               IF (WS-ELAPSED-MINUTES > WS-ACK-TARGET)
                   ADD 1 TO WS-CT-ACK-LATE(WS-CX)
               END-IF
           END-IF.

           IF (PTKT-CLOSED)
               MOVE PTKT-OPENED-KEY TO WS-FROM-STAMP
               MOVE PTKT-CLOSED-KEY TO WS-TO-STAMP
               PERFORM COMPUTE-ELAPSED-MINUTES THRU
                   END-COMPUTE-ELAPSED-MINUTES
               ADD 1 TO WS-CT-RESOLVED(WS-CX)
               ADD WS-ELAPSED-MINUTES TO WS-CT-RESOLVE-MINUTES(WS-CX)
               IF (WS-ELAPSED-MINUTES > WS-RESOLVE-TARGET)
                   ADD 1 TO WS-CT-RESOLVE-LATE(WS-CX)
               END-IF
           END-IF.

       END-TALLY-PROBLEM.   EXIT.

      *---------------------------------------------------------------*
      *  A PROBLEM NOT CLOSED IS PAST TARGET WHEN IT HAS GONE         *
      *  UNACKNOWLEDGED LONGER THAN THE ACKNOWLEDGE TARGET, OR        *
      *  UNRESOLVED LONGER THAN THE RESOLVE TARGET, AS OF THE RUN     *
      *---------------------------------------------------------------*
       CHECK-PAST-TARGET.

           MOVE PTKT-OPENED-KEY TO WS-FROM-STAMP.
           MOVE WS-RUN-STAMP    TO WS-TO-STAMP.
           PERFORM COMPUTE-ELAPSED-MINUTES THRU
               END-COMPUTE-ELAPSED-MINUTES.

           IF (WS-ELAPSED-MINUTES <= WS-RESOLVE-TARGET)
               IF (NOT PTKT-OPEN)
                  OR (WS-ELAPSED-MINUTES <= WS-ACK-TARGET)
                   GO TO END-CHECK-PAST-TARGET
               END-IF
           END-IF.

           ADD 1 TO WS-CTL-PAST-TARGET.
           IF (WS-OVERDUE-COUNT >= WS-OVERDUE-MAX)
               ADD 1 TO WS-CTL-NOT-LISTED
               GO TO END-CHECK-PAST-TARGET
           END-IF.

           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE WS-OVERDUE-COUNT      TO WS-IX.
           MOVE PTKT-SUBJECT          TO WS-OD-SUBJECT(WS-IX).
           MOVE PTKT-OPENED-KEY       TO WS-OD-OPENED-KEY(WS-IX).
           MOVE PTKT-STATUS           TO WS-OD-STATUS(WS-IX).
           MOVE PTKT-ESCALATION-COUNT TO WS-OD-ESCALATIONS(WS-IX).
           MOVE PTKT-ACK-BY           TO WS-OD-ACK-BY(WS-IX).
           MOVE WS-ELAPSED-MINUTES    TO WS-OD-MINUTES(WS-IX).

       END-CHECK-PAST-TARGET.   EXIT.

      *---------------------------------------------------------------*
      *  Whole minutes from WS-FROM-STAMP to WS-TO-STAMP. A stamp     *
      *  that is missing or not numeric gives zero.                   *
      *---------------------------------------------------------------*
       COMPUTE-ELAPSED-MINUTES.

           MOVE 0 TO WS-ELAPSED-MINUTES.
           IF (WS-FROM-STAMP IS NOT NUMERIC)
              OR (WS-TO-STAMP IS NOT NUMERIC)
               GO TO END-COMPUTE-ELAPSED-MINUTES
           END-IF.

           COMPUTE WS-ELAPSED-MINUTES =
               ((FUNCTION INTEGER-OF-DATE(20000000 + WS-TO-YYMMDD)
               - FUNCTION INTEGER-OF-DATE(20000000 + WS-FROM-YYMMDD))
               * 1440)
               + ((WS-TO-HH * 60) + WS-TO-MI)
               - ((WS-FROM-HH * 60) + WS-FROM-MI).
           IF (WS-ELAPSED-MINUTES < 0)
               MOVE 0 TO WS-ELAPSED-MINUTES
           END-IF.

       END-COMPUTE-ELAPSED-MINUTES.   EXIT.

       WRITE-CAUSE-SUMMARY.

           MOVE WS-REPORT-MONTH TO WS-HDR-MONTH.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-ACK-TARGET TO WS-TGT-ACK.
           MOVE WS-RESOLVE-TARGET TO WS-TGT-RESOLVE.
           MOVE WS-TARGET-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-CAUSE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-STILL-OPEN-ROW
               PERFORM WRITE-ONE-CAUSE THRU END-WRITE-ONE-CAUSE
           END-PERFORM.

           MOVE SPACES TO WS-CAUSE-LINE.
           MOVE 'TOTAL' TO WS-CSL-CODE.
           MOVE WS-CTT-PROBLEMS TO WS-CSL-PROBLEMS.
           MOVE WS-CTT-ACKED TO WS-CSL-ACKED.
           MOVE 0 TO WS-AVERAGE-MINUTES.
           IF (WS-CTT-ACKED > 0)
               DIVIDE WS-CTT-ACK-MINUTES BY WS-CTT-ACKED
                   GIVING WS-AVERAGE-MINUTES ROUNDED
           END-IF.
           MOVE WS-AVERAGE-MINUTES TO WS-CSL-ACK-AVERAGE.
           MOVE WS-CTT-ACK-LATE TO WS-CSL-ACK-LATE.
           MOVE WS-CTT-RESOLVED TO WS-CSL-RESOLVED.
           MOVE 0 TO WS-AVERAGE-MINUTES.
           IF (WS-CTT-RESOLVED > 0)
               DIVIDE WS-CTT-RESOLVE-MINUTES BY WS-CTT-RESOLVED
                   GIVING WS-AVERAGE-MINUTES ROUNDED
           END-IF.
           MOVE WS-AVERAGE-MINUTES TO WS-CSL-RESOLVE-AVERAGE.
           MOVE WS-CTT-RESOLVE-LATE TO WS-CSL-RESOLVE-LATE.
           MOVE WS-CAUSE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-CAUSE-SUMMARY.   EXIT.

      *---------------------------------------------------------------*
      *  ONE CAUSE ROW, ADDED INTO THE TOTALS. THE UNRECOGNISED-CAUSE *
      *  ROW IS ONLY PRINTED WHEN SOMETHING FELL INTO IT              *
      *---------------------------------------------------------------*
       WRITE-ONE-CAUSE.

           IF (WS-CX = WS-UNKNOWN-CAUSE-ROW)
              AND (WS-CT-PROBLEMS(WS-CX) = 0)
               GO TO END-WRITE-ONE-CAUSE
           END-IF.

           MOVE SPACES TO WS-CAUSE-LINE.
           EVALUATE WS-CX
               WHEN WS-UNKNOWN-CAUSE-ROW
                   MOVE '????' TO WS-CSL-CODE
                   MOVE 'CAUSE CODE NOT RECOGNISED'
                     TO WS-CSL-DESCRIPTION
               WHEN WS-STILL-OPEN-ROW
                   MOVE 'OPEN' TO WS-CSL-CODE
                   MOVE 'STILL OPEN' TO WS-CSL-DESCRIPTION
               WHEN OTHER
                   MOVE CAUSE-CODE(WS-CX) TO WS-CSL-CODE
                   MOVE CAUSE-DESCRIPTION(WS-CX) TO WS-CSL-DESCRIPTION
           END-EVALUATE.

           MOVE WS-CT-PROBLEMS(WS-CX) TO WS-CSL-PROBLEMS.
           MOVE WS-CT-ACKED(WS-CX) TO WS-CSL-ACKED.
           MOVE 0 TO WS-AVERAGE-MINUTES.
           IF (WS-CT-ACKED(WS-CX) > 0)
               DIVIDE WS-CT-ACK-MINUTES(WS-CX) BY WS-CT-ACKED(WS-CX)
                   GIVING WS-AVERAGE-MINUTES ROUNDED
           END-IF.
           MOVE WS-AVERAGE-MINUTES TO WS-CSL-ACK-AVERAGE.
           MOVE WS-CT-ACK-LATE(WS-CX) TO WS-CSL-ACK-LATE.
           MOVE WS-CT-RESOLVED(WS-CX) TO WS-CSL-RESOLVED.
           MOVE 0 TO WS-AVERAGE-MINUTES.
           IF (WS-CT-RESOLVED(WS-CX) > 0)
               DIVIDE WS-CT-RESOLVE-MINUTES(WS-CX)
                   BY WS-CT-RESOLVED(WS-CX)
                   GIVING WS-AVERAGE-MINUTES ROUNDED
           END-IF.
           MOVE WS-AVERAGE-MINUTES TO WS-CSL-RESOLVE-AVERAGE.
           MOVE WS-CT-RESOLVE-LATE(WS-CX) TO WS-CSL-RESOLVE-LATE.
           MOVE WS-CAUSE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           ADD WS-CT-PROBLEMS(WS-CX)        TO WS-CTT-PROBLEMS.
           ADD WS-CT-ACKED(WS-CX)           TO WS-CTT-ACKED.
           ADD WS-CT-ACK-MINUTES(WS-CX)     TO WS-CTT-ACK-MINUTES.
           ADD WS-CT-ACK-LATE(WS-CX)        TO WS-CTT-ACK-LATE.
           ADD WS-CT-RESOLVED(WS-CX)        TO WS-CTT-RESOLVED.
           ADD WS-CT-RESOLVE-MINUTES(WS-CX) TO WS-CTT-RESOLVE-MINUTES.
           ADD WS-CT-RESOLVE-LATE(WS-CX)    TO WS-CTT-RESOLVE-LATE.

       END-WRITE-ONE-CAUSE.   EXIT.

       WRITE-OVERDUE-PROBLEMS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'PROBLEMS STILL OPEN PAST TARGET' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-OVERDUE-COUNT = 0)
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO END-WRITE-OVERDUE-PROBLEMS
           END-IF.

           MOVE WS-OVERDUE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-OVERDUE-COUNT
               PERFORM WRITE-ONE-OVERDUE THRU END-WRITE-ONE-OVERDUE
           END-PERFORM.

       END-WRITE-OVERDUE-PROBLEMS.   EXIT.

       WRITE-ONE-OVERDUE.

           MOVE SPACES TO WS-OVERDUE-LINE.
           MOVE WS-OD-SUBJECT(WS-IX)     TO WS-ODL-SUBJECT.
           MOVE WS-OD-OPENED-KEY(WS-IX)  TO WS-ODL-OPENED-KEY.
           IF (WS-OD-STATUS(WS-IX) = 'O')
               MOVE 'OPEN' TO WS-ODL-STATUS
           ELSE
               MOVE 'ACKNOWLEDGED' TO WS-ODL-STATUS
           END-IF.
           MOVE WS-OD-ESCALATIONS(WS-IX) TO WS-ODL-ESCALATIONS.
           MOVE WS-OD-ACK-BY(WS-IX)      TO WS-ODL-ACK-BY.
           MOVE WS-OD-MINUTES(WS-IX)     TO WS-ODL-MINUTES.
           IF (WS-OD-MINUTES(WS-IX) > WS-RESOLVE-TARGET)
               MOVE 'NOT RESOLVED' TO WS-ODL-REASON
           ELSE
               MOVE 'NOT ACKNOWLEDGED' TO WS-ODL-REASON
           END-IF.
           MOVE WS-OVERDUE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-ONE-OVERDUE.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PROBLEMS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-PROBLEMS-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OPENED IN MONTH:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OPENED-IN-MONTH TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NOT CLOSED (ALL MONTHS):' TO WS-TOT-LABEL.
           MOVE WS-CTL-NOT-CLOSED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'OPEN PAST TARGET:' TO WS-TOT-LABEL.
           MOVE WS-CTL-PAST-TARGET TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-NOT-LISTED > 0)
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'PAST TARGET NOT LISTED:' TO WS-TOT-LABEL
               MOVE WS-CTL-NOT-LISTED TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

           IF (WS-CTL-PAST-TARGET > 0)
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSPRBR REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSPRBR PROBLEMS READ     : ' WS-CTL-PROBLEMS-READ.
           DISPLAY 'C2WSPRBR OPENED IN MONTH   : '
               WS-CTL-OPENED-IN-MONTH.
           DISPLAY 'C2WSPRBR OPEN PAST TARGET  : ' WS-CTL-PAST-TARGET.

           CLOSE PROBLEM-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'C2WSPRBR STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSPRBR.
