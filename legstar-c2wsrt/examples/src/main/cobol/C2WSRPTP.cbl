       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSRPTP.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Weekly purge of the report archive (RPTARCH). Each captured   *
      * run carries its own expiry date in its header line, worked    *
      * out by C2WSRPTA from the retention on the capture step's      *
      * card; every run whose expiry date is before the purge date is *
      * deleted, header and lines, and listed on RPTC2W10 with the    *
      * control totals.                                               *
      *                                                               *
      * The purge date is the run date unless an RPTPCTL card gives   *
      * another (YYYYMMDD, columns 1-8). Lines found with no header   *
      * -- a capture that failed before it could write one -- are     *
      * listed but kept, and the run ends RC 4 so someone looks at    *
      * them; a delete that fails ends it RC 8.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-CONTROL-FILE ASSIGN TO RPTPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PURGE-CONTROL-STATUS.
           SELECT REPORT-ARCHIVE-FILE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RARC-KEY
               FILE STATUS IS REPORT-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  PURGE-CONTROL-FILE
           RECORDING MODE IS F.
       01  PURGE-CONTROL-RECORD.
           05  RPCTL-PURGE-DATE           PIC X(8).
           05  FILLER                     PIC X(72).

       FD  REPORT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  REPORT-ARCHIVE-RECORD.
           COPY RPTARCH.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  PURGE-CONTROL-STATUS          PIC X(2) VALUE '00'.
       77  REPORT-ARCHIVE-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-REPORT-ARCHIVE         VALUE '10' '23'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-CHECK-DATE                 PIC 9(8).
       77  WS-DATE-INTEGER               PIC 9(9) VALUE 0.
       01  WS-PURGE-DATE                 PIC 9(8) VALUE 0.
       01  WS-PURGE-DATE-X REDEFINES WS-PURGE-DATE PIC X(8).

      *---------------------------------------------------------------*
      *  The run the browse is in: its key without the line number,   *
      *  and whether its lines are being deleted or were found with   *
      *  no header in front of them.                                  *
      *---------------------------------------------------------------*
       01  WS-CURRENT-RUN.
           05  WS-CUR-REPORT-ID           PIC X(8).
           05  WS-CUR-BUSINESS-DATE       PIC X(8).
           05  WS-CUR-RUN-NUMBER          PIC 9(2).
       01  WS-RECORD-RUN.
           05  WS-REC-REPORT-ID           PIC X(8).
           05  WS-REC-BUSINESS-DATE       PIC X(8).
           05  WS-REC-RUN-NUMBER          PIC 9(2).
       77  WS-RUN-STATE                  PIC X(1) VALUE 'K'.
           88  RUN-PURGING                   VALUE 'P'.
           88  RUN-KEPT                      VALUE 'K'.
           88  RUN-HEADERLESS                VALUE 'H'.
       77  WS-RUN-LINES-DELETED          PIC 9(6) VALUE 0.
       77  WS-RUN-LINES-FOUND            PIC 9(6) VALUE 0.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-RECORDS-READ           PIC 9(9) VALUE 0.
       77  WS-CTL-RUNS-HELD              PIC 9(9) VALUE 0.
       77  WS-CTL-RUNS-PURGED            PIC 9(9) VALUE 0.
       77  WS-CTL-RUNS-KEPT              PIC 9(9) VALUE 0.
       77  WS-CTL-LINES-PURGED           PIC 9(9) VALUE 0.
       77  WS-CTL-RUNS-HEADERLESS        PIC 9(9) VALUE 0.
       77  WS-CTL-DELETE-FAILURES        PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(43) VALUE
               'C2WS REPORT ARCHIVE PURGE - EXPIRED BEFORE '.
           05  WS-HDR-PURGE-DATE          PIC X(8).

       01  WS-RUN-HEADING.
           05  FILLER                     PIC X(10) VALUE 'REPORT'.
           05  FILLER                     PIC X(10) VALUE 'DATE'.
           05  FILLER                     PIC X(5) VALUE 'RUN'.
           05  FILLER                     PIC X(10) VALUE 'CAPTURED'.
           05  FILLER                     PIC X(10) VALUE 'EXPIRED'.
           05  FILLER                     PIC X(9) VALUE '  RECORDS'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(60) VALUE 'TITLE'.

       01  WS-RUN-LINE.
           05  WS-RNL-REPORT-ID           PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RNL-BUSINESS-DATE       PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RNL-RUN-NUMBER          PIC X(2).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RNL-CAPTURED-DATE       PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RNL-EXPIRY-DATE         PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RNL-LINES               PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-RNL-TITLE               PIC X(60).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-ARCHIVE-RECORD THRU
                   END-PROCESS-ARCHIVE-RECORD
               UNTIL END-OF-REPORT-ARCHIVE.
           PERFORM END-OF-RUN THRU END-END-OF-RUN.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSRPTP STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-PURGE-DATE.

           OPEN INPUT PURGE-CONTROL-FILE.
           IF (PURGE-CONTROL-STATUS = '00')
               READ PURGE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE PURGE-CONTROL-FILE
           END-IF.

           OPEN I-O REPORT-ARCHIVE-FILE.
           IF (REPORT-ARCHIVE-STATUS NOT = '00')
               DISPLAY 'C2WSRPTP RPTARCH OPEN FAILED, STATUS='
                   REPORT-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSRPTP RPTC2W10 OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-ARCHIVE-FILE
               GOBACK
           END-IF.

           MOVE WS-PURGE-DATE-X TO WS-HDR-PURGE-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'RUNS PURGED' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-RUN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO WS-CURRENT-RUN.
           SET RUN-KEPT TO TRUE.

           MOVE LOW-VALUES TO RARC-KEY.
           START REPORT-ARCHIVE-FILE
               KEY IS NOT LESS THAN RARC-KEY
               INVALID KEY
                   MOVE '23' TO REPORT-ARCHIVE-STATUS
           END-START.
           IF (NOT END-OF-REPORT-ARCHIVE)
               PERFORM READ-REPORT-ARCHIVE THRU
                   END-READ-REPORT-ARCHIVE
           END-IF.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  A purge date that is not a real date keeps the run date.     *
      *---------------------------------------------------------------*
       APPLY-CONTROL-CARD.

           IF (RPCTL-PURGE-DATE IS NOT NUMERIC)
              OR (RPCTL-PURGE-DATE(1:4) < '1601')
               GO TO END-APPLY-CONTROL-CARD
           END-IF.
           IF (RPCTL-PURGE-DATE(5:2) < '01')
              OR (RPCTL-PURGE-DATE(5:2) > '12')
              OR (RPCTL-PURGE-DATE(7:2) < '01')
              OR (RPCTL-PURGE-DATE(7:2) > '31')
               GO TO END-APPLY-CONTROL-CARD
           END-IF.

           MOVE RPCTL-PURGE-DATE TO WS-CHECK-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           IF (FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   = WS-CHECK-DATE)
               MOVE WS-CHECK-DATE TO WS-PURGE-DATE
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

       READ-REPORT-ARCHIVE.

           READ REPORT-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO REPORT-ARCHIVE-STATUS
           END-READ.
           IF (REPORT-ARCHIVE-STATUS NOT = '00')
              AND (NOT END-OF-REPORT-ARCHIVE)
               DISPLAY 'C2WSRPTP RPTARCH READ FAILED, STATUS='
                   REPORT-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE '10' TO REPORT-ARCHIVE-STATUS
           END-IF.

       END-READ-REPORT-ARCHIVE.   EXIT.

      *---------------------------------------------------------------*
      *  A HEADER STARTS A RUN AND DECIDES ITS FATE; THE LINES AFTER  *
      *  IT FOLLOW THAT DECISION. LINES OF A RUN THE BROWSE MET NO    *
      *  HEADER FOR ARE COUNTED AND KEPT                              *
      *---------------------------------------------------------------*
       PROCESS-ARCHIVE-RECORD.

           ADD 1 TO WS-CTL-RECORDS-READ.
           MOVE RARC-REPORT-ID     TO WS-REC-REPORT-ID.
           MOVE RARC-BUSINESS-DATE TO WS-REC-BUSINESS-DATE.
           MOVE RARC-RUN-NUMBER    TO WS-REC-RUN-NUMBER.

           IF (WS-RECORD-RUN NOT = WS-CURRENT-RUN)
               PERFORM END-OF-RUN THRU END-END-OF-RUN
               PERFORM START-OF-RUN THRU END-START-OF-RUN
           END-IF.

           ADD 1 TO WS-RUN-LINES-FOUND.
           IF (RUN-PURGING)
               PERFORM DELETE-ARCHIVE-RECORD THRU
                   END-DELETE-ARCHIVE-RECORD
           END-IF.

           PERFORM READ-REPORT-ARCHIVE THRU END-READ-REPORT-ARCHIVE.

       END-PROCESS-ARCHIVE-RECORD.   EXIT.

       START-OF-RUN.

           MOVE WS-RECORD-RUN TO WS-CURRENT-RUN.
           MOVE 0 TO WS-RUN-LINES-DELETED WS-RUN-LINES-FOUND.
           ADD 1 TO WS-CTL-RUNS-HELD.
           MOVE SPACES TO WS-RUN-LINE.
           MOVE RARC-REPORT-ID     TO WS-RNL-REPORT-ID.
           MOVE RARC-BUSINESS-DATE TO WS-RNL-BUSINESS-DATE.
           MOVE RARC-RUN-NUMBER    TO WS-RNL-RUN-NUMBER.

           IF (RARC-LINE-NUMBER NOT = 0)
               SET RUN-HEADERLESS TO TRUE
               ADD 1 TO WS-CTL-RUNS-HEADERLESS
               MOVE 'NO HEADER - LINES KEPT' TO WS-RNL-TITLE
               GO TO END-START-OF-RUN
           END-IF.

           MOVE RARC-CAPTURED-DATE TO WS-RNL-CAPTURED-DATE.
           MOVE RARC-EXPIRY-DATE   TO WS-RNL-EXPIRY-DATE.
           MOVE RARC-TITLE         TO WS-RNL-TITLE.

           IF (RARC-EXPIRY-DATE IS NUMERIC)
              AND (RARC-EXPIRY-DATE < WS-PURGE-DATE-X)
               SET RUN-PURGING TO TRUE
           ELSE
               SET RUN-KEPT TO TRUE
               ADD 1 TO WS-CTL-RUNS-KEPT
           END-IF.

       END-START-OF-RUN.   EXIT.

       DELETE-ARCHIVE-RECORD.

           DELETE REPORT-ARCHIVE-FILE RECORD
               INVALID KEY
                   DISPLAY 'C2WSRPTP RPTARCH DELETE FAILED, STATUS='
                       REPORT-ARCHIVE-STATUS ' KEY=' RARC-KEY
                   ADD 1 TO WS-CTL-DELETE-FAILURES
               NOT INVALID KEY
                   ADD 1 TO WS-RUN-LINES-DELETED
           END-DELETE.

       END-DELETE-ARCHIVE-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  LIST THE RUN JUST FINISHED IF IT WAS PURGED OR HAD NO HEADER *
      *---------------------------------------------------------------*
       END-OF-RUN.

           IF (WS-CURRENT-RUN = LOW-VALUES) OR (RUN-KEPT)
               GO TO END-END-OF-RUN
           END-IF.

           IF (RUN-PURGING)
               ADD 1 TO WS-CTL-RUNS-PURGED
               ADD WS-RUN-LINES-DELETED TO WS-CTL-LINES-PURGED
               MOVE WS-RUN-LINES-DELETED TO WS-RNL-LINES
           ELSE
               MOVE WS-RUN-LINES-FOUND TO WS-RNL-LINES
           END-IF.

           MOVE WS-RUN-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           SET RUN-KEPT TO TRUE.

       END-END-OF-RUN.   EXIT.

       WRITE-CONTROL-TOTALS.

           IF (WS-CTL-RUNS-PURGED = 0) AND (WS-CTL-RUNS-HEADERLESS = 0)
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE 'ARCHIVE RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RECORDS-READ TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'RUNS HELD:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RUNS-HELD TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'RUNS PURGED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RUNS-PURGED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'RUNS KEPT:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RUNS-KEPT TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'RUNS WITH NO HEADER:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RUNS-HEADERLESS TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'RECORDS DELETED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LINES-PURGED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'DELETES FAILED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-DELETE-FAILURES TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           IF (WS-CTL-DELETE-FAILURES > 0)
               IF (RETURN-CODE < 8)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF (WS-CTL-RUNS-HEADERLESS > 0)
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
               DISPLAY 'C2WSRPTP REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSRPTP PURGE DATE        : ' WS-PURGE-DATE.
           DISPLAY 'C2WSRPTP RUNS PURGED       : ' WS-CTL-RUNS-PURGED.
           DISPLAY 'C2WSRPTP RECORDS DELETED   : ' WS-CTL-LINES-PURGED.

           CLOSE REPORT-ARCHIVE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'C2WSRPTP STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSRPTP.
