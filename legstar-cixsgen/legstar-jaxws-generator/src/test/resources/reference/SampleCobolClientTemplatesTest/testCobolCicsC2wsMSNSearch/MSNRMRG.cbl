       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSNRMRG.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Merges the output of the four parallel replay streams back    *
      * into the files a whole-queue MSNSEARB run writes directly:    *
      * audit records are appended to AUDTMSN, carried-forward        *
      * retries become tomorrow's RETRMSNO, dead letters are loaded   *
      * into the DEADMSN quarantine and cross-references into         *
      * CORRMSN, numbered per correlation id the way MSNSEARB numbers *
      * them. The calls the streams made are then charged to each     *
      * AppID's monthly budget in BUDGMSN. Nothing is merged unless   *
      * all four streams have left a completion summary (RPLSTRM), so *
      * a stream that failed is restarted and finished first. The     *
      * summaries give the stream-level counts on the job log, and    *
      * the merged record counts are balanced against them.           *
      *                                                               *
      * Every record appended to AUDTMSN is given the trail's next    *
      * sequence number and chain value (see the AUDHASH copybook),   *
      * the streams' and the day's MSNSEARU urgent-replay increment   *
      * (AUDTINCR) alike; the increment goes first, its replays       *
      * having been made before tonight's.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  The streams' completion summaries and output files, each     *
      *  DD a concatenation of the four streams' datasets.            *
      *---------------------------------------------------------------*
           SELECT STREAM-SUMMARY-FILE ASSIGN TO STRMSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STREAM-SUMMARY-STATUS.
           SELECT AUDIT-STREAM-FILE ASSIGN TO AUDTSTRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STREAM-STATUS.
           SELECT RETRY-STREAM-FILE ASSIGN TO RETRSTRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETRY-STREAM-STATUS.
           SELECT DEAD-STREAM-FILE ASSIGN TO DEADSTRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEAD-STREAM-STATUS.
           SELECT XREF-STREAM-FILE ASSIGN TO CORRSTRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XREF-STREAM-STATUS.
      *---------------------------------------------------------------*
      *  MSNSEARU's audit increment (AUDTMSNO) for the day, tolerated *
      *  missing or DD DUMMY on a day with no urgent replays.         *
      *---------------------------------------------------------------*
           SELECT URGENT-AUDIT-FILE ASSIGN TO AUDTINCR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS URGENT-AUDIT-STATUS.
      *---------------------------------------------------------------*
      *  The files a whole-queue MSNSEARB run writes, see there.      *
      *---------------------------------------------------------------*
           SELECT AUDIT-FILE ASSIGN TO AUDTMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
      *---------------------------------------------------------------*
      *  The audit trail's chain state (last sequence number and      *
      *  chain value written), so every audit record continues the    *
      *  tamper-evident chain (see the AUDHASH copybook).             *
      *---------------------------------------------------------------*
           SELECT CHAIN-STATE-FILE ASSIGN TO AUDCHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-TRAIL-ID
               FILE STATUS IS CHAIN-STATE-STATUS.
           SELECT RETRY-OUTPUT-FILE ASSIGN TO RETRMSNO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETRY-OUTPUT-FILE-STATUS.
           SELECT DEAD-LETTER-FILE ASSIGN TO DEADMSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEAD-CORRELATION-ID
               FILE STATUS IS DEAD-LETTER-STATUS.
           SELECT XREF-FILE ASSIGN TO CORRMSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS XREF-FILE-STATUS.
      *---------------------------------------------------------------*
      *  Monthly call-budget ledger MSNSEARC charges.                 *
      *---------------------------------------------------------------*
           SELECT BUDGET-FILE ASSIGN TO BUDGMSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.

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
       FD  STREAM-SUMMARY-FILE
           RECORDING MODE IS F.
       01  STREAM-SUMMARY-RECORD.
           COPY RPLSTRM.

      *---------------------------------------------------------------*
      *  AUDTMSN layout, as far as the budget charge needs it.        *
      *---------------------------------------------------------------*
       FD  AUDIT-STREAM-FILE
           RECORDING MODE IS F.
       01  AUDIT-STREAM-RECORD.
           05  AUDS-TIMESTAMP             PIC X(15).
           05  AUDS-APPID                 PIC X(40).
           05  FILLER                     PIC X(759).

       FD  RETRY-STREAM-FILE
           RECORDING MODE IS F.
       01  RETRY-STREAM-RECORD            PIC X(16042).

       FD  DEAD-STREAM-FILE
           RECORDING MODE IS F.
       01  DEAD-STREAM-RECORD             PIC X(16047).

       FD  XREF-STREAM-FILE
           RECORDING MODE IS F.
       01  XREF-STREAM-RECORD             PIC X(121).

       FD  URGENT-AUDIT-FILE
           RECORDING MODE IS F.
       01  URGENT-AUDIT-RECORD            PIC X(814).

      *---------------------------------------------------------------*
      *  AUDTMSN layout, as far as chaining the record needs it.      *
      *---------------------------------------------------------------*
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUDO-TIMESTAMP             PIC X(15).
           05  FILLER                     PIC X(755).
           05  AUDO-SEQUENCE-NUMBER       PIC 9(12).
           05  AUDO-CHAIN-VALUE           PIC X(32).

       FD  CHAIN-STATE-FILE
           RECORDING MODE IS F.
       01  CHAIN-STATE-RECORD.
           COPY AUDCHST.

       FD  RETRY-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RETRY-OUT-RECORD               PIC X(16042).

      *---------------------------------------------------------------*
      *  Same layouts as MSNSEARB's DEADMSN and CORRMSN records.      *
      *---------------------------------------------------------------*
       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F.
       01  DEAD-LETTER-RECORD.
           05  DEAD-CORRELATION-ID        PIC X(16).
           05  FILLER                     PIC X(16031).

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XRF-KEY.
               10  XRF-CORRELATION-ID     PIC X(16).
               10  XRF-SEQUENCE           PIC 9(4) COMP-5.
           05  XRF-FILE-ID                PIC X(8).
           05  XRF-TIMESTAMP              PIC X(15).
           05  XRF-DETAIL                 PIC X(80).

      *---------------------------------------------------------------*
      *  Same layout as MSNSEARC's budget ledger record.              *
      *---------------------------------------------------------------*
       FD  BUDGET-FILE
           RECORDING MODE IS F.
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-APPID              PIC X(40).
               10  BUD-MONTH              PIC X(4).
           05  BUD-ALLOWANCE              PIC 9(9) COMP-5.
           05  BUD-USED                   PIC 9(9) COMP-5.

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

       77  STREAM-SUMMARY-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-STREAM-SUMMARY         VALUE '10'.
       77  AUDIT-STREAM-STATUS           PIC X(2) VALUE '00'.
           88  END-OF-AUDIT-STREAM           VALUE '10'.
       77  RETRY-STREAM-STATUS           PIC X(2) VALUE '00'.
           88  END-OF-RETRY-STREAM           VALUE '10'.
       77  DEAD-STREAM-STATUS            PIC X(2) VALUE '00'.
           88  END-OF-DEAD-STREAM            VALUE '10'.
       77  XREF-STREAM-STATUS            PIC X(2) VALUE '00'.
           88  END-OF-XREF-STREAM            VALUE '10'.
       77  URGENT-AUDIT-STATUS           PIC X(2) VALUE '00'.
           88  END-OF-URGENT-AUDIT           VALUE '10'.
       77  AUDIT-FILE-STATUS             PIC X(2) VALUE '00'.
       77  RETRY-OUTPUT-FILE-STATUS      PIC X(2) VALUE '00'.
       77  DEAD-LETTER-STATUS            PIC X(2) VALUE '00'.
       77  XREF-FILE-STATUS              PIC X(2) VALUE '00'.
       77  BUDGET-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-XREF-FILE-OPEN             PIC X(1) VALUE 'N'.
           88  XREF-FILE-OPEN                VALUE 'Y'.
       77  WS-URGENT-FILE-OPEN           PIC X(1) VALUE 'N'.
           88  URGENT-AUDIT-OPEN             VALUE 'Y'.
       77  WS-XREF-SEQUENCE              PIC 9(4) COMP-5 VALUE 0.
       77  WS-XREF-TRIES                 PIC 9(4) COMP-5 VALUE 0.
       77  WS-XREF-LAST-ID               PIC X(16) VALUE SPACES.
       77  WS-DEFAULT-ALLOWANCE          PIC 9(9) COMP-5 VALUE 10000.

      *---------------------------------------------------------------*
      *  Audit trail chain work variables. The chain state is read    *
      *  and rewritten around every record this job appends, so the   *
      *  region's online writers carry on from where the job left     *
      *  off. The chain state file is tolerated missing: an audit     *
      *  record is never lost for want of it, it is written           *
      *  unsequenced and the verifier lists it.                       *
      *---------------------------------------------------------------*
       77  CHAIN-STATE-STATUS            PIC X(2) VALUE '00'.
       77  WS-CHAIN-FILE-OPEN            PIC X(1) VALUE 'N'.
           88  CHAIN-STATE-OPEN              VALUE 'Y'.
       77  WS-CHAIN-STATE                PIC X(1) VALUE 'U'.
           88  CHAIN-STATE-FOUND             VALUE 'F'.
           88  CHAIN-STATE-NEW               VALUE 'N'.
           88  CHAIN-STATE-UNAVAILABLE       VALUE 'U'.
       77  WS-CHAIN-ADVANCED             PIC X(1) VALUE 'N'.
           88  CHAIN-ADVANCED                VALUE 'Y'.
       01  HSH-HASH-PARMS.
           COPY AUDHASH.

      *---------------------------------------------------------------*
      *  Streams expected, and what each one's summary reported.      *
      *---------------------------------------------------------------*
       77  WS-STREAM-COUNT               PIC 9(4) COMP-5 VALUE 4.
       77  WS-STREAM-IX                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-SUMMARY-ERROR-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 4 TIMES.
               10  WS-STRM-SEEN           PIC X(1).
                   88  STREAM-SUMMARY-SEEN    VALUE 'Y'.
               10  WS-STRM-SUMMARY        PIC X(132).

      *---------------------------------------------------------------*
      *  Totals the streams' summaries claim, and what was merged.    *
      *---------------------------------------------------------------*
       77  WS-CLAIMED-AUDIT              PIC 9(9) VALUE 0.
       77  WS-CLAIMED-CARRIED            PIC 9(9) VALUE 0.
       77  WS-CLAIMED-DEAD               PIC 9(9) VALUE 0.
       77  WS-CLAIMED-XREF               PIC 9(9) VALUE 0.
       77  WS-MERGED-AUDIT               PIC 9(9) VALUE 0.
       77  WS-MERGED-CARRIED             PIC 9(9) VALUE 0.
       77  WS-MERGED-DEAD                PIC 9(9) VALUE 0.
       77  WS-MERGED-XREF                PIC 9(9) VALUE 0.
       77  WS-MERGED-URGENT              PIC 9(9) VALUE 0.
       77  WS-DEAD-DUPLICATE-COUNT       PIC 9(9) VALUE 0.
       77  WS-WRITE-ERROR-COUNT          PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Calls made per AppID and month, from the merged audit        *
      *  records, to be charged to the budget ledger. A pair beyond   *
      *  the table's capacity cannot be charged and is reported.      *
      *---------------------------------------------------------------*
       77  WS-CHG-COUNT                  PIC 9(4) COMP-5 VALUE 0.
       77  WS-CHG-IX                     PIC 9(4) COMP-5 VALUE 0.
       77  WS-CHG-OVERFLOW-COUNT         PIC 9(9) VALUE 0.
       01  WS-CHARGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-APPID           PIC X(40).
               10  WS-CHG-MONTH           PIC X(4).
               10  WS-CHG-CALLS           PIC 9(9) COMP-5.

       01  WS-STREAM-LINE.
           05  FILLER                     PIC X(7) VALUE 'STREAM '.
           05  WS-SL-STREAM               PIC 9(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SL-JOB-NAME             PIC X(8).
           05  FILLER                     PIC X(8) VALUE ' REPLAY '.
           05  WS-SL-REPLAY               PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(7) VALUE ' RETRY '.
           05  WS-SL-RETRY                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(7) VALUE ' AUDIT '.
           05  WS-SL-AUDIT                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(7) VALUE ' CARRY '.
           05  WS-SL-CARRIED              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(6) VALUE ' DEAD '.
           05  WS-SL-DEAD                 PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(9) VALUE ' REFUSED '.
           05  WS-SL-REFUSED              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(9) VALUE ' SKIPPED '.
           05  WS-SL-SKIPPED              PIC ZZZ,ZZ9.

       01  WS-CHARGE-LINE.
           05  FILLER                     PIC X(6) VALUE 'APPID '.
           05  WS-CL-APPID                PIC X(40).
           05  FILLER                     PIC X(7) VALUE ' MONTH '.
           05  WS-CL-MONTH                PIC X(4).
           05  FILLER                     PIC X(7) VALUE ' CALLS '.
           05  WS-CL-CALLS                PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU
               END-PROLOG.

           PERFORM WRITE-JOB-LOG-START THRU
               END-WRITE-JOB-LOG-START.

           PERFORM MERGE-AUDIT-RECORDS THRU
               END-MERGE-AUDIT-RECORDS.

           PERFORM MERGE-RETRY-RECORDS THRU
               END-MERGE-RETRY-RECORDS.

           PERFORM MERGE-DEAD-LETTERS THRU
               END-MERGE-DEAD-LETTERS.

           PERFORM MERGE-XREF-RECORDS THRU
               END-MERGE-XREF-RECORDS.

           PERFORM CHARGE-BUDGETS THRU
               END-CHARGE-BUDGETS.

           PERFORM EPILOG THRU
               END-EPILOG.

           PERFORM WRITE-JOB-LOG-END THRU
               END-WRITE-JOB-LOG-END.

           GOBACK.

      *---------------------------------------------------------------*
      *  Check every stream finished before touching any output: one  *
      *  summary per stream, no more, no less.                        *
      *---------------------------------------------------------------*
       PROLOG.

           DISPLAY
               'MSNRMRG STARTING ================================'.

           INITIALIZE WS-STREAM-TABLE.

           OPEN INPUT STREAM-SUMMARY-FILE.
           IF (STREAM-SUMMARY-STATUS NOT = '00')
               DISPLAY 'MSNRMRG STREAM-SUMMARY-FILE OPEN FAILED, '
                   'STATUS=' STREAM-SUMMARY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL END-OF-STREAM-SUMMARY
               READ STREAM-SUMMARY-FILE
                   AT END SET END-OF-STREAM-SUMMARY TO TRUE
                   NOT AT END
                       PERFORM CHECK-STREAM-SUMMARY THRU
                           END-CHECK-STREAM-SUMMARY
               END-READ
           END-PERFORM.
           CLOSE STREAM-SUMMARY-FILE.

           PERFORM VARYING WS-STREAM-IX FROM 1 BY 1
                   UNTIL WS-STREAM-IX > WS-STREAM-COUNT
               IF (NOT STREAM-SUMMARY-SEEN(WS-STREAM-IX))
                   DISPLAY 'MSNRMRG NO SUMMARY FROM STREAM '
                       WS-STREAM-IX ', STREAM NOT FINISHED'
                   ADD 1 TO WS-SUMMARY-ERROR-COUNT
               END-IF
           END-PERFORM.

           IF (WS-SUMMARY-ERROR-COUNT > 0)
               DISPLAY 'MSNRMRG STREAMS INCOMPLETE, NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT AUDIT-STREAM-FILE RETRY-STREAM-FILE
                      DEAD-STREAM-FILE XREF-STREAM-FILE.
           IF (AUDIT-STREAM-STATUS NOT = '00')
              OR (RETRY-STREAM-STATUS NOT = '00')
              OR (DEAD-STREAM-STATUS NOT = '00')
              OR (XREF-STREAM-STATUS NOT = '00')
               DISPLAY 'MSNRMRG STREAM FILE OPEN FAILED, STATUS='
                   AUDIT-STREAM-STATUS ' ' RETRY-STREAM-STATUS ' '
                   DEAD-STREAM-STATUS ' ' XREF-STREAM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF (AUDIT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG AUDIT-FILE OPEN FAILED, STATUS='
                   AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CHAIN-STATE-FILE.
           IF (CHAIN-STATE-STATUS = '00')
               SET CHAIN-STATE-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNRMRG AUDCHST UNAVAILABLE, STATUS='
                   CHAIN-STATE-STATUS ' - AUDIT WRITTEN UNSEQUENCED'
           END-IF.

           OPEN INPUT URGENT-AUDIT-FILE.
           IF (URGENT-AUDIT-STATUS = '00')
               SET URGENT-AUDIT-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNRMRG NO URGENT AUDIT INCREMENT, STATUS='
                   URGENT-AUDIT-STATUS
           END-IF.

           OPEN OUTPUT RETRY-OUTPUT-FILE.
           IF (RETRY-OUTPUT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG RETRY-OUTPUT-FILE OPEN FAILED, STATUS='
                   RETRY-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O DEAD-LETTER-FILE.
           IF (DEAD-LETTER-STATUS NOT = '00')
               DISPLAY 'MSNRMRG DEAD-LETTER-FILE OPEN FAILED, STATUS='
                   DEAD-LETTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O XREF-FILE.
           IF (XREF-FILE-STATUS = '00')
               SET XREF-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNRMRG XREF-FILE UNAVAILABLE, STATUS='
                   XREF-FILE-STATUS
           END-IF.

           DISPLAY 'MSNRMRG PROLOG ENDED'.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Record one stream's summary, rejecting a stream number out   *
      *  of range or reported twice.                                  *
      *---------------------------------------------------------------*
       CHECK-STREAM-SUMMARY.

           IF (STRM-STREAM-NUMBER < 1)
              OR (STRM-STREAM-NUMBER > WS-STREAM-COUNT)
               DISPLAY 'MSNRMRG SUMMARY FOR UNKNOWN STREAM '
                   STRM-STREAM-NUMBER ' FROM ' STRM-JOB-NAME
               ADD 1 TO WS-SUMMARY-ERROR-COUNT
               GO TO END-CHECK-STREAM-SUMMARY
           END-IF.

           MOVE STRM-STREAM-NUMBER TO WS-STREAM-IX.
           IF (STREAM-SUMMARY-SEEN(WS-STREAM-IX))
               DISPLAY 'MSNRMRG DUPLICATE SUMMARY FOR STREAM '
                   STRM-STREAM-NUMBER ' FROM ' STRM-JOB-NAME
               ADD 1 TO WS-SUMMARY-ERROR-COUNT
               GO TO END-CHECK-STREAM-SUMMARY
           END-IF.

           SET STREAM-SUMMARY-SEEN(WS-STREAM-IX) TO TRUE.
           MOVE STREAM-SUMMARY-RECORD TO WS-STRM-SUMMARY(WS-STREAM-IX).
           ADD STRM-AUDIT-WRITTEN  TO WS-CLAIMED-AUDIT.
           ADD STRM-RETRY-CARRIED  TO WS-CLAIMED-CARRIED.
           ADD STRM-DEAD-WRITTEN   TO WS-CLAIMED-DEAD.
           ADD STRM-XREF-WRITTEN   TO WS-CLAIMED-XREF.

       END-CHECK-STREAM-SUMMARY.   EXIT.

      *---------------------------------------------------------------*
      *  Append the urgent-replay increment and then the streams'     *
      *  audit records to the audit trail, chaining each one, and     *
      *  tally the streams' calls per AppID and month for the budget  *
      *  charge.                                                      *
      *---------------------------------------------------------------*
       MERGE-AUDIT-RECORDS.

           PERFORM UNTIL NOT URGENT-AUDIT-OPEN
                      OR END-OF-URGENT-AUDIT
               READ URGENT-AUDIT-FILE
                   AT END SET END-OF-URGENT-AUDIT TO TRUE
                   NOT AT END
                       MOVE URGENT-AUDIT-RECORD TO AUDIT-RECORD
                       PERFORM APPEND-AUDIT-RECORD THRU
                           END-APPEND-AUDIT-RECORD
                       IF (AUDIT-FILE-STATUS = '00')
                           ADD 1 TO WS-MERGED-URGENT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM UNTIL END-OF-AUDIT-STREAM
               READ AUDIT-STREAM-FILE
                   AT END SET END-OF-AUDIT-STREAM TO TRUE
                   NOT AT END
                       MOVE AUDIT-STREAM-RECORD TO AUDIT-RECORD
                       PERFORM APPEND-AUDIT-RECORD THRU
                           END-APPEND-AUDIT-RECORD
                       IF (AUDIT-FILE-STATUS = '00')
                           ADD 1 TO WS-MERGED-AUDIT
                       END-IF
                       PERFORM TALLY-AUDITED-CALL THRU
                           END-TALLY-AUDITED-CALL
               END-READ
           END-PERFORM.

       END-MERGE-AUDIT-RECORDS.   EXIT.

      *---------------------------------------------------------------*
      *  Chain the audit record in hand onto the trail and write it.  *
      *---------------------------------------------------------------*
       APPEND-AUDIT-RECORD.

           PERFORM READ-CHAIN-STATE THRU END-READ-CHAIN-STATE.
           PERFORM STAMP-AUDIT-RECORD THRU END-STAMP-AUDIT-RECORD.

           WRITE AUDIT-RECORD.
           IF (AUDIT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG AUDIT WRITE FAILED, STATUS='
                   AUDIT-FILE-STATUS
               ADD 1 TO WS-WRITE-ERROR-COUNT
           ELSE
               PERFORM ADVANCE-CHAIN-STATE THRU
                   END-ADVANCE-CHAIN-STATE
               PERFORM SAVE-CHAIN-STATE THRU END-SAVE-CHAIN-STATE
           END-IF.

       END-APPEND-AUDIT-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Fetch the trail's chain state. No record yet means the trail *
      *  starts here, from sequence zero and a LOW-VALUES chain.      *
      *---------------------------------------------------------------*
       READ-CHAIN-STATE.

           SET CHAIN-STATE-UNAVAILABLE TO TRUE.
           MOVE 'N' TO WS-CHAIN-ADVANCED.
           IF (NOT CHAIN-STATE-OPEN)
               GO TO END-READ-CHAIN-STATE
           END-IF.

           MOVE 'AUDTMSN' TO CHST-TRAIL-ID.
           READ CHAIN-STATE-FILE.
           EVALUATE CHAIN-STATE-STATUS
               WHEN '00'
                   SET CHAIN-STATE-FOUND TO TRUE
               WHEN '23'
                   MOVE SPACES TO CHAIN-STATE-RECORD
                   MOVE 'AUDTMSN' TO CHST-TRAIL-ID
                   MOVE 0 TO CHST-LAST-SEQUENCE
                   MOVE LOW-VALUES TO CHST-LAST-CHAIN
                   SET CHAIN-STATE-NEW TO TRUE
               WHEN OTHER
                   DISPLAY 'MSNRMRG AUDCHST READ FAILED, STATUS='
                       CHAIN-STATE-STATUS
           END-EVALUATE.

       END-READ-CHAIN-STATE.   EXIT.

      *---------------------------------------------------------------*
      *  Give the audit record in hand the next sequence number and   *
      *  its chain value: the SHA-256 hash of the previous chain      *
      *  value followed by the record up to its own chain value, the  *
      *  same length as the record itself. Without the chain state,   *
      *  or if ICSF fails, the record goes out unsequenced.           *
      *---------------------------------------------------------------*
       STAMP-AUDIT-RECORD.

           MOVE 0 TO AUDO-SEQUENCE-NUMBER.
           MOVE LOW-VALUES TO AUDO-CHAIN-VALUE.
           IF (CHAIN-STATE-UNAVAILABLE)
               GO TO END-STAMP-AUDIT-RECORD
           END-IF.

           COMPUTE AUDO-SEQUENCE-NUMBER = CHST-LAST-SEQUENCE + 1.
           MOVE CHST-LAST-CHAIN TO HSH-PREVIOUS-CHAIN.
           MOVE AUDIT-RECORD(1:782) TO HSH-RECORD-IMAGE.
           MOVE LENGTH OF AUDIT-RECORD TO HSH-TEXT-LENGTH.
           MOVE LOW-VALUES TO HSH-CHAIN-VECTOR.
           CALL 'CSNBOWH' USING HSH-RETURN-CODE
                                HSH-REASON-CODE
                                HSH-EXIT-DATA-LENGTH
                                HSH-EXIT-DATA
                                HSH-RULE-ARRAY-COUNT
                                HSH-RULE-ARRAY
                                HSH-TEXT-LENGTH
                                HSH-TEXT
                                HSH-CHAIN-VECTOR-LENGTH
                                HSH-CHAIN-VECTOR
                                HSH-HASH-LENGTH
                                HSH-HASH.
           IF (NOT HSH-HASH-OK)
               DISPLAY 'MSNRMRG CSNBOWH FAILED, RC=' HSH-RETURN-CODE
                   ' REASON=' HSH-REASON-CODE
               SET CHAIN-STATE-UNAVAILABLE TO TRUE
               MOVE 0 TO AUDO-SEQUENCE-NUMBER
               GO TO END-STAMP-AUDIT-RECORD
           END-IF.
           MOVE HSH-HASH TO AUDO-CHAIN-VALUE.

       END-STAMP-AUDIT-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  The record just written is now the end of the chain.         *
      *---------------------------------------------------------------*
       ADVANCE-CHAIN-STATE.

           IF (AUDO-SEQUENCE-NUMBER = 0)
               GO TO END-ADVANCE-CHAIN-STATE
           END-IF.

           MOVE AUDO-SEQUENCE-NUMBER TO CHST-LAST-SEQUENCE.
           MOVE AUDO-CHAIN-VALUE     TO CHST-LAST-CHAIN.
           MOVE AUDO-TIMESTAMP       TO CHST-LAST-TIMESTAMP.
           MOVE 'MSNRMRG'            TO CHST-LAST-PROGRAM.
           SET CHAIN-ADVANCED TO TRUE.

       END-ADVANCE-CHAIN-STATE.   EXIT.

      *---------------------------------------------------------------*
      *  Put the chain state back for the next writer.                *
      *---------------------------------------------------------------*
       SAVE-CHAIN-STATE.

           IF (NOT CHAIN-ADVANCED)
               GO TO END-SAVE-CHAIN-STATE
           END-IF.

           IF (CHAIN-STATE-NEW)
               WRITE CHAIN-STATE-RECORD
           ELSE
               REWRITE CHAIN-STATE-RECORD
           END-IF.
           IF (CHAIN-STATE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG AUDCHST UPDATE FAILED, STATUS='
                   CHAIN-STATE-STATUS
           END-IF.

       END-SAVE-CHAIN-STATE.   EXIT.

       TALLY-AUDITED-CALL.

           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               IF (WS-CHG-APPID(WS-CHG-IX) = AUDS-APPID)
                  AND (WS-CHG-MONTH(WS-CHG-IX) = AUDS-TIMESTAMP(1:4))
                   ADD 1 TO WS-CHG-CALLS(WS-CHG-IX)
                   GO TO END-TALLY-AUDITED-CALL
               END-IF
           END-PERFORM.

           IF (WS-CHG-COUNT >= 200)
               ADD 1 TO WS-CHG-OVERFLOW-COUNT
               GO TO END-TALLY-AUDITED-CALL
           END-IF.

           ADD 1 TO WS-CHG-COUNT.
           MOVE AUDS-APPID TO WS-CHG-APPID(WS-CHG-COUNT).
           MOVE AUDS-TIMESTAMP(1:4) TO WS-CHG-MONTH(WS-CHG-COUNT).
           MOVE 1 TO WS-CHG-CALLS(WS-CHG-COUNT).

       END-TALLY-AUDITED-CALL.   EXIT.

      *---------------------------------------------------------------*
      *  The streams' carried-forward retries make up tomorrow's      *
      *  retry queue.                                                 *
      *---------------------------------------------------------------*
       MERGE-RETRY-RECORDS.

           PERFORM UNTIL END-OF-RETRY-STREAM
               READ RETRY-STREAM-FILE
                   AT END SET END-OF-RETRY-STREAM TO TRUE
                   NOT AT END
                       WRITE RETRY-OUT-RECORD FROM RETRY-STREAM-RECORD
                       IF (RETRY-OUTPUT-FILE-STATUS NOT = '00')
                           DISPLAY 'MSNRMRG RETRY-OUT WRITE FAILED, '
                               'STATUS=' RETRY-OUTPUT-FILE-STATUS
                           ADD 1 TO WS-WRITE-ERROR-COUNT
                       ELSE
                           ADD 1 TO WS-MERGED-CARRIED
                       END-IF
               END-READ
           END-PERFORM.

       END-MERGE-RETRY-RECORDS.   EXIT.

      *---------------------------------------------------------------*
      *  Quarantine the streams' dead letters. One already on file    *
      *  (a stream restarted after writing it) is left as it is.      *
      *---------------------------------------------------------------*
       MERGE-DEAD-LETTERS.

           PERFORM UNTIL END-OF-DEAD-STREAM
               READ DEAD-STREAM-FILE
                   AT END SET END-OF-DEAD-STREAM TO TRUE
                   NOT AT END
                       WRITE DEAD-LETTER-RECORD FROM DEAD-STREAM-RECORD
                           INVALID KEY
                               DISPLAY 'MSNRMRG ALREADY QUARANTINED: '
                                   DEAD-CORRELATION-ID
                               ADD 1 TO WS-DEAD-DUPLICATE-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-MERGED-DEAD
                       END-WRITE
               END-READ
           END-PERFORM.

       END-MERGE-DEAD-LETTERS.   EXIT.

      *---------------------------------------------------------------*
      *  Load the streams' cross-references, numbering each entry     *
      *  under its correlation id the way MSNSEARB does: next free    *
      *  sequence, skipping any already on file.                      *
      *---------------------------------------------------------------*
       MERGE-XREF-RECORDS.

           IF (NOT XREF-FILE-OPEN)
               GO TO END-MERGE-XREF-RECORDS
           END-IF.

           PERFORM UNTIL END-OF-XREF-STREAM
               READ XREF-STREAM-FILE
                   AT END SET END-OF-XREF-STREAM TO TRUE
                   NOT AT END
                       PERFORM LOAD-XREF-RECORD THRU
                           END-LOAD-XREF-RECORD
               END-READ
           END-PERFORM.

       END-MERGE-XREF-RECORDS.   EXIT.

       LOAD-XREF-RECORD.

           MOVE XREF-STREAM-RECORD TO XREF-RECORD.
           IF (XRF-CORRELATION-ID NOT = WS-XREF-LAST-ID)
               MOVE XRF-CORRELATION-ID TO WS-XREF-LAST-ID
               MOVE 0 TO WS-XREF-SEQUENCE
           END-IF.

           MOVE 0 TO WS-XREF-TRIES.
           MOVE '22' TO XREF-FILE-STATUS.
           PERFORM WRITE-XREF-NEXT-SEQUENCE THRU
                   END-WRITE-XREF-NEXT-SEQUENCE
               UNTIL XREF-FILE-STATUS = '00'
                  OR WS-XREF-TRIES > 100.

           IF (XREF-FILE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG XREF WRITE FAILED, STATUS='
                   XREF-FILE-STATUS ' CORRELATION ' XRF-CORRELATION-ID
               ADD 1 TO WS-WRITE-ERROR-COUNT
           ELSE
               ADD 1 TO WS-MERGED-XREF
           END-IF.

       END-LOAD-XREF-RECORD.   EXIT.

       WRITE-XREF-NEXT-SEQUENCE.

           ADD 1 TO WS-XREF-SEQUENCE.
           ADD 1 TO WS-XREF-TRIES.
           MOVE WS-XREF-SEQUENCE TO XRF-SEQUENCE.
           WRITE XREF-RECORD.
           IF (XREF-FILE-STATUS = '22')
               CONTINUE
           END-IF.

       END-WRITE-XREF-NEXT-SEQUENCE.   EXIT.

      *---------------------------------------------------------------*
      *  Charge each AppID's month with the calls the streams made,   *
      *  opening the month at the default allowance the way MSNSEARC  *
      *  does. Without the ledger the charges are listed for manual   *
      *  posting and the step ends with a warning.                    *
      *---------------------------------------------------------------*
       CHARGE-BUDGETS.

           OPEN I-O BUDGET-FILE.
           IF (BUDGET-FILE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG BUDGET-FILE UNAVAILABLE, STATUS='
                   BUDGET-FILE-STATUS ', CHARGES NOT POSTED:'
               PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                       UNTIL WS-CHG-IX > WS-CHG-COUNT
                   PERFORM DISPLAY-CHARGE-LINE THRU
                       END-DISPLAY-CHARGE-LINE
               END-PERFORM
               MOVE 4 TO RETURN-CODE
               GO TO END-CHARGE-BUDGETS
           END-IF.

           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               PERFORM POST-BUDGET-CHARGE THRU
                   END-POST-BUDGET-CHARGE
           END-PERFORM.

           CLOSE BUDGET-FILE.

       END-CHARGE-BUDGETS.   EXIT.

       POST-BUDGET-CHARGE.

           PERFORM DISPLAY-CHARGE-LINE THRU
               END-DISPLAY-CHARGE-LINE.

           MOVE WS-CHG-APPID(WS-CHG-IX) TO BUD-APPID.
           MOVE WS-CHG-MONTH(WS-CHG-IX) TO BUD-MONTH.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE WS-DEFAULT-ALLOWANCE TO BUD-ALLOWANCE
                   MOVE WS-CHG-CALLS(WS-CHG-IX) TO BUD-USED
                   WRITE BUDGET-RECORD
               NOT INVALID KEY
                   ADD WS-CHG-CALLS(WS-CHG-IX) TO BUD-USED
                   REWRITE BUDGET-RECORD
           END-READ.

           IF (BUDGET-FILE-STATUS NOT = '00')
               DISPLAY 'MSNRMRG BUDGET CHARGE FAILED, STATUS='
                   BUDGET-FILE-STATUS ' APPID ' BUD-APPID
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-POST-BUDGET-CHARGE.   EXIT.

       DISPLAY-CHARGE-LINE.

           MOVE WS-CHG-APPID(WS-CHG-IX) TO WS-CL-APPID.
           MOVE WS-CHG-MONTH(WS-CHG-IX) TO WS-CL-MONTH.
           MOVE WS-CHG-CALLS(WS-CHG-IX) TO WS-CL-CALLS.
           DISPLAY WS-CHARGE-LINE.

       END-DISPLAY-CHARGE-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  Print the stream-level counts, balance the merged files      *
      *  against what the streams reported, and terminate.            *
      *---------------------------------------------------------------*
       EPILOG.

           DISPLAY '=========================================='.
           DISPLAY 'MSNRMRG STREAM COUNTS'.
           PERFORM VARYING WS-STREAM-IX FROM 1 BY 1
                   UNTIL WS-STREAM-IX > WS-STREAM-COUNT
               MOVE WS-STRM-SUMMARY(WS-STREAM-IX)
                 TO STREAM-SUMMARY-RECORD
               MOVE STRM-STREAM-NUMBER   TO WS-SL-STREAM
               MOVE STRM-JOB-NAME        TO WS-SL-JOB-NAME
               MOVE STRM-REPLAY-READ     TO WS-SL-REPLAY
               MOVE STRM-RETRY-READ      TO WS-SL-RETRY
               MOVE STRM-AUDIT-WRITTEN   TO WS-SL-AUDIT
               MOVE STRM-RETRY-CARRIED   TO WS-SL-CARRIED
               MOVE STRM-DEAD-WRITTEN    TO WS-SL-DEAD
               MOVE STRM-BUDGET-REFUSED  TO WS-SL-REFUSED
               MOVE STRM-RESTART-SKIPPED TO WS-SL-SKIPPED
               DISPLAY WS-STREAM-LINE
           END-PERFORM.

           DISPLAY 'MSNRMRG MERGED TOTALS'.
           DISPLAY 'AUDIT RECORDS APPENDED  : ' WS-MERGED-AUDIT.
           DISPLAY 'URGENT AUDIT APPENDED   : ' WS-MERGED-URGENT.
           DISPLAY 'RETRIES CARRIED FORWARD : ' WS-MERGED-CARRIED.
           DISPLAY 'DEAD LETTERS QUARANTINED: ' WS-MERGED-DEAD.
           DISPLAY 'DEAD LETTERS ON FILE    : ' WS-DEAD-DUPLICATE-COUNT.
           DISPLAY 'XREF ENTRIES LOADED     : ' WS-MERGED-XREF.
           DISPLAY 'WRITES FAILED           : ' WS-WRITE-ERROR-COUNT.
           DISPLAY 'CHARGES NOT TALLIED     : ' WS-CHG-OVERFLOW-COUNT.

           IF (WS-MERGED-AUDIT NOT = WS-CLAIMED-AUDIT)
              OR (WS-MERGED-CARRIED NOT = WS-CLAIMED-CARRIED)
              OR (WS-MERGED-DEAD + WS-DEAD-DUPLICATE-COUNT
                  NOT = WS-CLAIMED-DEAD)
              OR (XREF-FILE-OPEN
                  AND WS-MERGED-XREF NOT = WS-CLAIMED-XREF)
               DISPLAY 'MSNRMRG OUT OF BALANCE WITH STREAM SUMMARIES: '
                   'AUDIT ' WS-CLAIMED-AUDIT
                   ' CARRIED ' WS-CLAIMED-CARRIED
                   ' DEAD ' WS-CLAIMED-DEAD
                   ' XREF ' WS-CLAIMED-XREF
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF (WS-WRITE-ERROR-COUNT > 0)
              OR (WS-CHG-OVERFLOW-COUNT > 0)
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY '=========================================='.

           CLOSE AUDIT-STREAM-FILE RETRY-STREAM-FILE
                 DEAD-STREAM-FILE XREF-STREAM-FILE.
           CLOSE AUDIT-FILE.
           IF (CHAIN-STATE-OPEN)
               CLOSE CHAIN-STATE-FILE
           END-IF.
           IF (URGENT-AUDIT-OPEN)
               CLOSE URGENT-AUDIT-FILE
           END-IF.
           CLOSE RETRY-OUTPUT-FILE.
           CLOSE DEAD-LETTER-FILE.
           IF (XREF-FILE-OPEN)
               CLOSE XREF-FILE
           END-IF.

           DISPLAY
               'MSNRMRG STOPPING ================================'.

       END-EPILOG.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp this run's start into the shared job log.              *
      *---------------------------------------------------------------*
       WRITE-JOB-LOG-START.

           OPEN EXTEND JOB-LOG-FILE.
           IF (JOB-LOG-STATUS = '00')
               SET JOB-LOG-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNRMRG JOB-LOG UNAVAILABLE, STATUS='
                   JOB-LOG-STATUS
               GO TO END-WRITE-JOB-LOG-START
           END-IF.

           ACCEPT WS-JLOG-DATE-WORK FROM DATE.
           ACCEPT WS-JLOG-TIME-WORK FROM TIME.
           MOVE 'MSNRMRG' TO JLOG-JOB-NAME.
           SET JOB-LOG-START TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE 0 TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'MSNRMRG JOB-LOG WRITE FAILED, STATUS='
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
           MOVE 'MSNRMRG' TO JLOG-JOB-NAME.
           SET JOB-LOG-END TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'MSNRMRG JOB-LOG WRITE FAILED, STATUS='
                   JOB-LOG-STATUS
           END-IF.
           CLOSE JOB-LOG-FILE.

       END-WRITE-JOB-LOG-END.   EXIT.

       END PROGRAM MSNRMRG.
