       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSNCXCH.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Nightly exchange of search-response cache content between     *
      * the two CICS regions. Each region keeps its own CACHMSN, so a *
      * search cached in one region is paid for again when the other  *
      * region's branches ask the same thing. This job merges the     *
      * fresh entries of each region's cache into the other's: first  *
      * CICA's into CICB's, then CICB's into CICA's. An entry past    *
      * the freshness window MSNSEARC applies on lookup is skipped.   *
      * When both caches hold the same key the newer CACHE-ABSTIME    *
      * wins, so the second pass only carries back what the other     *
      * region holds newer, never what the first pass just copied.    *
      *                                                               *
      * A cached reply may span several segment records. The choice   *
      * is made on segment 1 and the whole entry follows it; higher   *
      * segments a longer target entry left behind are deleted, the   *
      * same way MSNSEARC does when it stores a reply.                *
      *                                                               *
      * The report gives the entries copied each way and the billed   *
      * calls expected to be saved: every entry copied that the       *
      * receiving region did not hold at all is a search it can now   *
      * serve from cache instead of paying the provider for it while  *
      * the entry stays fresh.                                        *
      *                                                               *
      * Run this with both online regions quiesced off CACHMSN, as    *
      * for MSNCACHP, since it writes both caches in place.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Each region's search-response cache; layout matches          *
      *  MSNSEARC's SEARCH-CACHE-FILE, see WS-CACHE-RECORD below.     *
      *---------------------------------------------------------------*
           SELECT CACHE-FILE-A ASSIGN TO CACHRGNA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CACHA-KEY
               FILE STATUS IS CACHE-A-STATUS.
           SELECT CACHE-FILE-B ASSIGN TO CACHRGNB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CACHB-KEY
               FILE STATUS IS CACHE-B-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTMSN19
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
      *---------------------------------------------------------------*
      *  The whole CACHE-KEY, and the rest of the record.             *
      *---------------------------------------------------------------*
       FD  CACHE-FILE-A
           RECORDING MODE IS F.
       01  CACHE-RECORD-A.
           05  CACHA-KEY                  PIC X(238).
           05  CACHA-ABSTIME              PIC S9(15) COMP-3.
           05  FILLER                     PIC X(32020).

       FD  CACHE-FILE-B
           RECORDING MODE IS F.
       01  CACHE-RECORD-B.
           05  CACHB-KEY                  PIC X(238).
           05  CACHB-ABSTIME              PIC S9(15) COMP-3.
           05  FILLER                     PIC X(32020).

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

       77  CACHE-A-STATUS                PIC X(2) VALUE '00'.
       77  CACHE-B-STATUS                PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-SOURCE-STATUS              PIC X(2) VALUE '00'.
           88  END-OF-SOURCE-CACHE           VALUE '10'.
       77  WS-TARGET-STATUS              PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  Which way the current pass copies, and the region codes the  *
      *  report names the two caches by (as stamped in AUD-REGION).   *
      *---------------------------------------------------------------*
       77  WS-DIRECTION                  PIC X(1) VALUE 'A'.
           88  COPYING-A-TO-B                VALUE 'A'.
           88  COPYING-B-TO-A                VALUE 'B'.
       77  WS-REGION-A-ID                PIC X(4) VALUE 'CICA'.
       77  WS-REGION-B-ID                PIC X(4) VALUE 'CICB'.

      *---------------------------------------------------------------*
      *  The record being exchanged, in MSNSEARC's cache layout.      *
      *---------------------------------------------------------------*
       01  WS-CACHE-RECORD.
           05  CACHE-KEY.
               10  CACHE-ENTRY-KEY.
                   15  CACHE-APPID        PIC X(40).
                   15  CACHE-QUERY        PIC X(128).
                   15  CACHE-CULTUREINFO  PIC X(32).
                   15  CACHE-SAFESEARCH   PIC X(32).
                   15  CACHE-OFFSET       PIC 9(9) COMP-5.
               10  CACHE-SEGMENT          PIC 9(4) COMP-5.
           05  CACHE-ABSTIME              PIC S9(15) COMP-3.
           05  CACHE-CORRELATION-ID       PIC X(16).
           05  CACHE-REPLY-LEN            PIC S9(8) BINARY.
           05  CACHE-REPLY-DATA           PIC X(32000).

      *---------------------------------------------------------------*
      *  The entry whose segments are being copied: its search        *
      *  criteria, and whether segment 1 won the comparison.          *
      *---------------------------------------------------------------*
       01  WS-CURRENT-ENTRY-KEY          PIC X(236) VALUE SPACES.
       77  WS-COPY-ENTRY                 PIC X(1) VALUE 'N'.
           88  COPYING-ENTRY                 VALUE 'Y'.
           88  SKIPPING-ENTRY                VALUE 'N'.
       77  WS-TARGET-ABSTIME             PIC S9(15) COMP-3 VALUE 0.
       77  WS-TARGET-FOUND               PIC X(1) VALUE 'N'.
           88  TARGET-ENTRY-FOUND            VALUE 'Y'.
       77  WS-SEG-IX                     PIC 9(4) COMP-5 VALUE 0.
      * Same segment ceiling as MSNSEARC's WS-MAX-CACHE-SEGMENTS.
       77  WS-MAX-CACHE-SEGMENTS         PIC 9(4) COMP-5 VALUE 4.

      *---------------------------------------------------------------*
      *  Freshness window, in CICS ABSTIME units of 1/1000 second.    *
      *  Same value as MSNSEARC's WS-CACHE-MAX-AGE: an entry MSNSEARC *
      *  would refuse to serve is not worth sending across.           *
      *---------------------------------------------------------------*
       77  WS-CACHE-MAX-AGE              PIC S9(15) COMP-3 VALUE
           14400000.
       77  WS-CACHE-NOW-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
       77  WS-CACHE-AGE                  PIC S9(15) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *  Work fields to rebuild the CICS ABSTIME origin (milliseconds *
      *  since 1 January 1900) in batch, where no ASKTIME exists.     *
      *---------------------------------------------------------------*
       77  WS-NOW-DATE                   PIC 9(8) VALUE 0.
       01  WS-NOW-TIME-GROUP.
           05  WS-NOW-HH                  PIC 9(2).
           05  WS-NOW-MM                  PIC 9(2).
           05  WS-NOW-SS                  PIC 9(2).
           05  FILLER                     PIC 9(2).
       77  WS-NOW-DAYS                   PIC S9(9) COMP-5 VALUE 0.
       77  WS-BASE-DAYS                  PIC S9(9) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Control totals, one set per direction: (1) CICA to CICB,     *
      *  (2) CICB to CICA.                                            *
      *---------------------------------------------------------------*
       77  WS-DX                         PIC 9(4) COMP-5 VALUE 1.
       01  WS-DIRECTION-TOTALS.
           05  WS-DIR-TOTAL OCCURS 2 TIMES.
               10  WS-CTL-RECORDS-READ    PIC 9(9).
               10  WS-CTL-ENTRIES-READ    PIC 9(9).
               10  WS-CTL-ENTRIES-STALE   PIC 9(9).
               10  WS-CTL-ENTRIES-OLDER   PIC 9(9).
               10  WS-CTL-ENTRIES-NEW     PIC 9(9).
               10  WS-CTL-ENTRIES-NEWER   PIC 9(9).
               10  WS-CTL-SEGMENTS-COPIED PIC 9(9).
               10  WS-CTL-WRITE-FAILURES  PIC 9(9).
       77  WS-ENTRIES-COPIED             PIC 9(9) VALUE 0.
       77  WS-CALLS-SAVED                PIC 9(9) VALUE 0.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(40).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.

           PERFORM WRITE-JOB-LOG-START THRU
               END-WRITE-JOB-LOG-START.

           SET COPYING-A-TO-B TO TRUE.
           MOVE 1 TO WS-DX.
           PERFORM EXCHANGE-PASS THRU END-EXCHANGE-PASS.

           SET COPYING-B-TO-A TO TRUE.
           MOVE 2 TO WS-DX.
           PERFORM EXCHANGE-PASS THRU END-EXCHANGE-PASS.

           PERFORM WRITE-REPORT THRU END-WRITE-REPORT.
           PERFORM EPILOG THRU END-EPILOG.

           PERFORM WRITE-JOB-LOG-END THRU
               END-WRITE-JOB-LOG-END.

           GOBACK.

       PROLOG.

           DISPLAY 'MSNCXCH STARTING ==============================='.
           OPEN I-O CACHE-FILE-A.
           IF (CACHE-A-STATUS NOT = '00')
               DISPLAY 'MSNCXCH CACHE-FILE-A OPEN FAILED, STATUS='
                   CACHE-A-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CACHE-FILE-B.
           IF (CACHE-B-STATUS NOT = '00')
               DISPLAY 'MSNCXCH CACHE-FILE-B OPEN FAILED, STATUS='
                   CACHE-B-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNCXCH REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-DIRECTION-TOTALS.

           PERFORM COMPUTE-CURRENT-ABSTIME THRU
               END-COMPUTE-CURRENT-ABSTIME.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Rebuild the CICS ABSTIME clock (milliseconds since 00:00 on  *
      *  1 January 1900) from the batch date and time, so this job's  *
      *  freshness test agrees with the ASKTIME value MSNSEARC        *
      *  stamped into CACHE-ABSTIME online.                           *
      *---------------------------------------------------------------*
       COMPUTE-CURRENT-ABSTIME.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-GROUP FROM TIME.

           COMPUTE WS-BASE-DAYS = FUNCTION INTEGER-OF-DATE(19000101).
           COMPUTE WS-NOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - WS-BASE-DAYS.

           COMPUTE WS-CACHE-NOW-ABSTIME =
               ((WS-NOW-DAYS * 86400)
                + (WS-NOW-HH * 3600)
                + (WS-NOW-MM * 60)
                + WS-NOW-SS) * 1000.

       END-COMPUTE-CURRENT-ABSTIME.   EXIT.

      *---------------------------------------------------------------*
      *  One pass over the source cache from its first key.           *
      *---------------------------------------------------------------*
       EXCHANGE-PASS.

           MOVE LOW-VALUES TO WS-CACHE-RECORD.
           SET SKIPPING-ENTRY TO TRUE.
           MOVE SPACES TO WS-CURRENT-ENTRY-KEY.

           IF (COPYING-A-TO-B)
               MOVE LOW-VALUES TO CACHA-KEY
               START CACHE-FILE-A KEY IS NOT LESS THAN CACHA-KEY
               END-START
               MOVE CACHE-A-STATUS TO WS-SOURCE-STATUS
           ELSE
               MOVE LOW-VALUES TO CACHB-KEY
               START CACHE-FILE-B KEY IS NOT LESS THAN CACHB-KEY
               END-START
               MOVE CACHE-B-STATUS TO WS-SOURCE-STATUS
           END-IF.

           IF (WS-SOURCE-STATUS = '23')
               GO TO END-EXCHANGE-PASS
           END-IF.
           IF (WS-SOURCE-STATUS NOT = '00')
               DISPLAY 'MSNCXCH START FAILED, STATUS=' WS-SOURCE-STATUS
                   ' DIRECTION=' WS-DIRECTION
               MOVE 16 TO RETURN-CODE
               GO TO END-EXCHANGE-PASS
           END-IF.

           PERFORM READ-SOURCE-CACHE THRU END-READ-SOURCE-CACHE.
           PERFORM PROCESS-SOURCE-RECORD THRU
                   END-PROCESS-SOURCE-RECORD
               UNTIL END-OF-SOURCE-CACHE.

       END-EXCHANGE-PASS.   EXIT.

       READ-SOURCE-CACHE.

           IF (COPYING-A-TO-B)
               READ CACHE-FILE-A NEXT RECORD INTO WS-CACHE-RECORD
                   AT END CONTINUE
               END-READ
               MOVE CACHE-A-STATUS TO WS-SOURCE-STATUS
           ELSE
               READ CACHE-FILE-B NEXT RECORD INTO WS-CACHE-RECORD
                   AT END CONTINUE
               END-READ
               MOVE CACHE-B-STATUS TO WS-SOURCE-STATUS
           END-IF.

           IF (WS-SOURCE-STATUS NOT = '00')
              AND (NOT END-OF-SOURCE-CACHE)
               DISPLAY 'MSNCXCH READ FAILED, STATUS=' WS-SOURCE-STATUS
                   ' DIRECTION=' WS-DIRECTION
               MOVE 16 TO RETURN-CODE
               SET END-OF-SOURCE-CACHE TO TRUE
           END-IF.

       END-READ-SOURCE-CACHE.   EXIT.

      *---------------------------------------------------------------*
      *  Segment 1 decides for the whole entry; higher segments of    *
      *  the same entry follow that decision.                         *
      *---------------------------------------------------------------*
       PROCESS-SOURCE-RECORD.

           ADD 1 TO WS-CTL-RECORDS-READ(WS-DX).

           IF (CACHE-SEGMENT = 1)
               PERFORM DECIDE-ENTRY THRU END-DECIDE-ENTRY
           ELSE
               IF (CACHE-ENTRY-KEY NOT = WS-CURRENT-ENTRY-KEY)
                   SET SKIPPING-ENTRY TO TRUE
               END-IF
           END-IF.

           IF (COPYING-ENTRY)
               PERFORM COPY-SEGMENT THRU END-COPY-SEGMENT
           END-IF.

           PERFORM READ-SOURCE-CACHE THRU END-READ-SOURCE-CACHE.

       END-PROCESS-SOURCE-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Copy a fresh entry the target lacks or holds older. The      *
      *  target's higher segments go first, so a shorter reply never  *
      *  reassembles with the tail of the longer one it replaces.     *
      *---------------------------------------------------------------*
       DECIDE-ENTRY.

           SET SKIPPING-ENTRY TO TRUE.
           MOVE CACHE-ENTRY-KEY TO WS-CURRENT-ENTRY-KEY.
           ADD 1 TO WS-CTL-ENTRIES-READ(WS-DX).

           COMPUTE WS-CACHE-AGE =
               WS-CACHE-NOW-ABSTIME - CACHE-ABSTIME.
           IF (WS-CACHE-AGE < 0) OR
              (WS-CACHE-AGE > WS-CACHE-MAX-AGE)
               ADD 1 TO WS-CTL-ENTRIES-STALE(WS-DX)
               GO TO END-DECIDE-ENTRY
           END-IF.

           PERFORM READ-TARGET-ENTRY THRU END-READ-TARGET-ENTRY.

           IF (TARGET-ENTRY-FOUND)
               IF (WS-TARGET-ABSTIME >= CACHE-ABSTIME)
                   ADD 1 TO WS-CTL-ENTRIES-OLDER(WS-DX)
                   GO TO END-DECIDE-ENTRY
               END-IF
               ADD 1 TO WS-CTL-ENTRIES-NEWER(WS-DX)
           ELSE
               ADD 1 TO WS-CTL-ENTRIES-NEW(WS-DX)
           END-IF.

           SET COPYING-ENTRY TO TRUE.
           MOVE 1 TO WS-SEG-IX.
           PERFORM DELETE-TARGET-SEGMENT THRU
                   END-DELETE-TARGET-SEGMENT
               UNTIL WS-SEG-IX >= WS-MAX-CACHE-SEGMENTS.

       END-DECIDE-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  Look up segment 1 of the same search in the target cache,    *
      *  leaving its ABSTIME in WS-TARGET-ABSTIME.                    *
      *---------------------------------------------------------------*
       READ-TARGET-ENTRY.

           MOVE 'N' TO WS-TARGET-FOUND.

           IF (COPYING-A-TO-B)
               MOVE CACHE-KEY TO CACHB-KEY
               READ CACHE-FILE-B
                   INVALID KEY CONTINUE
               END-READ
               MOVE CACHE-B-STATUS TO WS-TARGET-STATUS
               IF (WS-TARGET-STATUS = '00')
                   MOVE CACHB-ABSTIME TO WS-TARGET-ABSTIME
               END-IF
           ELSE
               MOVE CACHE-KEY TO CACHA-KEY
               READ CACHE-FILE-A
                   INVALID KEY CONTINUE
               END-READ
               MOVE CACHE-A-STATUS TO WS-TARGET-STATUS
               IF (WS-TARGET-STATUS = '00')
                   MOVE CACHA-ABSTIME TO WS-TARGET-ABSTIME
               END-IF
           END-IF.

           IF (WS-TARGET-STATUS = '00')
               SET TARGET-ENTRY-FOUND TO TRUE
           END-IF.

       END-READ-TARGET-ENTRY.   EXIT.

       DELETE-TARGET-SEGMENT.

           ADD 1 TO WS-SEG-IX.
           MOVE WS-SEG-IX TO CACHE-SEGMENT.

           IF (COPYING-A-TO-B)
               MOVE CACHE-KEY TO CACHB-KEY
               DELETE CACHE-FILE-B RECORD
                   INVALID KEY
      *
      * No higher segment exists -- nothing further can either.
      *
                       MOVE WS-MAX-CACHE-SEGMENTS TO WS-SEG-IX
               END-DELETE
           ELSE
               MOVE CACHE-KEY TO CACHA-KEY
               DELETE CACHE-FILE-A RECORD
                   INVALID KEY
                       MOVE WS-MAX-CACHE-SEGMENTS TO WS-SEG-IX
               END-DELETE
           END-IF.

           MOVE 1 TO CACHE-SEGMENT.

       END-DELETE-TARGET-SEGMENT.   EXIT.

      *---------------------------------------------------------------*
      *  Put one segment of the winning entry into the target cache,  *
      *  over the target's own copy where it has one.                 *
      *---------------------------------------------------------------*
       COPY-SEGMENT.

           IF (COPYING-A-TO-B)
               WRITE CACHE-RECORD-B FROM WS-CACHE-RECORD
               IF (CACHE-B-STATUS = '22')
                   REWRITE CACHE-RECORD-B FROM WS-CACHE-RECORD
               END-IF
               MOVE CACHE-B-STATUS TO WS-TARGET-STATUS
           ELSE
               WRITE CACHE-RECORD-A FROM WS-CACHE-RECORD
               IF (CACHE-A-STATUS = '22')
                   REWRITE CACHE-RECORD-A FROM WS-CACHE-RECORD
               END-IF
               MOVE CACHE-A-STATUS TO WS-TARGET-STATUS
           END-IF.

           IF (WS-TARGET-STATUS = '00')
               ADD 1 TO WS-CTL-SEGMENTS-COPIED(WS-DX)
           ELSE
               DISPLAY 'MSNCXCH WRITE FAILED, STATUS=' WS-TARGET-STATUS
                   ' DIRECTION=' WS-DIRECTION ' APPID=' CACHE-APPID
               ADD 1 TO WS-CTL-WRITE-FAILURES(WS-DX)
               SET SKIPPING-ENTRY TO TRUE
           END-IF.

       END-COPY-SEGMENT.   EXIT.

      *---------------------------------------------------------------*
      *  Print the exchange report: what each pass read, skipped and  *
      *  copied, and the billed calls the copies are expected to      *
      *  save.                                                        *
      *---------------------------------------------------------------*
       WRITE-REPORT.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'SEARCH-RESPONSE CACHE EXCHANGE BETWEEN REGIONS'
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.

           MOVE 1 TO WS-DX.
           PERFORM WRITE-DIRECTION-TOTALS THRU
               END-WRITE-DIRECTION-TOTALS.
           MOVE 2 TO WS-DX.
           PERFORM WRITE-DIRECTION-TOTALS THRU
               END-WRITE-DIRECTION-TOTALS.

           COMPUTE WS-ENTRIES-COPIED =
               WS-CTL-ENTRIES-NEW(1) + WS-CTL-ENTRIES-NEWER(1)
             + WS-CTL-ENTRIES-NEW(2) + WS-CTL-ENTRIES-NEWER(2).
           COMPUTE WS-CALLS-SAVED =
               WS-CTL-ENTRIES-NEW(1) + WS-CTL-ENTRIES-NEW(2).

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.
           MOVE 'ENTRIES COPIED, BOTH WAYS:' TO WS-TOT-LABEL.
           MOVE WS-ENTRIES-COPIED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'BILLED CALLS EXPECTED SAVED:' TO WS-TOT-LABEL.
           MOVE WS-CALLS-SAVED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

       END-WRITE-REPORT.   EXIT.

      *---------------------------------------------------------------*
      *  Only an entry the receiving region lacked saves a call: one  *
      *  it held older would have been served from its own cache.     *
      *---------------------------------------------------------------*
       WRITE-DIRECTION-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF (WS-DX = 1)
               STRING 'FROM ' WS-REGION-A-ID ' TO ' WS-REGION-B-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'FROM ' WS-REGION-B-ID ' TO ' WS-REGION-A-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.

           MOVE 'RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RECORDS-READ(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-READ(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES PAST FRESHNESS WINDOW:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-STALE(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES HELD SAME OR NEWER:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-OLDER(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES COPIED, NOT HELD:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-NEW(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ENTRIES COPIED, HELD OLDER:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-NEWER(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'SEGMENTS COPIED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-SEGMENTS-COPIED(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'WRITE FAILURES:' TO WS-TOT-LABEL.
           MOVE WS-CTL-WRITE-FAILURES(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'BILLED CALLS EXPECTED SAVED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-NEW(WS-DX) TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

       END-WRITE-DIRECTION-TOTALS.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNCXCH REPORT-FILE WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY '=========================================='.
           DISPLAY 'MSNCXCH CONTROL TOTALS'.
           DISPLAY WS-REGION-A-ID ' TO ' WS-REGION-B-ID
               ' ENTRIES COPIED : '
               WS-CTL-ENTRIES-NEW(1) ' NEW, '
               WS-CTL-ENTRIES-NEWER(1) ' NEWER'.
           DISPLAY WS-REGION-B-ID ' TO ' WS-REGION-A-ID
               ' ENTRIES COPIED : '
               WS-CTL-ENTRIES-NEW(2) ' NEW, '
               WS-CTL-ENTRIES-NEWER(2) ' NEWER'.
           DISPLAY 'BILLED CALLS EXPECTED SAVED: ' WS-CALLS-SAVED.
           DISPLAY 'WRITE FAILURES: ' WS-CTL-WRITE-FAILURES(1)
               ' ' WS-CTL-WRITE-FAILURES(2).
           DISPLAY '=========================================='.

           CLOSE CACHE-FILE-A.
           CLOSE CACHE-FILE-B.
           CLOSE REPORT-FILE.

           IF (WS-CTL-WRITE-FAILURES(1) > 0)
              OR (WS-CTL-WRITE-FAILURES(2) > 0)
               IF (RETURN-CODE < 8)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'MSNCXCH STOPPING ==============================='.

       END-EPILOG.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp this run's start into the shared job log.              *
      *---------------------------------------------------------------*
       WRITE-JOB-LOG-START.

           OPEN EXTEND JOB-LOG-FILE.
           IF (JOB-LOG-STATUS = '00')
               SET JOB-LOG-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNCXCH JOB-LOG UNAVAILABLE, STATUS='
                   JOB-LOG-STATUS
               GO TO END-WRITE-JOB-LOG-START
           END-IF.

           ACCEPT WS-JLOG-DATE-WORK FROM DATE.
           ACCEPT WS-JLOG-TIME-WORK FROM TIME.
           MOVE 'MSNCXCH' TO JLOG-JOB-NAME.
           SET JOB-LOG-START TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE 0 TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'MSNCXCH JOB-LOG WRITE FAILED, STATUS='
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
           MOVE 'MSNCXCH' TO JLOG-JOB-NAME.
           SET JOB-LOG-END TO TRUE.
           MOVE WS-JLOG-DATE-WORK(1:6) TO JLOG-DATE.
           MOVE WS-JLOG-TIME-WORK(1:6) TO JLOG-TIME.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           WRITE JOB-LOG-RECORD.
           IF (JOB-LOG-STATUS NOT = '00')
               DISPLAY 'MSNCXCH JOB-LOG WRITE FAILED, STATUS='
                   JOB-LOG-STATUS
           END-IF.
           CLOSE JOB-LOG-FILE.

       END-WRITE-JOB-LOG-END.   EXIT.

       END PROGRAM MSNCXCH.
