      * source, offset, total, results, discrepancy flag), 'M'        *
      * media item (date, AppID, query, source, media URL), 'T'       *
      * trailer (A-row count, M-row count).                           *
      *                                                               *
      * A media item legal has marked prohibited on the media         *
      * catalog (MEDCATL, see MEDCAT) never reaches the extract. If   *
      * the catalog cannot be opened no M rows are written at all     *
      * and the job ends RC 4, rather than hand marketing pictures    *
      * nobody could check.                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT MEDIA-FILE ASSIGN TO MEDIMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEDIA-FILE-STATUS.
           SELECT MEDIA-CATALOG-FILE ASSIGN TO MEDCATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MCAT-URL
               FILE STATUS IS MEDIA-CATALOG-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO EXTRWKS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
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
      *  Layout matches the media archive record written by MSNSEARC. *
           05  MED-MOTION-THUMB-URL       PIC X(32).
           05  MED-MOTION-THUMB-FORMAT    PIC X(32).

      *---------------------------------------------------------------*
      *  Same shared record layout MSNMCATB builds, read here only    *
      *  for each media item's usage rights.                          *
      *---------------------------------------------------------------*
       FD  MEDIA-CATALOG-FILE
           RECORDING MODE IS F.
       01  MEDIA-CATALOG-RECORD.
           COPY MEDCAT.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-ROW                   PIC X(256).
       77  MEDIA-FILE-STATUS             PIC X(2) VALUE '00'.
           88  END-OF-MEDIA-FILE             VALUE '10'.
       77  EXTRACT-FILE-STATUS           PIC X(2) VALUE '00'.
       77  MEDIA-CATALOG-STATUS          PIC X(2) VALUE '00'.
       77  WS-MCAT-FILE-OPEN             PIC X(1) VALUE 'N'.
           88  MEDIA-CATALOG-OPEN            VALUE 'Y'.
       77  WS-SUB                        PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       77  WS-CTL-AUDIT-ROWS             PIC 9(9) VALUE 0.
       77  WS-CTL-MEDIA-ROWS             PIC 9(9) VALUE 0.
       77  WS-CTL-PROBE-SKIPPED          PIC 9(9) VALUE 0.
       77  WS-CTL-PROHIBITED-SKIPPED     PIC 9(9) VALUE 0.
       77  WS-CTL-UNCHECKED-SKIPPED      PIC 9(9) VALUE 0.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MEDIA-CATALOG-FILE.
           IF (MEDIA-CATALOG-STATUS = '00')
               SET MEDIA-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNEXTR MEDIA-CATALOG UNAVAILABLE, STATUS='
                   MEDIA-CATALOG-STATUS ' - NO MEDIA ROWS WRITTEN'
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF (EXTRACT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNEXTR EXTRACT-FILE OPEN FAILED, STATUS='
      *---------------------------------------------------------------*
       PROCESS-AUDIT-FILE.

      *
      * MSNPROBE's synthetic searches are not counter activity.
      *
           IF (PROBE-SEARCH)
               ADD 1 TO WS-CTL-PROBE-SKIPPED
               PERFORM READ-AUDIT-FILE THRU END-READ-AUDIT-FILE
               GO TO END-PROCESS-AUDIT-FILE
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > AUD-SOURCE-COUNT
                      OR WS-SUB > 10
               MOVE MED-PLAY-URL TO WS-MEDIA-URL
           END-IF.

      *
      * Nothing legal has prohibited, and nothing at all while the
      * media catalog cannot be read to say.
      *
           IF (NOT MEDIA-CATALOG-OPEN)
               ADD 1 TO WS-CTL-UNCHECKED-SKIPPED
               PERFORM READ-MEDIA-FILE THRU END-READ-MEDIA-FILE
               GO TO END-PROCESS-MEDIA-FILE
           END-IF.

           MOVE WS-MEDIA-URL TO MCAT-URL.
           READ MEDIA-CATALOG-FILE
               INVALID KEY
                   MOVE SPACE TO MCAT-RIGHTS-STATUS
           END-READ.
           IF (RIGHTS-PROHIBITED)
               ADD 1 TO WS-CTL-PROHIBITED-SKIPPED
               PERFORM READ-MEDIA-FILE THRU END-READ-MEDIA-FILE
               GO TO END-PROCESS-MEDIA-FILE
           END-IF.

           MOVE SPACES TO EXTRACT-ROW.
           STRING 'M;' DELIMITED BY SIZE
                  MED-TIMESTAMP(1:6) DELIMITED BY SIZE
           DISPLAY 'MSNEXTR CONTROL TOTALS'.
           DISPLAY 'AUDIT ROWS WRITTEN: ' WS-CTL-AUDIT-ROWS.
           DISPLAY 'MEDIA ROWS WRITTEN: ' WS-CTL-MEDIA-ROWS.
           DISPLAY 'PROBE SEARCHES SKIPPED: ' WS-CTL-PROBE-SKIPPED.
           DISPLAY 'PROHIBITED MEDIA SKIPPED: '
               WS-CTL-PROHIBITED-SKIPPED.
           DISPLAY 'UNCHECKED MEDIA SKIPPED : '
               WS-CTL-UNCHECKED-SKIPPED.
           DISPLAY '=========================================='.

           CLOSE AUDIT-FILE.
           CLOSE MEDIA-FILE.
           IF (MEDIA-CATALOG-OPEN)
               CLOSE MEDIA-CATALOG-FILE
           END-IF.
           CLOSE EXTRACT-FILE.

           IF (WS-CTL-UNCHECKED-SKIPPED > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'MSNEXTR STOPPING ==============================='.

       END-EPILOG.   EXIT.
