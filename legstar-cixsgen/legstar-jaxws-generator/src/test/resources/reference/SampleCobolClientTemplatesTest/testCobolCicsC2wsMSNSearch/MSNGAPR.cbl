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

       FD  REPORT-FILE
           RECORDING MODE IS F.
      *---------------------------------------------------------------*
       77  WS-CTL-AUDIT-READ             PIC 9(9) VALUE 0.
       77  WS-CTL-GAPS                   PIC 9(9) VALUE 0.
       77  WS-CTL-PROBE-SKIPPED          PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Per-query accumulation: how often asked, and the best        *

           ADD 1 TO WS-CTL-AUDIT-READ.

      *
      * MSNPROBE's synthetic searches are not counter activity.
      *
           IF (PROBE-SEARCH)
               ADD 1 TO WS-CTL-PROBE-SKIPPED
               PERFORM READ-AUDIT-FILE THRU END-READ-AUDIT-FILE
               GO TO END-PROCESS-AUDIT-FILE
           END-IF.

           IF (AUD-RESP = 0)
               PERFORM TALLY-GAP-ENTRY THRU END-TALLY-GAP-ENTRY
           END-IF.

           DISPLAY 'MSNGAPR AUDIT RECORDS READ: ' WS-CTL-AUDIT-READ.
           DISPLAY 'MSNGAPR COVERAGE GAPS     : ' WS-CTL-GAPS.
           DISPLAY 'MSNGAPR PROBE SEARCHES    : ' WS-CTL-PROBE-SKIPPED.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'MSNGAPR STOPPING ==============================='.
