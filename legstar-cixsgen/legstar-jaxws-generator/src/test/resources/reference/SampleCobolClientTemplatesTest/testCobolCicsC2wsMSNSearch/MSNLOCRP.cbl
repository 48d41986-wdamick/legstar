               RECORD KEY IS CULT-CULTURE-CODE
               FILE STATUS IS CULTURE-CACHE-STATUS.
      *---------------------------------------------------------------*
      *  Per-locale holiday calendar, maintained alongside the branch *
      *  master's locales: one record per cultureCode and closed date,*
      *  so a Sydney public holiday reads as a CLOSED day instead of  *
      *  a demand collapse. Tolerated missing -- no calendar, no      *
      *  marking, yesterday's report.                                 *
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
      *  Layout matches the CULTCACH record LSC2WSSA/LSC2WSSB write.  *

       77  WS-CTL-RECORDS                PIC 9(9) VALUE 0.
       77  WS-CTL-NO-OFFSET              PIC 9(9) VALUE 0.
       77  WS-CTL-PROBE-SKIPPED          PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Holiday calendar work variables, plus the per-locale open-   *
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

           ADD 1 TO WS-CTL-RECORDS.

           PERFORM LOOKUP-LOCALE-OFFSET THRU

       EPILOG.

           DISPLAY 'MSNLOCRP PROBE SEARCHES SKIPPED: '
               WS-CTL-PROBE-SKIPPED.
           CLOSE AUDIT-FILE.
           CLOSE CULTURE-CACHE-FILE.
           IF (HOLIDAY-FILE-OPEN)
