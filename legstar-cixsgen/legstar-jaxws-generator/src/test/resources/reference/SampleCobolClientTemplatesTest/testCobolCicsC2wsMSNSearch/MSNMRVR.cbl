       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSNMRVR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Month-end usage-rights report off the keyed media catalog     *
      * (MEDCATL), for legal and merchandising:                       *
      *   - LICENCES EXPIRING: every entry legal recorded as licensed *
      *     (MSNMRVW) whose licence runs out within the warning       *
      *     window, or already has -- an image still marked licensed  *
      *     past its expiry is still being treated as cleared;        *
      *   - AWAITING REVIEW: every image nobody has reviewed yet.     *
      * Both lists print most-used first by MCAT-HIT-COUNT, so the    *
      * pictures merchandising leans on hardest are settled first.    *
      *                                                               *
      * The MRVRCTL card carries the as-of date (YYYYMMDD) and the    *
      * warning window in days (three digits). No card, or a date     *
      * that is not numeric, reports as of the run date; a window     *
      * that is zero or not numeric takes the default below. Each     *
      * list holds its WS-...-MAX most-used entries; any beyond that  *
      * are counted, not listed. Written to RPTMSN27; a licence       *
      * already expired ends the run RC 4.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Run control card: as-of date and warning window.             *
      *---------------------------------------------------------------*
           SELECT RIGHTS-CONTROL-FILE ASSIGN TO MRVRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RIGHTS-CONTROL-STATUS.
           SELECT MEDIA-CATALOG-FILE ASSIGN TO MEDCATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MCAT-URL
               FILE STATUS IS MEDIA-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTMSN27
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  RIGHTS-CONTROL-FILE
           RECORDING MODE IS F.
       01  RIGHTS-CONTROL-RECORD.
           05  MRCTL-AS-OF-DATE           PIC X(8).
           05  MRCTL-WINDOW-DAYS          PIC X(3).
           05  FILLER                     PIC X(69).

      *---------------------------------------------------------------*
      *  Same shared record layout MSNMCATB builds and MSNMRVW        *
      *  reviews.                                                     *
      *---------------------------------------------------------------*
       FD  MEDIA-CATALOG-FILE
           RECORDING MODE IS F.
       01  MEDIA-CATALOG-RECORD.
           COPY MEDCAT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  RIGHTS-CONTROL-STATUS         PIC X(2) VALUE '00'.
       77  MEDIA-CATALOG-STATUS          PIC X(2) VALUE '00'.
           88  END-OF-MEDIA-CATALOG          VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-JX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-LOW-IX                     PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  As-of date and warning window, defaulted here and overridden *
      *  from MRVRCTL. Sixty days gives two month-end runs' notice of *
      *  every expiry.                                                *
      *---------------------------------------------------------------*
       01  WS-AS-OF-DATE                 PIC 9(8).
       01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE PIC X(8).
       77  WS-WINDOW-DAYS                PIC 9(3) VALUE 60.
       77  WS-AS-OF-INTEGER              PIC 9(9) VALUE 0.
       77  WS-DAYS-LEFT                  PIC S9(7) VALUE 0.

      *---------------------------------------------------------------*
      *  Licences to list, most-used kept when the table is full.     *
      *---------------------------------------------------------------*
       77  WS-LICENCE-MAX                PIC 9(4) COMP-5 VALUE 500.
       01  WS-LICENCE-TABLE.
           05  WS-LICENCE-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-LICENCE-ENTRY OCCURS 500 TIMES.
               10  WS-LIC-HITS            PIC 9(9).
               10  WS-LIC-URL             PIC X(32).
               10  WS-LIC-REF             PIC X(32).
               10  WS-LIC-EXPIRY          PIC X(8).
               10  WS-LIC-DAYS-LEFT       PIC S9(7).
               10  WS-LIC-SET-BY          PIC X(8).
               10  WS-LIC-STATUS          PIC X(16).
       01  WS-LICENCE-HOLD.
           05  WS-LHLD-HITS               PIC 9(9).
           05  WS-LHLD-URL                PIC X(32).
           05  WS-LHLD-REF                PIC X(32).
           05  WS-LHLD-EXPIRY             PIC X(8).
           05  WS-LHLD-DAYS-LEFT          PIC S9(7).
           05  WS-LHLD-SET-BY             PIC X(8).
           05  WS-LHLD-STATUS             PIC X(16).

      *---------------------------------------------------------------*
      *  Images awaiting review, most-used kept when the table is     *
      *  full.                                                        *
      *---------------------------------------------------------------*
       77  WS-AWAITING-MAX               PIC 9(4) COMP-5 VALUE 2000.
       01  WS-AWAITING-TABLE.
           05  WS-AWAITING-COUNT          PIC 9(4) COMP-5 VALUE 0.
           05  WS-AWAITING-ENTRY OCCURS 2000 TIMES.
               10  WS-AWT-HITS            PIC 9(9).
               10  WS-AWT-URL             PIC X(32).
               10  WS-AWT-FIRST-SEEN      PIC X(6).
               10  WS-AWT-LAST-SEEN       PIC X(6).
               10  WS-AWT-SOURCE          PIC X(20).
               10  WS-AWT-QUERY           PIC X(40).
       01  WS-AWAITING-HOLD.
           05  WS-AHLD-HITS               PIC 9(9).
           05  WS-AHLD-URL                PIC X(32).
           05  WS-AHLD-FIRST-SEEN         PIC X(6).
           05  WS-AHLD-LAST-SEEN          PIC X(6).
           05  WS-AHLD-SOURCE             PIC X(20).
           05  WS-AHLD-QUERY              PIC X(40).

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-ENTRIES-READ           PIC 9(9) VALUE 0.
       77  WS-CTL-LICENSED               PIC 9(9) VALUE 0.
       77  WS-CTL-EXPIRING               PIC 9(9) VALUE 0.
       77  WS-CTL-EXPIRED                PIC 9(9) VALUE 0.
       77  WS-CTL-NO-VALID-EXPIRY        PIC 9(9) VALUE 0.
       77  WS-CTL-AWAITING               PIC 9(9) VALUE 0.
       77  WS-CTL-INTERNAL-USE           PIC 9(9) VALUE 0.
       77  WS-CTL-PROHIBITED             PIC 9(9) VALUE 0.
       77  WS-CTL-LICENCES-NOT-LISTED    PIC 9(9) VALUE 0.
       77  WS-CTL-AWAITING-NOT-LISTED    PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(35) VALUE
               'MEDIA CATALOG USAGE RIGHTS - AS OF '.
           05  WS-HDR-DATE                PIC X(8).

       01  WS-LICENCE-HEADING.
           05  FILLER                     PIC X(25) VALUE
               'LICENCES EXPIRING WITHIN '.
           05  WS-LHDR-WINDOW             PIC ZZ9.
           05  FILLER                     PIC X(37) VALUE
               ' DAYS OR ALREADY EXPIRED, MOST USED'.

       01  WS-LICENCE-COLUMNS.
           05  FILLER                     PIC X(12) VALUE '       HITS'.
           05  FILLER                     PIC X(9) VALUE 'EXPIRES'.
           05  FILLER                     PIC X(9) VALUE 'DAYS LEFT'.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  FILLER                     PIC X(33) VALUE
               'LICENCE REFERENCE'.
           05  FILLER                     PIC X(33) VALUE 'MEDIA URL'.
           05  FILLER                     PIC X(9) VALUE 'SET BY'.
           05  FILLER                     PIC X(6) VALUE 'STATUS'.

       01  WS-LICENCE-LINE.
           05  WS-LDL-HITS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-LDL-EXPIRY              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-LDL-DAYS-LEFT           PIC -ZZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LDL-REF                 PIC X(32).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-LDL-URL                 PIC X(32).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-LDL-SET-BY              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-LDL-STATUS              PIC X(16).

       01  WS-AWAITING-COLUMNS.
           05  FILLER                     PIC X(12) VALUE '       HITS'.
           05  FILLER                     PIC X(33) VALUE 'IMAGE URL'.
           05  FILLER                     PIC X(7) VALUE 'FIRST'.
           05  FILLER                     PIC X(7) VALUE 'LAST'.
           05  FILLER                     PIC X(21) VALUE 'SOURCE'.
           05  FILLER                     PIC X(40) VALUE
               'FOUND BY QUERY'.

       01  WS-AWAITING-LINE.
           05  WS-ADL-HITS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ADL-URL                 PIC X(32).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ADL-FIRST-SEEN          PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ADL-LAST-SEEN           PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ADL-SOURCE              PIC X(20).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ADL-QUERY               PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(32).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-CATALOG-ENTRY THRU
                   END-PROCESS-CATALOG-ENTRY
               UNTIL END-OF-MEDIA-CATALOG.
           PERFORM SORT-LICENCE-PASS THRU END-SORT-LICENCE-PASS
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX >= WS-LICENCE-COUNT.
           PERFORM SORT-AWAITING-PASS THRU END-SORT-AWAITING-PASS
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX >= WS-AWAITING-COUNT.
           PERFORM WRITE-REPORT THRU END-WRITE-REPORT.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'MSNMRVR STARTING ==============================='.

           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.

           OPEN INPUT RIGHTS-CONTROL-FILE.
           IF (RIGHTS-CONTROL-STATUS = '00')
               READ RIGHTS-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE RIGHTS-CONTROL-FILE
           END-IF.

           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

           DISPLAY 'MSNMRVR AS OF ' WS-AS-OF-DATE-X
               ' WINDOW ' WS-WINDOW-DAYS ' DAYS'.

           OPEN INPUT MEDIA-CATALOG-FILE.
           IF (MEDIA-CATALOG-STATUS NOT = '00')
               DISPLAY 'MSNMRVR MEDCATL OPEN FAILED, STATUS='
                   MEDIA-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNMRVR REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-MEDIA-CATALOG THRU END-READ-MEDIA-CATALOG.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Take whatever the card supplies and is valid; anything       *
      *  missing or malformed keeps its default.                      *
      *---------------------------------------------------------------*
       APPLY-CONTROL-CARD.

           IF (MRCTL-AS-OF-DATE IS NUMERIC)
              AND (MRCTL-AS-OF-DATE(5:2) >= '01')
              AND (MRCTL-AS-OF-DATE(5:2) <= '12')
              AND (MRCTL-AS-OF-DATE(7:2) >= '01')
              AND (MRCTL-AS-OF-DATE(7:2) <= '31')
               MOVE MRCTL-AS-OF-DATE TO WS-AS-OF-DATE-X
           END-IF.
           IF (MRCTL-WINDOW-DAYS IS NUMERIC)
              AND (MRCTL-WINDOW-DAYS NOT = '000')
               MOVE MRCTL-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

       READ-MEDIA-CATALOG.

           READ MEDIA-CATALOG-FILE NEXT RECORD
               AT END SET END-OF-MEDIA-CATALOG TO TRUE
           END-READ.

       END-READ-MEDIA-CATALOG.   EXIT.

      *---------------------------------------------------------------*
      *  Sort one catalog entry into the list it belongs on, if any.  *
      *---------------------------------------------------------------*
       PROCESS-CATALOG-ENTRY.

           ADD 1 TO WS-CTL-ENTRIES-READ.

           EVALUATE TRUE
               WHEN RIGHTS-LICENSED
                   ADD 1 TO WS-CTL-LICENSED
                   PERFORM CHECK-LICENCE-EXPIRY THRU
                       END-CHECK-LICENCE-EXPIRY
               WHEN RIGHTS-INTERNAL-USE
                   ADD 1 TO WS-CTL-INTERNAL-USE
               WHEN RIGHTS-PROHIBITED
                   ADD 1 TO WS-CTL-PROHIBITED
               WHEN RIGHTS-NOT-REVIEWED
                   IF (MEDIA-IS-IMAGE)
                       ADD 1 TO WS-CTL-AWAITING
                       PERFORM COLLECT-AWAITING-IMAGE THRU
                           END-COLLECT-AWAITING-IMAGE
                   END-IF
           END-EVALUATE.

           PERFORM READ-MEDIA-CATALOG THRU END-READ-MEDIA-CATALOG.

       END-PROCESS-CATALOG-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  A licence with no expiry never runs out and is not listed.   *
      *  One inside the window, already past, or with an expiry that  *
      *  is not a date, is.                                           *
      *---------------------------------------------------------------*
       CHECK-LICENCE-EXPIRY.

           IF (MCAT-LICENCE-EXPIRY = SPACES)
               GO TO END-CHECK-LICENCE-EXPIRY
           END-IF.

           MOVE SPACES TO WS-LICENCE-HOLD.
           MOVE MCAT-HIT-COUNT      TO WS-LHLD-HITS.
           MOVE MCAT-URL            TO WS-LHLD-URL.
           MOVE MCAT-LICENCE-REF    TO WS-LHLD-REF.
           MOVE MCAT-LICENCE-EXPIRY TO WS-LHLD-EXPIRY.
           MOVE MCAT-RIGHTS-SET-BY  TO WS-LHLD-SET-BY.
           MOVE 0                   TO WS-LHLD-DAYS-LEFT.

           IF (MCAT-LICENCE-EXPIRY IS NOT NUMERIC)
              OR (MCAT-LICENCE-EXPIRY < '19000101')
               ADD 1 TO WS-CTL-NO-VALID-EXPIRY
               MOVE 'NO VALID EXPIRY' TO WS-LHLD-STATUS
               PERFORM COLLECT-LICENCE THRU END-COLLECT-LICENCE
               GO TO END-CHECK-LICENCE-EXPIRY
           END-IF.

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(MCAT-LICENCE-EXPIRY))
               - WS-AS-OF-INTEGER.
           IF (WS-DAYS-LEFT > WS-WINDOW-DAYS)
               GO TO END-CHECK-LICENCE-EXPIRY
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-LHLD-DAYS-LEFT.
           IF (WS-DAYS-LEFT < 0)
               ADD 1 TO WS-CTL-EXPIRED
               MOVE '** EXPIRED **' TO WS-LHLD-STATUS
           ELSE
               ADD 1 TO WS-CTL-EXPIRING
               MOVE 'RENEW OR REVIEW' TO WS-LHLD-STATUS
           END-IF.

           PERFORM COLLECT-LICENCE THRU END-COLLECT-LICENCE.

       END-CHECK-LICENCE-EXPIRY.   EXIT.

      *---------------------------------------------------------------*
      *  Add the held licence to the table. When it is full, the held *
      *  one replaces the least-used entry if it has more hits, so    *
      *  the table always keeps the most-used.                        *
      *---------------------------------------------------------------*
       COLLECT-LICENCE.

           IF (WS-LICENCE-COUNT < WS-LICENCE-MAX)
               ADD 1 TO WS-LICENCE-COUNT
               MOVE WS-LICENCE-HOLD
                 TO WS-LICENCE-ENTRY(WS-LICENCE-COUNT)
               GO TO END-COLLECT-LICENCE
           END-IF.

           ADD 1 TO WS-CTL-LICENCES-NOT-LISTED.
           MOVE 1 TO WS-LOW-IX.
           PERFORM FIND-LEAST-USED-LICENCE THRU
                   END-FIND-LEAST-USED-LICENCE
               VARYING WS-JX FROM 2 BY 1
               UNTIL WS-JX > WS-LICENCE-COUNT.
           IF (WS-LHLD-HITS > WS-LIC-HITS(WS-LOW-IX))
               MOVE WS-LICENCE-HOLD TO WS-LICENCE-ENTRY(WS-LOW-IX)
           END-IF.

       END-COLLECT-LICENCE.   EXIT.

       FIND-LEAST-USED-LICENCE.

           IF (WS-LIC-HITS(WS-JX) < WS-LIC-HITS(WS-LOW-IX))
               MOVE WS-JX TO WS-LOW-IX
           END-IF.

       END-FIND-LEAST-USED-LICENCE.   EXIT.

      *---------------------------------------------------------------*
      *  Add an unreviewed image to the table, keeping the most-used  *
      *  when it is full, the same way as COLLECT-LICENCE.            *
      *---------------------------------------------------------------*
       COLLECT-AWAITING-IMAGE.

           MOVE SPACES TO WS-AWAITING-HOLD.
           MOVE MCAT-HIT-COUNT         TO WS-AHLD-HITS.
           MOVE MCAT-URL               TO WS-AHLD-URL.
           MOVE MCAT-FIRST-SEEN(1:6)   TO WS-AHLD-FIRST-SEEN.
           MOVE MCAT-LAST-SEEN(1:6)    TO WS-AHLD-LAST-SEEN.
           MOVE MCAT-SOURCE-TITLE      TO WS-AHLD-SOURCE.
           IF (MCAT-SOURCE-TITLE = SPACES)
               MOVE MCAT-SOURCE        TO WS-AHLD-SOURCE
           END-IF.
           MOVE MCAT-QUERY             TO WS-AHLD-QUERY.

           IF (WS-AWAITING-COUNT < WS-AWAITING-MAX)
               ADD 1 TO WS-AWAITING-COUNT
               MOVE WS-AWAITING-HOLD
                 TO WS-AWAITING-ENTRY(WS-AWAITING-COUNT)
               GO TO END-COLLECT-AWAITING-IMAGE
           END-IF.

           ADD 1 TO WS-CTL-AWAITING-NOT-LISTED.
           MOVE 1 TO WS-LOW-IX.
           PERFORM FIND-LEAST-USED-AWAITING THRU
                   END-FIND-LEAST-USED-AWAITING
               VARYING WS-JX FROM 2 BY 1
               UNTIL WS-JX > WS-AWAITING-COUNT.
           IF (WS-AHLD-HITS > WS-AWT-HITS(WS-LOW-IX))
               MOVE WS-AWAITING-HOLD TO WS-AWAITING-ENTRY(WS-LOW-IX)
           END-IF.

       END-COLLECT-AWAITING-IMAGE.   EXIT.

       FIND-LEAST-USED-AWAITING.

           IF (WS-AWT-HITS(WS-JX) < WS-AWT-HITS(WS-LOW-IX))
               MOVE WS-JX TO WS-LOW-IX
           END-IF.

       END-FIND-LEAST-USED-AWAITING.   EXIT.

      *---------------------------------------------------------------*
      *  Exchange-sort both tables by descending hit count, one pass  *
      *  per WS-IX, so the most-used entries print first.             *
      *---------------------------------------------------------------*
       SORT-LICENCE-PASS.

           PERFORM EXCHANGE-LICENCES THRU END-EXCHANGE-LICENCES
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-LICENCE-COUNT - WS-IX.

       END-SORT-LICENCE-PASS.   EXIT.

       EXCHANGE-LICENCES.

           IF (WS-LIC-HITS(WS-JX) < WS-LIC-HITS(WS-JX + 1))
               MOVE WS-LICENCE-ENTRY(WS-JX) TO WS-LICENCE-HOLD
               MOVE WS-LICENCE-ENTRY(WS-JX + 1)
                 TO WS-LICENCE-ENTRY(WS-JX)
               MOVE WS-LICENCE-HOLD TO WS-LICENCE-ENTRY(WS-JX + 1)
           END-IF.

       END-EXCHANGE-LICENCES.   EXIT.

       SORT-AWAITING-PASS.

           PERFORM EXCHANGE-AWAITING THRU END-EXCHANGE-AWAITING
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-AWAITING-COUNT - WS-IX.

       END-SORT-AWAITING-PASS.   EXIT.

       EXCHANGE-AWAITING.

           IF (WS-AWT-HITS(WS-JX) < WS-AWT-HITS(WS-JX + 1))
               MOVE WS-AWAITING-ENTRY(WS-JX) TO WS-AWAITING-HOLD
               MOVE WS-AWAITING-ENTRY(WS-JX + 1)
                 TO WS-AWAITING-ENTRY(WS-JX)
               MOVE WS-AWAITING-HOLD TO WS-AWAITING-ENTRY(WS-JX + 1)
           END-IF.

       END-EXCHANGE-AWAITING.   EXIT.

      *---------------------------------------------------------------*
      *  Both lists, most-used first, then control totals legal can   *
      *  balance against the catalog.                                 *
      *---------------------------------------------------------------*
       WRITE-REPORT.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AS-OF-DATE-X TO WS-HDR-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE WS-WINDOW-DAYS TO WS-LHDR-WINDOW.
           MOVE WS-LICENCE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-LICENCE-COLUMNS TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           IF (WS-LICENCE-COUNT = 0)
               MOVE '       NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-LICENCE-LINE THRU END-WRITE-LICENCE-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-LICENCE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'IMAGES AWAITING USAGE-RIGHTS REVIEW, MOST USED FIRST'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-AWAITING-COLUMNS TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           IF (WS-AWAITING-COUNT = 0)
               MOVE '       NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-AWAITING-LINE THRU END-WRITE-AWAITING-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-AWAITING-COUNT.

           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.

       END-WRITE-REPORT.   EXIT.

       WRITE-LICENCE-LINE.

           MOVE SPACES TO WS-LICENCE-LINE.
           MOVE WS-LIC-HITS(WS-IX)      TO WS-LDL-HITS.
           MOVE WS-LIC-EXPIRY(WS-IX)    TO WS-LDL-EXPIRY.
           IF (WS-LIC-STATUS(WS-IX) NOT = 'NO VALID EXPIRY')
               MOVE WS-LIC-DAYS-LEFT(WS-IX) TO WS-LDL-DAYS-LEFT
           END-IF.
           MOVE WS-LIC-REF(WS-IX)       TO WS-LDL-REF.
           MOVE WS-LIC-URL(WS-IX)       TO WS-LDL-URL.
           MOVE WS-LIC-SET-BY(WS-IX)    TO WS-LDL-SET-BY.
           MOVE WS-LIC-STATUS(WS-IX)    TO WS-LDL-STATUS.
           MOVE WS-LICENCE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-LICENCE-LINE.   EXIT.

       WRITE-AWAITING-LINE.

           MOVE SPACES TO WS-AWAITING-LINE.
           MOVE WS-AWT-HITS(WS-IX)       TO WS-ADL-HITS.
           MOVE WS-AWT-URL(WS-IX)        TO WS-ADL-URL.
           MOVE WS-AWT-FIRST-SEEN(WS-IX) TO WS-ADL-FIRST-SEEN.
           MOVE WS-AWT-LAST-SEEN(WS-IX)  TO WS-ADL-LAST-SEEN.
           MOVE WS-AWT-SOURCE(WS-IX)     TO WS-ADL-SOURCE.
           MOVE WS-AWT-QUERY(WS-IX)      TO WS-ADL-QUERY.
           MOVE WS-AWAITING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-AWAITING-LINE.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE 'CATALOG ENTRIES READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ENTRIES-READ TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE 'LICENSED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LICENSED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE '  EXPIRING WITHIN WINDOW:' TO WS-TOT-LABEL.
           MOVE WS-CTL-EXPIRING TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE '  ALREADY EXPIRED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-EXPIRED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE '  NO VALID EXPIRY DATE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-NO-VALID-EXPIRY TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE 'CLEARED FOR INTERNAL USE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-INTERNAL-USE TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE 'PROHIBITED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-PROHIBITED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           MOVE 'IMAGES AWAITING REVIEW:' TO WS-TOT-LABEL.
           MOVE WS-CTL-AWAITING TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           IF (WS-CTL-LICENCES-NOT-LISTED > 0)
               MOVE 'LICENCES NOT LISTED (LEAST USED):' TO WS-TOT-LABEL
               MOVE WS-CTL-LICENCES-NOT-LISTED TO WS-TOT-COUNT
               PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE
           END-IF.
           IF (WS-CTL-AWAITING-NOT-LISTED > 0)
               MOVE 'IMAGES NOT LISTED (LEAST USED):' TO WS-TOT-LABEL
               MOVE WS-CTL-AWAITING-NOT-LISTED TO WS-TOT-COUNT
               PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE
           END-IF.

           IF (WS-CTL-EXPIRED > 0)
              OR (WS-CTL-NO-VALID-EXPIRY > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNMRVR REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'MSNMRVR CATALOG ENTRIES READ : '
               WS-CTL-ENTRIES-READ.
           DISPLAY 'MSNMRVR LICENCES EXPIRING    : ' WS-CTL-EXPIRING.
           DISPLAY 'MSNMRVR LICENCES EXPIRED     : ' WS-CTL-EXPIRED.
           DISPLAY 'MSNMRVR IMAGES AWAITING      : ' WS-CTL-AWAITING.

           CLOSE MEDIA-CATALOG-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'MSNMRVR STOPPING ==============================='.

       END-EPILOG.   EXIT.

       END PROGRAM MSNMRVR.
