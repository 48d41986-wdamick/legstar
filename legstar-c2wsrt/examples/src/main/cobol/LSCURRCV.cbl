      * yesterday's market. Every conversion is journaled to          *
      * CONVJRNL with both rates used, so a quote given to a          *
      * customer is reproducible.                                     *
      *                                                               *
      * When the refresh is stale the service falls back to the       *
      * manual rates treasury keeps on MANRATE through C2WSMRTM: a    *
      * culture with an active manual rate whose period covers today  *
      * is quoted off it, a culture whose cached rate is 1 (the       *
      * dollar) at 1, and any other culture still fails as stale. A   *
      * quote made this way comes back with CURR-RATE-SOURCE 'M' and  *
      * the manual rate's effective-from date as its rates date, and  *
      * is journaled with the source of each rate.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CONVERSION-JOURNAL ASSIGN TO CONVJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONVERSION-JOURNAL-STATUS.
      *---------------------------------------------------------------*
      *  Treasury's manual rates, read only when the refresh is       *
      *  stale.                                                       *
      *---------------------------------------------------------------*
           SELECT MANUAL-RATE-FILE ASSIGN TO MANRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRAT-KEY
               FILE STATUS IS MANUAL-RATE-STATUS.

       DATA DIVISION.
      *****************************************************************
           05  CVJ-TO-RATE                PIC 9(7)V9(6).
           05  CVJ-CONVERTED              PIC 9(11)V99.
           05  CVJ-RATES-AS-OF            PIC X(15).
      *---------------------------------------------------------------*
      *  Where each rate came from: 'S' the cultureinfo service via   *
      *  the cache, 'M' treasury's manual rate on MANRATE.            *
      *---------------------------------------------------------------*
           05  CVJ-FROM-RATE-SOURCE       PIC X(1).
           05  CVJ-TO-RATE-SOURCE         PIC X(1).

       FD  MANUAL-RATE-FILE
           RECORDING MODE IS F.
       01  MANUAL-RATE-RECORD.
           COPY MANRATE.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
       77  CHECKPOINT-FILE-STATUS        PIC X(2) VALUE '00'.
           88  END-OF-CHECKPOINT-FILE        VALUE '10'.
       77  CONVERSION-JOURNAL-STATUS     PIC X(2) VALUE '00'.
       77  MANUAL-RATE-STATUS            PIC X(2) VALUE '00'.
           88  END-OF-MANUAL-RATE-FILE       VALUE '10' '23'.

      *---------------------------------------------------------------*
      *  Rates parsed out of the cache's text fields.                 *
       77  WS-TODAY-INTEGER              PIC S9(9) COMP-5 VALUE 0.
       01  WS-YESTERDAY-X                PIC 9(8) VALUE 0.

      *---------------------------------------------------------------*
      *  Manual-rate fallback: whether this quote is being made off   *
      *  MANRATE, the source of each rate, and the rate found for the *
      *  culture being looked up. The quote's rates date is the later *
      *  effective-from of the manual rates used.                     *
      *---------------------------------------------------------------*
       77  WS-RATE-MODE                  PIC X(1) VALUE 'S'.
           88  QUOTING-SERVICE-RATES         VALUE 'S'.
           88  QUOTING-MANUAL-RATES          VALUE 'M'.
       77  WS-MANUAL-RATE-FILE           PIC X(1) VALUE 'N'.
           88  MANUAL-RATE-FILE-OPEN         VALUE 'Y'.
       77  WS-FROM-RATE-SOURCE           PIC X(1) VALUE 'S'.
       77  WS-TO-RATE-SOURCE             PIC X(1) VALUE 'S'.
       77  WS-LOOKUP-CULTURE             PIC X(32) VALUE SPACES.
       77  WS-LOOKUP-RATE                PIC 9(7)V9(6) VALUE 0.
       77  WS-LOOKUP-SOURCE              PIC X(1) VALUE 'S'.
       77  WS-LOOKUP-FROM                PIC X(8) VALUE SPACES.
       77  WS-MANUAL-AS-OF               PIC X(8) VALUE SPACES.
       77  WS-TODAY-CCYYMMDD             PIC X(8) VALUE SPACES.

       01  CVJ-TIME-WORK.
           05  CVJ-ABSTIME                PIC S9(15) COMP-3.
           05  CVJ-DATE-WORK              PIC X(8).
             88 CURR-RATES-STALE             VALUE '3'.
             88 CURR-INVALID-AMOUNT          VALUE '4'.
             88 CURR-FILE-ERROR              VALUE '5'.
      *---------------------------------------------------------------*
      *  Set only for a caller whose commarea is long enough to carry *
      *  it: 'S' quoted off the service's rates, 'M' off at least one *
      *  of treasury's manual rates.                                  *
      *---------------------------------------------------------------*
          05 CURR-RATE-SOURCE            PIC X(1).
             88 CURR-SERVICE-RATE            VALUE 'S'.
             88 CURR-MANUAL-RATE             VALUE 'M'.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
           PERFORM CHECK-RATE-FRESHNESS THRU
               END-CHECK-RATE-FRESHNESS.

           IF (CURR-RATES-STALE)
               PERFORM OPEN-MANUAL-RATES THRU
                   END-OPEN-MANUAL-RATES
           END-IF.

           IF (NOT CURR-RATES-STALE)
               PERFORM CONVERT-AMOUNT THRU
                   END-CONVERT-AMOUNT
           END-IF.

           IF (MANUAL-RATE-FILE-OPEN)
               CLOSE MANUAL-RATE-FILE
           END-IF.
           CLOSE CULTURE-CACHE-FILE.

           IF (EIBCALEN >= LENGTH OF DFHCOMMAREA)
               IF (WS-FROM-RATE-SOURCE = 'M')
                  OR (WS-TO-RATE-SOURCE = 'M')
                   SET CURR-MANUAL-RATE TO TRUE
               ELSE
                   SET CURR-SERVICE-RATE TO TRUE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

       END-CHECK-RATE-FRESHNESS.   EXIT.

      *---------------------------------------------------------------*
      *  The refresh is stale: quote off treasury's manual rates if   *
      *  MANRATE can be read. Which cultures actually have one is     *
      *  found out as each is looked up.                              *
      *---------------------------------------------------------------*
       OPEN-MANUAL-RATES.

           OPEN INPUT MANUAL-RATE-FILE.
           IF (MANUAL-RATE-STATUS NOT = '00')
               DISPLAY 'LSCURRCV MANRATE OPEN FAILED, STATUS='
                   MANUAL-RATE-STATUS
               GO TO END-OPEN-MANUAL-RATES
           END-IF.

           SET MANUAL-RATE-FILE-OPEN TO TRUE.
           SET QUOTING-MANUAL-RATES TO TRUE.
           SET CURR-OK TO TRUE.
           MOVE SPACES TO WS-MANUAL-AS-OF.

           EXEC CICS ASKTIME ABSTIME(CVJ-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CVJ-ABSTIME)
               YYYYMMDD(WS-TODAY-CCYYMMDD)
           END-EXEC.

       END-OPEN-MANUAL-RATES.   EXIT.

       READ-CHECKPOINT-FILE.

           READ CHECKPOINT-FILE
           END-READ.
           COMPUTE WS-FROM-RATE =
               FUNCTION NUMVAL(CULT-CONVERSION-RATE-TO-USD).
           MOVE 'S' TO WS-FROM-RATE-SOURCE.

           IF (QUOTING-MANUAL-RATES)
               MOVE CURR-FROM-CULTURE TO WS-LOOKUP-CULTURE
               MOVE WS-FROM-RATE      TO WS-LOOKUP-RATE
               PERFORM TAKE-MANUAL-RATE THRU END-TAKE-MANUAL-RATE
               IF (CURR-RATES-STALE)
                   GO TO END-CONVERT-AMOUNT
               END-IF
               MOVE WS-LOOKUP-RATE   TO WS-FROM-RATE
               MOVE WS-LOOKUP-SOURCE TO WS-FROM-RATE-SOURCE
           END-IF.

           MOVE CURR-TO-CULTURE TO CULT-CULTURE-CODE.
           READ CULTURE-CACHE-FILE
           END-READ.
           COMPUTE WS-TO-RATE =
               FUNCTION NUMVAL(CULT-CONVERSION-RATE-TO-USD).
           MOVE 'S' TO WS-TO-RATE-SOURCE.

           IF (QUOTING-MANUAL-RATES)
               MOVE CURR-TO-CULTURE TO WS-LOOKUP-CULTURE
               MOVE WS-TO-RATE      TO WS-LOOKUP-RATE
               PERFORM TAKE-MANUAL-RATE THRU END-TAKE-MANUAL-RATE
               IF (CURR-RATES-STALE)
                   GO TO END-CONVERT-AMOUNT
               END-IF
               MOVE WS-LOOKUP-RATE   TO WS-TO-RATE
               MOVE WS-LOOKUP-SOURCE TO WS-TO-RATE-SOURCE
               MOVE SPACES TO CURR-RATES-AS-OF
               MOVE WS-MANUAL-AS-OF(3:6) TO CURR-RATES-AS-OF
           END-IF.

           IF (WS-FROM-RATE = 0) OR (WS-TO-RATE = 0)
               SET CURR-BAD-RATE TO TRUE

       END-CONVERT-AMOUNT.   EXIT.

      *---------------------------------------------------------------*
      *  Stale refresh: the rate to quote WS-LOOKUP-CULTURE at. A     *
      *  cached rate of 1 is the dollar and cannot go stale; any      *
      *  other culture needs an active manual rate whose period       *
      *  covers today, the latest-starting one if several do. None    *
      *  leaves the quote stale.                                      *
      *---------------------------------------------------------------*
       TAKE-MANUAL-RATE.

           MOVE 'S' TO WS-LOOKUP-SOURCE.
           IF (WS-LOOKUP-RATE = 1)
               GO TO END-TAKE-MANUAL-RATE
           END-IF.

           MOVE SPACES TO WS-LOOKUP-FROM.
           MOVE SPACES TO MRAT-KEY.
           MOVE WS-LOOKUP-CULTURE TO MRAT-CULTURE-CODE.
           START MANUAL-RATE-FILE
               KEY IS NOT LESS THAN MRAT-KEY
               INVALID KEY
                   MOVE '23' TO MANUAL-RATE-STATUS
           END-START.

           PERFORM SCAN-ONE-MANUAL-RATE THRU
                   END-SCAN-ONE-MANUAL-RATE
               UNTIL END-OF-MANUAL-RATE-FILE.

           IF (WS-LOOKUP-FROM = SPACES)
               SET CURR-RATES-STALE TO TRUE
               GO TO END-TAKE-MANUAL-RATE
           END-IF.

           MOVE 'M' TO WS-LOOKUP-SOURCE.
           IF (WS-LOOKUP-FROM > WS-MANUAL-AS-OF)
              OR (WS-MANUAL-AS-OF = SPACES)
               MOVE WS-LOOKUP-FROM TO WS-MANUAL-AS-OF
           END-IF.

       END-TAKE-MANUAL-RATE.   EXIT.

       SCAN-ONE-MANUAL-RATE.

           READ MANUAL-RATE-FILE NEXT RECORD
               AT END
                   GO TO END-SCAN-ONE-MANUAL-RATE
           END-READ.

           IF (MRAT-CULTURE-CODE NOT = WS-LOOKUP-CULTURE)
              OR (MRAT-EFFECTIVE-FROM > WS-TODAY-CCYYMMDD)
               MOVE '10' TO MANUAL-RATE-STATUS
               GO TO END-SCAN-ONE-MANUAL-RATE
           END-IF.

           IF (MRAT-ACTIVE)
              AND (MRAT-EFFECTIVE-TO NOT < WS-TODAY-CCYYMMDD)
               MOVE MRAT-EFFECTIVE-FROM TO WS-LOOKUP-FROM
               MOVE MRAT-RATE-TO-USD    TO WS-LOOKUP-RATE
           END-IF.

       END-SCAN-ONE-MANUAL-RATE.   EXIT.

      *---------------------------------------------------------------*
      *  Journal the quote with both rates used, so the number read   *
      *  out to a customer can be reproduced later.                   *
           MOVE WS-FROM-RATE      TO CVJ-FROM-RATE.
           MOVE WS-TO-RATE        TO CVJ-TO-RATE.
           MOVE WS-CONVERTED      TO CVJ-CONVERTED.
           MOVE CURR-RATES-AS-OF  TO CVJ-RATES-AS-OF.
           MOVE WS-FROM-RATE-SOURCE TO CVJ-FROM-RATE-SOURCE.
           MOVE WS-TO-RATE-SOURCE   TO CVJ-TO-RATE-SOURCE.

           WRITE CONVERSION-JOURNAL-RECORD.
           IF (CONVERSION-JOURNAL-STATUS NOT = '00')
