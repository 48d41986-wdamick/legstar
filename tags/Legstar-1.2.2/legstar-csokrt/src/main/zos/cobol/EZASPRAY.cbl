       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZASPRAY.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Password-spray detection over EZACICSE's security audit       *
      * trail (SECAUDT), scheduled every few minutes. A spray tries   *
      * one or two passwords against many userids from one address,   *
      * so no single userid fails often. This job counts, for each    *
      * client address (IPv4 or IPv6), the distinct userids whose     *
      * credentials failed from it within the last SPRYCTL window     *
      * minutes. An address reaching the SPRYCTL threshold is added   *
      * to TRUSTIP as an always-block entry owned by 'AUTO' that      *
      * expires SPRYCTL block days from today, so EZACICSE refuses it *
      * at once and EZATEXP lifts it when it lapses. Each new         *
      * detection raises an operator notice, ends the step RC 4 and   *
      * is written to SPRAYDET, one record per userid involved, for   *
      * the security team to review. Defaults when the card is        *
      * missing or a field is blank: 15 minutes, 10 userids, 1 day.   *
      *                                                               *
      * An address already blocked is left alone. An address with a   *
      * live allow entry is not overridden -- somebody vouched for it *
      * through EZATRUST -- but is still written and called out.      *
      *                                                               *
      * Every block this job makes is also appended to the monitoring *
      * event feed (EVTFEED) as an auto-block event, so the           *
      * enterprise monitoring system hears of it as it is made.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPRAY-CONTROL-FILE ASSIGN TO SPRYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPRAY-CONTROL-STATUS.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SECURITY-AUDIT-STATUS.
           SELECT TRUSTED-IP-FILE ASSIGN TO TRUSTIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRIP-KEY
               FILE STATUS IS TRUSTED-IP-STATUS.
           SELECT DETECTION-FILE ASSIGN TO SPRAYDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DETECTION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTSEC06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
      *---------------------------------------------------------------*
      *  Outbound monitoring event feed, appended in the EVTREC       *
      *  layout. Tolerated missing: a lost event never costs a block. *
      *---------------------------------------------------------------*
           SELECT EVENT-FEED ASSIGN TO EVTFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EVENT-FEED-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Window in minutes, distinct-userid threshold, block days.    *
      *---------------------------------------------------------------*
       FD  SPRAY-CONTROL-FILE
           RECORDING MODE IS F.
       01  SPRAY-CONTROL-RECORD.
           05  SCTL-WINDOW-MINUTES    PIC 9(3).
           05  SCTL-USERID-THRESHOLD  PIC 9(3).
           05  SCTL-BLOCK-DAYS        PIC 9(3).
           05  FILLER                 PIC X(71).

      *---------------------------------------------------------------*
      *  Layout matches the security audit record written by          *
      *  EZACICSE.                                                    *
      *---------------------------------------------------------------*
       FD  SECURITY-AUDIT-FILE
           RECORDING MODE IS F.
       01  SECURITY-AUDIT-RECORD.
           05  SECA-TIMESTAMP         PIC X(15).
           05  SECA-USERID            PIC X(8).
           05  SECA-CLIENT-IPV4       PIC 9(8) COMP-5.
           05  SECA-CLIENT-IPV6       PIC X(32).
           05  SECA-CLIENT-IPV6-SCOPEID PIC 9(8) COMP-5.
           05  SECA-RESP              PIC S9(8) COMP.
           05  SECA-RESP2             PIC S9(8) COMP.
           05  SECA-STATUS-FLAG       PIC X(1).
               88  ACCESS-GRANTED         VALUE 'A'.
               88  ACCESS-DENIED          VALUE 'D'.
               88  LOCKOUT-RESET          VALUE 'R'.
      *---------------------------------------------------------------*
      *  Originating CICS region/estate member that wrote this        *
      *  record, so the cross-region consolidation (RGNMERGE) can     *
      *  feed estate-wide reporting. Spaces on records written        *
      *  before the second region stood up.                           *
      *---------------------------------------------------------------*
           05  SECA-REGION            PIC X(4).
      *---------------------------------------------------------------*
      *  Tamper evidence (see the AUDHASH copybook): this record's    *
      *  place in the region's unbroken trail sequence, and the       *
      *  SHA-256 chain value over the previous record's chain value   *
      *  and this record up to here. Zeros and LOW-VALUES on a record *
      *  written while the chain was unavailable, and on records      *
      *  written before the trail was chained.                        *
      *---------------------------------------------------------------*
           05  SECA-SEQUENCE-NUMBER   PIC 9(12).
           05  SECA-CHAIN-VALUE       PIC X(32).

       FD  TRUSTED-IP-FILE
           RECORDING MODE IS F.
       01  TRUSTED-IP-RECORD.
           COPY EZATRUST.

      *---------------------------------------------------------------*
      *  One record per userid involved in a detection, appended run  *
      *  after run. SPD-OUTCOME: 'B' blocked by this run, 'T' a live  *
      *  allow entry was left in place, 'F' the TRUSTIP update failed.*
      *---------------------------------------------------------------*
       FD  DETECTION-FILE
           RECORDING MODE IS F.
       01  DETECTION-RECORD.
           05  SPD-RUN-DATE           PIC X(8).
           05  SPD-RUN-TIME           PIC X(6).
           05  SPD-CLIENT             PIC X(32).
           05  SPD-OUTCOME            PIC X(1).
           05  SPD-EXPIRY-DATE        PIC 9(8).
           05  SPD-WINDOW-MINUTES     PIC 9(3).
           05  SPD-USERID-COUNT       PIC 9(4).
           05  SPD-FIRST-FAILURE      PIC X(15).
           05  SPD-LAST-FAILURE       PIC X(15).
           05  SPD-USERID             PIC X(8).
           05  SPD-USERID-FAILURES    PIC 9(4).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

       FD  EVENT-FEED
           RECORDING MODE IS F.
       01  EVENT-FEED-RECORD.
           COPY EVTREC.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  SPRAY-CONTROL-STATUS          PIC X(2) VALUE '00'.
       77  SECURITY-AUDIT-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-SECURITY-AUDIT-FILE    VALUE '10'.
       77  TRUSTED-IP-STATUS             PIC X(2) VALUE '00'.
       77  DETECTION-FILE-STATUS         PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.
       77  EVENT-FEED-STATUS             PIC X(2) VALUE '00'.
       77  WS-EVENT-SEQUENCE             PIC 9(4) VALUE 0.
       77  WS-EVENT-USERIDS              PIC ZZZ9.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-AX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-FOUND                      PIC X(1) VALUE 'N'.
           88  ENTRY-FOUND                   VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Run parameters, from SPRYCTL or these defaults.              *
      *---------------------------------------------------------------*
       77  WS-WINDOW-MINUTES             PIC 9(3) VALUE 15.
       77  WS-USERID-THRESHOLD           PIC 9(3) VALUE 10.
       77  WS-BLOCK-DAYS                 PIC 9(3) VALUE 1.
       77  WS-AUTO-OWNER                 PIC X(8) VALUE 'AUTO'.

      *---------------------------------------------------------------*
      *  Window arithmetic is done in minutes since the start of the  *
      *  integer-date calendar, so a window spanning midnight works.  *
      *  Audit timestamps start YYMMDD, widened the way the run date  *
      *  is.                                                          *
      *---------------------------------------------------------------*
       77  WS-TODAY                      PIC 9(8) VALUE 0.
       77  WS-TODAY-INTEGER              PIC S9(9) COMP-5 VALUE 0.
       77  WS-EXPIRY-DATE                PIC 9(8) VALUE 0.
       01  WS-DATE-WORK                  PIC X(8).
       01  WS-TODAY-YYMMDD               PIC 9(6) VALUE 0.
       01  WS-TIME-WORK.
           05  WS-TIME-HH                PIC 9(2).
           05  WS-TIME-MM                PIC 9(2).
           05  WS-TIME-SS                PIC 9(2).
           05  FILLER                    PIC 9(2).
       77  WS-NOW-MINUTE                 PIC S9(11) COMP-3 VALUE 0.
       77  WS-WINDOW-START-MINUTE        PIC S9(11) COMP-3 VALUE 0.
       77  WS-RECORD-MINUTE              PIC S9(11) COMP-3 VALUE 0.
       77  WS-RECORD-YYMMDD              PIC 9(6) VALUE 0.
       77  WS-RECORD-DATE                PIC 9(8) VALUE 0.
       77  WS-RECORD-HH                  PIC 9(2) VALUE 0.
       77  WS-RECORD-MM                  PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      *  CICS RESP values as SECAUDT carries them (no translator in   *
      *  batch, so named here as EZASECRPT does). A credential        *
      *  failure is a NOTAUTH from VERIFY itself -- RESP2 below       *
      *  EZACICSE's own sentinels, 92 and up, which mark connections  *
      *  refused without a VERIFY -- or an unknown userid.            *
      *---------------------------------------------------------------*
       77  WS-RESP-NOTAUTH               PIC S9(8) COMP VALUE 70.
       77  WS-RESP-USERIDERR             PIC S9(8) COMP VALUE 69.
       77  WS-LOWEST-SENTINEL-RESP2      PIC S9(8) COMP VALUE 92.
       77  WS-CREDENTIAL-FAILURE         PIC X(1) VALUE 'N'.
           88  IS-CREDENTIAL-FAILURE         VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Address family values TRIP-ADDRESS-FAMILY carries, as the    *
      *  socket interface reports them to EZACICSE and EZATRUST.      *
      *---------------------------------------------------------------*
       77  WS-ADDRESS-FAMILY-IPV4        PIC 9(4) COMP-5 VALUE 2.
       77  WS-ADDRESS-FAMILY-IPV6        PIC 9(4) COMP-5 VALUE 19.

       77  WS-CLIENT-IPV4-DISPLAY        PIC 9(8).
       01  WS-CLIENT-KEY                 PIC X(32) VALUE SPACES.
       77  WS-OUTCOME                    PIC X(1) VALUE SPACE.
           88  OUTCOME-BLOCKED               VALUE 'B'.
           88  OUTCOME-ALREADY-BLOCKED       VALUE 'A'.
           88  OUTCOME-TRUSTED               VALUE 'T'.
           88  OUTCOME-UPDATE-FAILED         VALUE 'F'.
       77  WS-ENTRY-LIVE                 PIC X(1) VALUE 'N'.
           88  TRUST-ENTRY-LIVE              VALUE 'Y'.

       77  WS-CTL-RECORDS                PIC 9(9) VALUE 0.
       77  WS-CTL-FAILURES               PIC 9(9) VALUE 0.
       77  WS-CTL-ADDRESSES              PIC 9(9) VALUE 0.
       77  WS-CTL-DETECTED               PIC 9(9) VALUE 0.
       77  WS-CTL-BLOCKED                PIC 9(9) VALUE 0.
       77  WS-CTL-ALREADY-BLOCKED        PIC 9(9) VALUE 0.
       77  WS-CTL-TRUSTED                PIC 9(9) VALUE 0.
       77  WS-CTL-WRITTEN                PIC 9(9) VALUE 0.
       77  WS-CTL-OVERFLOW               PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Every client address with a credential failure in the        *
      *  window, and every distinct address/userid pair seen failing. *
      *  Sized for a busy few minutes; an overflow is counted and     *
      *  ends the step RC 4 rather than hiding a detection silently.  *
      *---------------------------------------------------------------*
       77  WS-ADDRESS-MAX                PIC 9(4) COMP-5 VALUE 1000.
       01  ADDRESS-TABLE.
           05  ADDRESS-COUNT              PIC 9(4) COMP-5 VALUE 0.
           05  ADDRESS-ENTRY OCCURS 1000 TIMES.
               10  ADR-KEY                PIC X(32).
               10  ADR-FAMILY             PIC 9(4) COMP-5.
               10  ADR-USERID-COUNT       PIC 9(4) COMP-5.
               10  ADR-FIRST-FAILURE      PIC X(15).
               10  ADR-LAST-FAILURE       PIC X(15).

       77  WS-PAIR-MAX                   PIC 9(4) COMP-5 VALUE 9999.
       01  PAIR-TABLE.
           05  PAIR-COUNT                 PIC 9(4) COMP-5 VALUE 0.
           05  PAIR-ENTRY OCCURS 9999 TIMES.
               10  PR-ADDRESS-IX          PIC 9(4) COMP-5.
               10  PR-USERID              PIC X(8).
               10  PR-FAILURES            PIC 9(4) COMP-5.

       01  WS-DETECTION-LINE.
           05  WS-DET-CLIENT              PIC X(32).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DET-USERIDS             PIC ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DET-FIRST               PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DET-LAST                PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DET-OUTCOME             PIC X(40).

       01  WS-USERID-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-USL-USERID              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-USL-FAILURES            PIC ZZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM SCAN-SECURITY-AUDIT THRU END-SCAN-SECURITY-AUDIT
               UNTIL END-OF-SECURITY-AUDIT-FILE.
           PERFORM WRITE-REPORT-HEADING THRU
               END-WRITE-REPORT-HEADING.
           PERFORM REVIEW-ADDRESS THRU END-REVIEW-ADDRESS
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > ADDRESS-COUNT.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'EZASPRAY STARTING =============================='.
           OPEN INPUT SECURITY-AUDIT-FILE.
           IF (SECURITY-AUDIT-STATUS NOT = '00')
               DISPLAY 'EZASPRAY SECAUDT OPEN FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O TRUSTED-IP-FILE.
           IF (TRUSTED-IP-STATUS NOT = '00')
               DISPLAY 'EZASPRAY TRUSTIP OPEN FAILED, STATUS='
                   TRUSTED-IP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND DETECTION-FILE.
           IF (DETECTION-FILE-STATUS NOT = '00')
               DISPLAY 'EZASPRAY SPRAYDET OPEN FAILED, STATUS='
                   DETECTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'EZASPRAY REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SPRAY-CONTROL-FILE.
           IF (SPRAY-CONTROL-STATUS = '00')
               READ SPRAY-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD THRU
                           END-APPLY-CONTROL-CARD
               END-READ
               CLOSE SPRAY-CONTROL-FILE
           END-IF.

           ACCEPT WS-DATE-WORK FROM DATE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-DATE-WORK(1:6) TO WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                        + WS-BLOCK-DAYS).
           COMPUTE WS-NOW-MINUTE = WS-TODAY-INTEGER * 1440
                                 + WS-TIME-HH * 60 + WS-TIME-MM.
           COMPUTE WS-WINDOW-START-MINUTE =
               WS-NOW-MINUTE - WS-WINDOW-MINUTES.

           PERFORM READ-SECURITY-AUDIT THRU END-READ-SECURITY-AUDIT.

       END-PROLOG.   EXIT.

       APPLY-CONTROL-CARD.

           IF (SCTL-WINDOW-MINUTES IS NUMERIC)
              AND (SCTL-WINDOW-MINUTES > 0)
               MOVE SCTL-WINDOW-MINUTES TO WS-WINDOW-MINUTES
           END-IF.
           IF (SCTL-USERID-THRESHOLD IS NUMERIC)
              AND (SCTL-USERID-THRESHOLD > 1)
               MOVE SCTL-USERID-THRESHOLD TO WS-USERID-THRESHOLD
           END-IF.
           IF (SCTL-BLOCK-DAYS IS NUMERIC)
               MOVE SCTL-BLOCK-DAYS TO WS-BLOCK-DAYS
           END-IF.

       END-APPLY-CONTROL-CARD.   EXIT.

       READ-SECURITY-AUDIT.

           READ SECURITY-AUDIT-FILE
               AT END SET END-OF-SECURITY-AUDIT-FILE TO TRUE
           END-READ.

       END-READ-SECURITY-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      * TALLY ONE AUDIT RECORD: A CREDENTIAL FAILURE INSIDE THE       *
      * WINDOW COUNTS AGAINST ITS CLIENT ADDRESS, ONCE PER USERID     *
      *---------------------------------------------------------------*
       SCAN-SECURITY-AUDIT.

           ADD 1 TO WS-CTL-RECORDS.
           PERFORM TALLY-FAILURE THRU END-TALLY-FAILURE.
           PERFORM READ-SECURITY-AUDIT THRU END-READ-SECURITY-AUDIT.

       END-SCAN-SECURITY-AUDIT.   EXIT.

       TALLY-FAILURE.

           MOVE 'N' TO WS-CREDENTIAL-FAILURE.
           IF (ACCESS-DENIED)
               IF (SECA-RESP = WS-RESP-NOTAUTH)
                  AND (SECA-RESP2 < WS-LOWEST-SENTINEL-RESP2)
                   MOVE 'Y' TO WS-CREDENTIAL-FAILURE
               END-IF
               IF (SECA-RESP = WS-RESP-USERIDERR)
                   MOVE 'Y' TO WS-CREDENTIAL-FAILURE
               END-IF
           END-IF.
           IF (NOT IS-CREDENTIAL-FAILURE)
               GO TO END-TALLY-FAILURE
           END-IF.

           IF (SECA-TIMESTAMP(1:6) IS NOT NUMERIC)
              OR (SECA-TIMESTAMP(9:4) IS NOT NUMERIC)
               GO TO END-TALLY-FAILURE
           END-IF.
           MOVE SECA-TIMESTAMP(1:6)  TO WS-RECORD-YYMMDD.
           MOVE SECA-TIMESTAMP(9:2)  TO WS-RECORD-HH.
           MOVE SECA-TIMESTAMP(11:2) TO WS-RECORD-MM.
           COMPUTE WS-RECORD-DATE = 20000000 + WS-RECORD-YYMMDD.
           COMPUTE WS-RECORD-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE) * 1440
               + WS-RECORD-HH * 60 + WS-RECORD-MM.
           IF (WS-RECORD-MINUTE < WS-WINDOW-START-MINUTE)
               GO TO END-TALLY-FAILURE
           END-IF.

           ADD 1 TO WS-CTL-FAILURES.
           PERFORM BUILD-CLIENT-KEY THRU END-BUILD-CLIENT-KEY.
           PERFORM FIND-ADDRESS THRU END-FIND-ADDRESS.
           IF (NOT ENTRY-FOUND)
               GO TO END-TALLY-FAILURE
           END-IF.

           IF (ADR-FIRST-FAILURE(WS-AX) = SPACES)
               MOVE SECA-TIMESTAMP TO ADR-FIRST-FAILURE(WS-AX)
           END-IF.
           MOVE SECA-TIMESTAMP TO ADR-LAST-FAILURE(WS-AX).

           PERFORM FIND-PAIR THRU END-FIND-PAIR.

       END-TALLY-FAILURE.   EXIT.

      *---------------------------------------------------------------*
      * BUILD THE CLIENT KEY EXACTLY AS EZACICSE BUILDS TRIP-KEY, SO  *
      * A BLOCK WRITTEN UNDER IT IS THE ENTRY THE NEXT CONNECTION     *
      * FROM THAT ADDRESS LOOKS UP                                    *
      *---------------------------------------------------------------*
       BUILD-CLIENT-KEY.

           MOVE SPACES TO WS-CLIENT-KEY.
           IF (SECA-CLIENT-IPV6 NOT = SPACES)
               MOVE SECA-CLIENT-IPV6 TO WS-CLIENT-KEY
           ELSE
               MOVE SECA-CLIENT-IPV4 TO WS-CLIENT-IPV4-DISPLAY
               MOVE WS-CLIENT-IPV4-DISPLAY TO WS-CLIENT-KEY
           END-IF.

       END-BUILD-CLIENT-KEY.   EXIT.

       FIND-ADDRESS.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > ADDRESS-COUNT
                      OR ENTRY-FOUND
               IF (ADR-KEY(WS-IX) = WS-CLIENT-KEY)
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-IX TO WS-AX
               END-IF
           END-PERFORM.
           IF (ENTRY-FOUND)
               GO TO END-FIND-ADDRESS
           END-IF.

           IF (ADDRESS-COUNT >= WS-ADDRESS-MAX)
               ADD 1 TO WS-CTL-OVERFLOW
               MOVE 4 TO RETURN-CODE
               GO TO END-FIND-ADDRESS
           END-IF.

           ADD 1 TO ADDRESS-COUNT.
           ADD 1 TO WS-CTL-ADDRESSES.
           MOVE ADDRESS-COUNT TO WS-AX.
           MOVE WS-CLIENT-KEY TO ADR-KEY(WS-AX).
           IF (SECA-CLIENT-IPV6 NOT = SPACES)
               MOVE WS-ADDRESS-FAMILY-IPV6 TO ADR-FAMILY(WS-AX)
           ELSE
               MOVE WS-ADDRESS-FAMILY-IPV4 TO ADR-FAMILY(WS-AX)
           END-IF.
           MOVE 0 TO ADR-USERID-COUNT(WS-AX).
           MOVE SPACES TO ADR-FIRST-FAILURE(WS-AX).
           MOVE SPACES TO ADR-LAST-FAILURE(WS-AX).
           MOVE 'Y' TO WS-FOUND.

       END-FIND-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * A USERID NOT YET SEEN FAILING FROM THIS ADDRESS ADDS ONE TO   *
      * THE ADDRESS'S DISTINCT-USERID COUNT                           *
      *---------------------------------------------------------------*
       FIND-PAIR.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PAIR-COUNT
                      OR ENTRY-FOUND
               IF (PR-ADDRESS-IX(WS-IX) = WS-AX)
                  AND (PR-USERID(WS-IX) = SECA-USERID)
                   MOVE 'Y' TO WS-FOUND
                   ADD 1 TO PR-FAILURES(WS-IX)
               END-IF
           END-PERFORM.
           IF (ENTRY-FOUND)
               GO TO END-FIND-PAIR
           END-IF.

           IF (PAIR-COUNT >= WS-PAIR-MAX)
               ADD 1 TO WS-CTL-OVERFLOW
               MOVE 4 TO RETURN-CODE
               GO TO END-FIND-PAIR
           END-IF.

           ADD 1 TO PAIR-COUNT.
           MOVE WS-AX       TO PR-ADDRESS-IX(PAIR-COUNT).
           MOVE SECA-USERID TO PR-USERID(PAIR-COUNT).
           MOVE 1           TO PR-FAILURES(PAIR-COUNT).
           ADD 1 TO ADR-USERID-COUNT(WS-AX).

       END-FIND-PAIR.   EXIT.

      *---------------------------------------------------------------*
      * AN ADDRESS AT OR OVER THE THRESHOLD IS A DETECTION: BLOCK IT  *
      * UNLESS IT IS ALREADY BLOCKED OR SOMEBODY VOUCHED FOR IT       *
      *---------------------------------------------------------------*
       REVIEW-ADDRESS.

           IF (ADR-USERID-COUNT(WS-AX) < WS-USERID-THRESHOLD)
               GO TO END-REVIEW-ADDRESS
           END-IF.

           ADD 1 TO WS-CTL-DETECTED.
           PERFORM BLOCK-ADDRESS THRU END-BLOCK-ADDRESS.

           EVALUATE TRUE
               WHEN OUTCOME-ALREADY-BLOCKED
                   ADD 1 TO WS-CTL-ALREADY-BLOCKED
                   MOVE 'ALREADY BLOCKED' TO WS-DET-OUTCOME
               WHEN OUTCOME-TRUSTED
                   ADD 1 TO WS-CTL-TRUSTED
                   MOVE 'ALLOW ENTRY ON TRUSTIP - NOT BLOCKED, REVIEW'
                     TO WS-DET-OUTCOME
                   DISPLAY 'EZASPRAY PASSWORD SPRAY FROM '
                       ADR-KEY(WS-AX) ' USERIDS '
                       ADR-USERID-COUNT(WS-AX)
                       ' - TRUSTED ALLOW ENTRY, NOT BLOCKED'
                   MOVE 4 TO RETURN-CODE
               WHEN OUTCOME-BLOCKED
                   ADD 1 TO WS-CTL-BLOCKED
                   MOVE SPACES TO WS-DET-OUTCOME
                   STRING 'BLOCKED, EXPIRES ' DELIMITED BY SIZE
                          WS-EXPIRY-DATE DELIMITED BY SIZE
                       INTO WS-DET-OUTCOME
                   END-STRING
                   DISPLAY 'EZASPRAY PASSWORD SPRAY FROM '
                       ADR-KEY(WS-AX) ' USERIDS '
                       ADR-USERID-COUNT(WS-AX)
                       ' - BLOCKED ON TRUSTIP UNTIL ' WS-EXPIRY-DATE
                   MOVE 4 TO RETURN-CODE
                   PERFORM WRITE-AUTO-BLOCK-EVENT THRU
                       END-WRITE-AUTO-BLOCK-EVENT
               WHEN OTHER
                   MOVE 'F' TO WS-OUTCOME
                   MOVE 'TRUSTIP UPDATE FAILED - NOT BLOCKED'
                     TO WS-DET-OUTCOME
                   DISPLAY 'EZASPRAY PASSWORD SPRAY FROM '
                       ADR-KEY(WS-AX) ' - TRUSTIP UPDATE FAILED'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           MOVE ADR-KEY(WS-AX)           TO WS-DET-CLIENT.
           MOVE ADR-USERID-COUNT(WS-AX)  TO WS-DET-USERIDS.
           MOVE ADR-FIRST-FAILURE(WS-AX) TO WS-DET-FIRST.
           MOVE ADR-LAST-FAILURE(WS-AX)  TO WS-DET-LAST.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETECTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

      *
      * A block already in place was written up by the run that made
      * it; only a new block or a vouched-for address goes to review.
      *
           IF (OUTCOME-ALREADY-BLOCKED)
               GO TO END-REVIEW-ADDRESS
           END-IF.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PAIR-COUNT
               IF (PR-ADDRESS-IX(WS-IX) = WS-AX)
                   PERFORM WRITE-DETECTION THRU END-WRITE-DETECTION
               END-IF
           END-PERFORM.

       END-REVIEW-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * ADD THE ALWAYS-BLOCK ENTRY, OR REPLACE ONE THAT NO LONGER     *
      * COUNTS (DISABLED OR EXPIRED), THE SAME TEST EZACICSE APPLIES  *
      *---------------------------------------------------------------*
       BLOCK-ADDRESS.

           MOVE SPACE TO WS-OUTCOME.
           MOVE 'N' TO WS-ENTRY-LIVE.
           MOVE SPACES TO TRIP-KEY.
           MOVE ADR-KEY(WS-AX) TO TRIP-KEY.

           READ TRUSTED-IP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (TRUST-ENTRY-ACTIVE)
                      AND ((TRIP-EXPIRY-DATE = 0)
                        OR (TRIP-EXPIRY-DATE NOT < WS-TODAY))
                       MOVE 'Y' TO WS-ENTRY-LIVE
                   END-IF
           END-READ.

           IF (TRUST-ENTRY-LIVE)
               IF (TRUSTED-BLOCK)
                   SET OUTCOME-ALREADY-BLOCKED TO TRUE
               ELSE
                   SET OUTCOME-TRUSTED TO TRUE
               END-IF
               GO TO END-BLOCK-ADDRESS
           END-IF.

           MOVE ADR-FAMILY(WS-AX) TO TRIP-ADDRESS-FAMILY.
           SET TRUSTED-BLOCK      TO TRUE.
           MOVE WS-AUTO-OWNER     TO TRIP-OWNER-USERID.
           MOVE WS-EXPIRY-DATE    TO TRIP-EXPIRY-DATE.
           SET TRUST-ENTRY-ACTIVE TO TRUE.

           IF (TRUSTED-IP-STATUS = '00')
               REWRITE TRUSTED-IP-RECORD
           ELSE
               WRITE TRUSTED-IP-RECORD
           END-IF.
           IF (TRUSTED-IP-STATUS = '00')
               SET OUTCOME-BLOCKED TO TRUE
           ELSE
               DISPLAY 'EZASPRAY TRUSTIP UPDATE FAILED, STATUS='
                   TRUSTED-IP-STATUS ' KEY=' TRIP-KEY
           END-IF.

       END-BLOCK-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * TELL THE MONITORING SYSTEM ABOUT THE BLOCK JUST MADE. THE RUN *
      * DATE AND TIME AND THE ADDRESS'S PLACE IN THIS RUN IDENTIFY IT *
      *---------------------------------------------------------------*
       WRITE-AUTO-BLOCK-EVENT.

           OPEN EXTEND EVENT-FEED.
           IF (EVENT-FEED-STATUS NOT = '00')
               DISPLAY 'EZASPRAY EVTFEED UNAVAILABLE, STATUS='
                   EVENT-FEED-STATUS
               GO TO END-WRITE-AUTO-BLOCK-EVENT
           END-IF.

           MOVE WS-AX TO WS-EVENT-SEQUENCE.
           MOVE ADR-USERID-COUNT(WS-AX) TO WS-EVENT-USERIDS.
           MOVE SPACES TO EVENT-FEED-RECORD.
           SET EVT-AUTO-BLOCK TO TRUE.
           SET EVT-MAJOR TO TRUE.
           MOVE 'EZASPRAY' TO EVT-SOURCE-PROGRAM.
           MOVE WS-TODAY TO EVT-DATE.
           MOVE WS-TIME-WORK(1:6) TO EVT-TIME.
           STRING EVT-DATE(3:6) DELIMITED BY SIZE
                  EVT-TIME DELIMITED BY SIZE
                  WS-EVENT-SEQUENCE DELIMITED BY SIZE
                  INTO EVT-CORRELATION-ID
           END-STRING.
           MOVE 'EZASPRAY' TO EVT-REGION.
           MOVE ADR-KEY(WS-AX) TO EVT-SUBJECT.
           STRING 'SPRAY BY' DELIMITED BY SIZE
                  WS-EVENT-USERIDS DELIMITED BY SIZE
                  ' USERIDS, BLOCKED TO ' DELIMITED BY SIZE
                  WS-EXPIRY-DATE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  ADR-KEY(WS-AX) DELIMITED BY SPACE
                  INTO EVT-TEXT
           END-STRING.
           WRITE EVENT-FEED-RECORD.
           IF (EVENT-FEED-STATUS NOT = '00')
               DISPLAY 'EZASPRAY EVTFEED WRITE FAILED, STATUS='
                   EVENT-FEED-STATUS
           END-IF.
           CLOSE EVENT-FEED.

       END-WRITE-AUTO-BLOCK-EVENT.   EXIT.

       WRITE-DETECTION.

           MOVE SPACES TO DETECTION-RECORD.
           MOVE WS-TODAY                 TO SPD-RUN-DATE.
           MOVE WS-TIME-WORK(1:6)        TO SPD-RUN-TIME.
           MOVE ADR-KEY(WS-AX)           TO SPD-CLIENT.
           MOVE WS-OUTCOME               TO SPD-OUTCOME.
           IF (OUTCOME-BLOCKED)
               MOVE WS-EXPIRY-DATE       TO SPD-EXPIRY-DATE
           ELSE
               MOVE 0                    TO SPD-EXPIRY-DATE
           END-IF.
           MOVE WS-WINDOW-MINUTES        TO SPD-WINDOW-MINUTES.
           MOVE ADR-USERID-COUNT(WS-AX)  TO SPD-USERID-COUNT.
           MOVE ADR-FIRST-FAILURE(WS-AX) TO SPD-FIRST-FAILURE.
           MOVE ADR-LAST-FAILURE(WS-AX)  TO SPD-LAST-FAILURE.
           MOVE PR-USERID(WS-IX)         TO SPD-USERID.
           MOVE PR-FAILURES(WS-IX)       TO SPD-USERID-FAILURES.

           WRITE DETECTION-RECORD.
           IF (DETECTION-FILE-STATUS = '00')
               ADD 1 TO WS-CTL-WRITTEN
           ELSE
               DISPLAY 'EZASPRAY SPRAYDET WRITE FAILED, STATUS='
                   DETECTION-FILE-STATUS
           END-IF.

           MOVE PR-USERID(WS-IX)   TO WS-USL-USERID.
           MOVE PR-FAILURES(WS-IX) TO WS-USL-FAILURES.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-USERID-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-DETECTION.   EXIT.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'PASSWORD-SPRAY DETECTION - DISTINCT USERIDS FAILING FRO
      -        'M ONE CLIENT ADDRESS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TIME-WORK(1:6) DELIMITED BY SIZE
                  '  WINDOW ' DELIMITED BY SIZE
                  WS-WINDOW-MINUTES DELIMITED BY SIZE
                  ' MINUTES  THRESHOLD ' DELIMITED BY SIZE
                  WS-USERID-THRESHOLD DELIMITED BY SIZE
                  ' USERIDS  BLOCK ' DELIMITED BY SIZE
                  WS-BLOCK-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CLIENT ADDRESS                   USERS FIRST FAILURE
      -        '  LAST FAILURE    OUTCOME' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-REPORT-HEADING.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE 'AUDIT RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RECORDS TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'FAILURES IN WINDOW:' TO WS-TOT-LABEL.
           MOVE WS-CTL-FAILURES TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ADDRESSES WITH FAILURES:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ADDRESSES TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'SPRAYS DETECTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-DETECTED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  BLOCKED THIS RUN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-BLOCKED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  ALREADY BLOCKED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ALREADY-BLOCKED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  ALLOW ENTRY, NOT BLOCKED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-TRUSTED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'DETECTION RECORDS WRITTEN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-WRITTEN TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'TABLE OVERFLOWS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OVERFLOW TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'EZASPRAY REPORT-FILE WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           CLOSE SECURITY-AUDIT-FILE.
           CLOSE TRUSTED-IP-FILE.
           CLOSE DETECTION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'EZASPRAY SPRAYS DETECTED: ' WS-CTL-DETECTED.
           DISPLAY 'EZASPRAY BLOCKED THIS RUN: ' WS-CTL-BLOCKED.
           DISPLAY 'EZASPRAY STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM EZASPRAY.
