       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZALOCK.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Help-desk lockout transaction, DPL-style and commarea-only    *
      * (same mold as EZAWNDW). EZACICSE locks out a client address   *
      * for the rest of the hour once it reaches the NOTAUTH failure  *
      * threshold in LOCKFILE; a caller asking why a userid cannot    *
      * sign on is looked up here:                                    *
      *   'I' inquire: the userid's failures this hour from SECAUDT,  *
      *       each client address they came from, that address's      *
      *       LOCKFILE count and whether and since when it is locked; *
      *   'R' reset: clear the lockout on every locked address the    *
      *       userid failed from this hour. The agent must record how *
      *       the caller was verified and the ticket reference.       *
      * The lockout is kept per client IPv4 address, not per userid,  *
      * so a reset also lets any other userid at that address back    *
      * in. No agent resets its own userid. Each address reset is     *
      * written to SECAUDT as a lockout-reset event (status 'R') for  *
      * EZASECRPT and EZAPROF, and to the administrative change log   *
      * with the verification method and ticket; a reset goes         *
      * through the role check first.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SECURITY-AUDIT-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO LOCKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOCK-KEY
               FILE STATUS IS LOCKOUT-FILE-STATUS.
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

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
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

      *---------------------------------------------------------------*
      *  Layout matches EZACICSE's LOCKOUT-FILE: one entry per client *
      *  IPv4 address (as display digits) and YYMMDD/HH window.       *
      *---------------------------------------------------------------*
       FD  CHAIN-STATE-FILE
           RECORDING MODE IS F.
       01  CHAIN-STATE-RECORD.
           COPY AUDCHST.

       FD  LOCKOUT-FILE
           RECORDING MODE IS F.
       01  LOCKOUT-RECORD.
           05  LOCK-KEY               PIC X(18).
           05  LOCK-FAIL-COUNT        PIC 9(9) COMP-5.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  SECURITY-AUDIT-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-SECURITY-AUDIT-FILE    VALUE '10'.
       77  LOCKOUT-FILE-STATUS           PIC X(2) VALUE '00'.
       77  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-AX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-ADDRESS-FOUND              PIC X(1) VALUE 'N'.
           88  ADDRESS-IN-TABLE              VALUE 'Y'.
       77  WS-TABLE-OVERFLOW             PIC X(1) VALUE 'N'.
           88  ADDRESS-TABLE-OVERFLOWED      VALUE 'Y'.
       77  WS-RESETS-DONE                PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Audit trail chain work variables. The chain state is read,   *
      *  carried forward and rewritten under an ENQ on the trail's    *
      *  chain, so two tasks writing at once cannot hand out the      *
      *  same sequence number. The chain state file is tolerated      *
      *  missing: an audit record is never lost for want of it, it is *
      *  written unsequenced and the verifier lists it.               *
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
       77  WS-CHAIN-ENQ-RESOURCE         PIC X(13) VALUE
           'SECAUDT.CHAIN'.
       01  HSH-HASH-PARMS.
           COPY AUDHASH.

      *---------------------------------------------------------------*
      *  Same threshold EZACICSE's CHECK-LOCKOUT applies.             *
      *---------------------------------------------------------------*
       77  WS-MAX-NOTAUTH-PER-WINDOW     PIC 9(9) COMP-5 VALUE 5.

      *---------------------------------------------------------------*
      *  The current one-hour lockout window, 'YYMMDD  HH', which is  *
      *  both the tail of LOCK-KEY and the head of SECA-TIMESTAMP.    *
      *---------------------------------------------------------------*
       77  WS-LOCKOUT-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
       77  WS-LOCKOUT-DATE-WORK          PIC X(8).
       77  WS-LOCKOUT-TIME-WORK          PIC X(6).
       01  WS-LOCKOUT-WINDOW.
           05  WS-WINDOW-DATE            PIC X(8).
           05  WS-WINDOW-HOUR            PIC X(2).
       77  WS-LOCKOUT-IPV4-DISPLAY       PIC 9(8).
       77  WS-COUNT-DISPLAY              PIC 9(5).

      *---------------------------------------------------------------*
      *  CICS RESP values as SECAUDT carries them. A NOTAUTH with a   *
      *  RESP2 below EZACICSE's own sentinels (92 and up) came from   *
      *  VERIFY itself, and is a failure LOCKFILE counted; RESP2 99   *
      *  is a connection turned away because the address was          *
      *  locked.                                                      *
      *---------------------------------------------------------------*
       77  WS-RESP-NOTAUTH               PIC S9(8) COMP VALUE 70.
       77  WS-LOWEST-SENTINEL-RESP2      PIC S9(8) COMP VALUE 92.
       77  WS-LOCK-SENTINEL-RESP2        PIC S9(8) COMP VALUE 99.

      *---------------------------------------------------------------*
      *  This installation's region/estate member identifier, stamped *
      *  into the lockout-reset records written to SECAUDT, the same  *
      *  compiled-in value EZACICSE carries.                          *
      *---------------------------------------------------------------*
       77  WS-REGION-ID                  PIC X(4) VALUE 'CICA'.

      *---------------------------------------------------------------*
      *  Every client address the userid failed from this hour. The   *
      *  last counted failure at an address is the one that tripped   *
      *  its lockout (nothing is counted once it is locked); if that  *
      *  happened before the userid's first record there, the first   *
      *  connection turned away is the nearest time known. A reset    *
      *  earlier in the hour starts both over.                        *
      *---------------------------------------------------------------*
       77  WS-ADDRESS-MAX                PIC 9(4) COMP-5 VALUE 20.
       77  WS-ADDRESS-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-ADDRESS-TABLE.
           05  WS-ADDRESS-ENTRY OCCURS 20 TIMES.
               10  ADR-IPV4               PIC 9(8) COMP-5.
               10  ADR-IPV6               PIC X(32).
               10  ADR-CLIENT             PIC X(32).
               10  ADR-LAST-FAILURE       PIC X(15).
               10  ADR-FIRST-REJECTION    PIC X(15).
               10  ADR-FAIL-COUNT         PIC 9(9) COMP-5.
               10  ADR-LOCKED             PIC X(1).
                   88  ADR-IS-LOCKED          VALUE 'Y'.
               10  ADR-RESET              PIC X(1).
                   88  ADR-WAS-RESET          VALUE 'Y'.

       01  WS-METHOD-NAME                PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every reset, and every refusal, goes to the shared           *
      *  administrative change log through C2WSADMW.                  *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

      *---------------------------------------------------------------*
      *  A reset is checked against the signed-on userid's roles      *
      *  through C2WSAUTH before it is made.                          *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LKHD-ACTION                 PIC X(1).
             88 LKHD-ACTION-INQUIRE          VALUE 'I'.
             88 LKHD-ACTION-RESET            VALUE 'R'.
          05 LKHD-USERID                 PIC X(8).
      *---------------------------------------------------------------*
      *  How the agent satisfied themself the caller owns the userid, *
      *  and the help-desk ticket; both required for a reset.         *
      *---------------------------------------------------------------*
          05 LKHD-VERIFY-METHOD          PIC X(1).
             88 LKHD-VERIFIED-CALLBACK       VALUE 'C'.
             88 LKHD-VERIFIED-QUESTIONS      VALUE 'Q'.
             88 LKHD-VERIFIED-MANAGER        VALUE 'M'.
             88 LKHD-VERIFIED-IN-PERSON      VALUE 'P'.
          05 LKHD-TICKET                 PIC X(12).
      *---------------------------------------------------------------*
      *  Returned: the window looked at ('YYMMDD  HH'), whether any   *
      *  address is locked and since when, the userid's own counted   *
      *  failures this hour, and one entry per client address.        *
      *---------------------------------------------------------------*
          05 LKHD-WINDOW                 PIC X(10).
          05 LKHD-LOCKED                 PIC X(1).
             88 LKHD-IS-LOCKED               VALUE 'Y'.
          05 LKHD-LOCKED-SINCE           PIC X(15).
          05 LKHD-USER-FAILURES          PIC 9(4).
          05 LKHD-ADDRESS-COUNT          PIC 9(2).
          05 LKHD-ADDRESS OCCURS 20 TIMES.
             10 LKHD-ADDR-CLIENT         PIC X(32).
             10 LKHD-ADDR-FAIL-COUNT     PIC 9(4).
             10 LKHD-ADDR-LOCKED         PIC X(1).
             10 LKHD-ADDR-LOCKED-AT      PIC X(15).
             10 LKHD-ADDR-RESET          PIC X(1).
          05 LKHD-RETURN-CODE            PIC X(1).
             88 LKHD-OK                      VALUE '0'.
             88 LKHD-NOT-LOCKED              VALUE '1'.
             88 LKHD-INVALID-ACTION          VALUE '2'.
             88 LKHD-INVALID-FIELD           VALUE '3'.
             88 LKHD-FILE-ERROR              VALUE '4'.
             88 LKHD-NOT-AUTHORIZED          VALUE '5'.
          05 LKHD-REFUSAL-MESSAGE        PIC X(80).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO LKHD-REFUSAL-MESSAGE.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-LOCKOUT-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOCKOUT-ABSTIME)
               YYMMDD(WS-LOCKOUT-DATE-WORK)
               TIME(WS-LOCKOUT-TIME-WORK)
           END-EXEC.
           MOVE WS-LOCKOUT-DATE-WORK      TO WS-WINDOW-DATE.
           MOVE WS-LOCKOUT-TIME-WORK(1:2) TO WS-WINDOW-HOUR.

           OPEN I-O LOCKOUT-FILE.

           IF (LOCKOUT-FILE-STATUS NOT = '00')
               DISPLAY 'EZALOCK LOCKFILE OPEN FAILED, STATUS='
                   LOCKOUT-FILE-STATUS
               SET LKHD-FILE-ERROR TO TRUE
           ELSE
               SET LKHD-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (LKHD-OK)
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (LKHD-OK)
                   PERFORM CHECK-OWN-USERID THRU END-CHECK-OWN-USERID
               END-IF

               IF (LKHD-OK)
                   PERFORM SCAN-SECURITY-AUDIT THRU
                       END-SCAN-SECURITY-AUDIT
               END-IF

               IF (LKHD-OK)
                   PERFORM FETCH-LOCKOUT-COUNTS THRU
                       END-FETCH-LOCKOUT-COUNTS
                   EVALUATE TRUE
                       WHEN LKHD-ACTION-RESET
                           PERFORM RESET-LOCKOUTS THRU
                               END-RESET-LOCKOUTS
                       WHEN LKHD-ACTION-INQUIRE
                           IF (WS-ADDRESS-COUNT = 0)
                               SET LKHD-NOT-LOCKED TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF

               IF (LKHD-OK)
                   PERFORM RETURN-LOCKOUT-STATE THRU
                       END-RETURN-LOCKOUT-STATE
               END-IF

               CLOSE LOCKOUT-FILE
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * FIELD-LEVEL VALIDATION: A USERID ALWAYS, AND FOR A RESET A    *
      * KNOWN VERIFICATION METHOD AND A TICKET REFERENCE              *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT LKHD-ACTION-INQUIRE)
              AND (NOT LKHD-ACTION-RESET)
               SET LKHD-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (LKHD-USERID = SPACES)
               SET LKHD-INVALID-FIELD TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (LKHD-ACTION-INQUIRE)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           EVALUATE TRUE
               WHEN LKHD-VERIFIED-CALLBACK
                   MOVE 'CALLBACK'  TO WS-METHOD-NAME
               WHEN LKHD-VERIFIED-QUESTIONS
                   MOVE 'QUESTIONS' TO WS-METHOD-NAME
               WHEN LKHD-VERIFIED-MANAGER
                   MOVE 'MANAGER'   TO WS-METHOD-NAME
               WHEN LKHD-VERIFIED-IN-PERSON
                   MOVE 'IN PERSON' TO WS-METHOD-NAME
               WHEN OTHER
                   SET LKHD-INVALID-FIELD TO TRUE
                   MOVE 'RESET REFUSED - RECORD HOW THE CALLER WAS VERIF
      -                 'IED' TO LKHD-REFUSAL-MESSAGE
                   GO TO END-VALIDATE-COMMAREA
           END-EVALUATE.

           IF (LKHD-TICKET = SPACES)
               SET LKHD-INVALID-FIELD TO TRUE
               MOVE 'RESET REFUSED - A TICKET REFERENCE IS REQUIRED'
                 TO LKHD-REFUSAL-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * NO AGENT RESETS ITS OWN USERID, WHATEVER ROLE IT HOLDS. THE   *
      * ATTEMPT IS LOGGED AS A REFUSAL                                *
      *---------------------------------------------------------------*
       CHECK-OWN-USERID.

           IF (LKHD-ACTION-INQUIRE)
               GO TO END-CHECK-OWN-USERID
           END-IF.

           IF (LKHD-USERID NOT = WS-SIGNON-USERID)
               GO TO END-CHECK-OWN-USERID
           END-IF.

           SET LKHD-NOT-AUTHORIZED TO TRUE.
           STRING 'USERID ' DELIMITED BY SIZE
                  WS-SIGNON-USERID DELIMITED BY SPACE
                  ' MAY NOT RESET ITS OWN LOCKOUT - REFUSED'
                  DELIMITED BY SIZE
               INTO LKHD-REFUSAL-MESSAGE
           END-STRING.
           DISPLAY 'EZALOCK ' LKHD-REFUSAL-MESSAGE.

           MOVE SPACES      TO WS-ADMIN-CHANGE.
           SET ACHG-REFUSED TO TRUE.
           MOVE LKHD-USERID TO ACHG-KEY.
           STRING 'RESET VERIFIED BY ' DELIMITED BY SIZE
                  WS-METHOD-NAME DELIMITED BY '  '
                  ' TICKET ' DELIMITED BY SIZE
                  LKHD-TICKET DELIMITED BY SIZE
               INTO ACHG-BEFORE-VALUE
           END-STRING.
           MOVE LKHD-REFUSAL-MESSAGE TO ACHG-AFTER-VALUE.
           PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE.

       END-CHECK-OWN-USERID.   EXIT.

      *---------------------------------------------------------------*
      * READ SECAUDT FOR THIS HOUR'S RECORDS: THE USERID'S FAILURES   *
      * NAME THE CLIENT ADDRESSES, AND EVERY USERID'S RECORDS AT      *
      * THOSE ADDRESSES SAY WHEN EACH ONE LOCKED                      *
      *---------------------------------------------------------------*
       SCAN-SECURITY-AUDIT.

           MOVE 0 TO WS-ADDRESS-COUNT.
           MOVE 0 TO LKHD-USER-FAILURES.
           MOVE 'N' TO WS-TABLE-OVERFLOW.

           OPEN INPUT SECURITY-AUDIT-FILE.
           IF (SECURITY-AUDIT-STATUS NOT = '00')
               DISPLAY 'EZALOCK SECAUDT OPEN FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
               SET LKHD-FILE-ERROR TO TRUE
               GO TO END-SCAN-SECURITY-AUDIT
           END-IF.

           PERFORM READ-SECURITY-AUDIT THRU END-READ-SECURITY-AUDIT.
           PERFORM SCAN-ONE-AUDIT-RECORD THRU
                   END-SCAN-ONE-AUDIT-RECORD
               UNTIL END-OF-SECURITY-AUDIT-FILE.

           CLOSE SECURITY-AUDIT-FILE.

           IF (ADDRESS-TABLE-OVERFLOWED)
               MOVE 'MORE THAN 20 CLIENT ADDRESSES THIS HOUR - ONLY 20 A
      -             'RE SHOWN' TO LKHD-REFUSAL-MESSAGE
           END-IF.

       END-SCAN-SECURITY-AUDIT.   EXIT.

       READ-SECURITY-AUDIT.

           READ SECURITY-AUDIT-FILE
               AT END SET END-OF-SECURITY-AUDIT-FILE TO TRUE
           END-READ.

       END-READ-SECURITY-AUDIT.   EXIT.

       SCAN-ONE-AUDIT-RECORD.

           PERFORM CHECK-AUDIT-RECORD THRU END-CHECK-AUDIT-RECORD.
           PERFORM READ-SECURITY-AUDIT THRU END-READ-SECURITY-AUDIT.

       END-SCAN-ONE-AUDIT-RECORD.   EXIT.

       CHECK-AUDIT-RECORD.

           IF (SECA-TIMESTAMP(1:10) NOT = WS-LOCKOUT-WINDOW)
               GO TO END-CHECK-AUDIT-RECORD
           END-IF.

           PERFORM FIND-ADDRESS THRU END-FIND-ADDRESS.

           IF (SECA-USERID = LKHD-USERID) AND (ACCESS-DENIED)
               IF (SECA-RESP = WS-RESP-NOTAUTH)
                  AND (SECA-RESP2 < WS-LOWEST-SENTINEL-RESP2)
                   ADD 1 TO LKHD-USER-FAILURES
               END-IF
               IF (NOT ADDRESS-IN-TABLE)
                   PERFORM ADD-ADDRESS THRU END-ADD-ADDRESS
               END-IF
           END-IF.

           IF (NOT ADDRESS-IN-TABLE)
               GO TO END-CHECK-AUDIT-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN LOCKOUT-RESET
                   MOVE SPACES TO ADR-LAST-FAILURE(WS-AX)
                   MOVE SPACES TO ADR-FIRST-REJECTION(WS-AX)
               WHEN ACCESS-DENIED
                AND SECA-RESP = WS-RESP-NOTAUTH
                AND SECA-RESP2 = WS-LOCK-SENTINEL-RESP2
                   IF (ADR-FIRST-REJECTION(WS-AX) = SPACES)
                       MOVE SECA-TIMESTAMP
                         TO ADR-FIRST-REJECTION(WS-AX)
                   END-IF
               WHEN ACCESS-DENIED
                AND SECA-RESP = WS-RESP-NOTAUTH
                AND SECA-RESP2 < WS-LOWEST-SENTINEL-RESP2
                   MOVE SECA-TIMESTAMP TO ADR-LAST-FAILURE(WS-AX)
           END-EVALUATE.

       END-CHECK-AUDIT-RECORD.   EXIT.

      *---------------------------------------------------------------*
      * LOCATE THIS RECORD'S CLIENT ADDRESS IN THE TABLE. LOCKFILE    *
      * KEYS ON THE IPV4 ADDRESS ALONE, SO THE TABLE DOES TOO         *
      *---------------------------------------------------------------*
       FIND-ADDRESS.

           MOVE 'N' TO WS-ADDRESS-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ADDRESS-COUNT
                      OR ADDRESS-IN-TABLE
               IF (ADR-IPV4(WS-IX) = SECA-CLIENT-IPV4)
                   MOVE 'Y' TO WS-ADDRESS-FOUND
                   MOVE WS-IX TO WS-AX
               END-IF
           END-PERFORM.

       END-FIND-ADDRESS.   EXIT.

       ADD-ADDRESS.

           IF (WS-ADDRESS-COUNT >= WS-ADDRESS-MAX)
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               GO TO END-ADD-ADDRESS
           END-IF.

           ADD 1 TO WS-ADDRESS-COUNT.
           MOVE WS-ADDRESS-COUNT TO WS-AX.
           MOVE SECA-CLIENT-IPV4 TO ADR-IPV4(WS-AX).
           MOVE SECA-CLIENT-IPV6 TO ADR-IPV6(WS-AX).
           IF (SECA-CLIENT-IPV6 NOT = SPACES)
               MOVE SECA-CLIENT-IPV6 TO ADR-CLIENT(WS-AX)
           ELSE
               MOVE SECA-CLIENT-IPV4 TO WS-LOCKOUT-IPV4-DISPLAY
               MOVE WS-LOCKOUT-IPV4-DISPLAY TO ADR-CLIENT(WS-AX)
           END-IF.
           MOVE SPACES TO ADR-LAST-FAILURE(WS-AX).
           MOVE SPACES TO ADR-FIRST-REJECTION(WS-AX).
           MOVE 0 TO ADR-FAIL-COUNT(WS-AX).
           MOVE 'N' TO ADR-LOCKED(WS-AX).
           MOVE 'N' TO ADR-RESET(WS-AX).
           MOVE 'Y' TO WS-ADDRESS-FOUND.

       END-ADD-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * EACH ADDRESS'S FAILURE COUNT THIS HOUR COMES FROM LOCKFILE,   *
      * WHICH IS WHAT EZACICSE ACTUALLY TESTS                         *
      *---------------------------------------------------------------*
       FETCH-LOCKOUT-COUNTS.

           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ADDRESS-COUNT
               PERFORM BUILD-LOCK-KEY THRU END-BUILD-LOCK-KEY
               READ LOCKOUT-FILE
                   INVALID KEY
                       MOVE 0 TO ADR-FAIL-COUNT(WS-AX)
                   NOT INVALID KEY
                       MOVE LOCK-FAIL-COUNT TO ADR-FAIL-COUNT(WS-AX)
                       IF (LOCK-FAIL-COUNT >= WS-MAX-NOTAUTH-PER-WINDOW)
                           MOVE 'Y' TO ADR-LOCKED(WS-AX)
                       END-IF
               END-READ
           END-PERFORM.

       END-FETCH-LOCKOUT-COUNTS.   EXIT.

       BUILD-LOCK-KEY.

           MOVE ADR-IPV4(WS-AX) TO WS-LOCKOUT-IPV4-DISPLAY.
           STRING WS-LOCKOUT-IPV4-DISPLAY DELIMITED BY SIZE
                  WS-LOCKOUT-WINDOW DELIMITED BY SIZE
               INTO LOCK-KEY
           END-STRING.

       END-BUILD-LOCK-KEY.   EXIT.

      *---------------------------------------------------------------*
      * CLEAR EVERY LOCKED ADDRESS: THE LOCKFILE ENTRY IS DELETED, SO *
      * THE NEXT FAILURE THERE STARTS A FRESH COUNT, AND THE RESET IS *
      * WRITTEN TO SECAUDT AND THE ADMINISTRATIVE CHANGE LOG          *
      *---------------------------------------------------------------*
       RESET-LOCKOUTS.

           MOVE 0 TO WS-RESETS-DONE.

           OPEN EXTEND SECURITY-AUDIT-FILE.
           IF (SECURITY-AUDIT-STATUS NOT = '00')
               DISPLAY 'EZALOCK SECAUDT OPEN FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
               SET LKHD-FILE-ERROR TO TRUE
               GO TO END-RESET-LOCKOUTS
           END-IF.
           OPEN I-O CHAIN-STATE-FILE.
           IF (CHAIN-STATE-STATUS = '00')
               SET CHAIN-STATE-OPEN TO TRUE
           ELSE
               DISPLAY 'EZALOCK AUDCHST UNAVAILABLE, STATUS='
                   CHAIN-STATE-STATUS ' - AUDIT WRITTEN UNSEQUENCED'
           END-IF.

           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ADDRESS-COUNT
                      OR NOT LKHD-OK
               IF (ADR-IS-LOCKED(WS-AX))
                   PERFORM RESET-ONE-ADDRESS THRU
                       END-RESET-ONE-ADDRESS
               END-IF
           END-PERFORM.

           CLOSE SECURITY-AUDIT-FILE.
           IF (CHAIN-STATE-OPEN)
               CLOSE CHAIN-STATE-FILE
               MOVE 'N' TO WS-CHAIN-FILE-OPEN
           END-IF.

           IF (LKHD-OK) AND (WS-RESETS-DONE = 0)
               SET LKHD-NOT-LOCKED TO TRUE
           END-IF.

       END-RESET-LOCKOUTS.   EXIT.

       RESET-ONE-ADDRESS.

           PERFORM BUILD-LOCK-KEY THRU END-BUILD-LOCK-KEY.
           DELETE LOCKOUT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *
      * Not found means the entry went between the read and the
      * delete -- another agent's reset, or the hour turned over --
      * and the address is no longer locked either way.
      *
           IF (LOCKOUT-FILE-STATUS = '23')
               MOVE 'N' TO ADR-LOCKED(WS-AX)
               GO TO END-RESET-ONE-ADDRESS
           END-IF.
           IF (LOCKOUT-FILE-STATUS NOT = '00')
               DISPLAY 'EZALOCK LOCKFILE DELETE FAILED, STATUS='
                   LOCKOUT-FILE-STATUS
               SET LKHD-FILE-ERROR TO TRUE
               GO TO END-RESET-ONE-ADDRESS
           END-IF.

           MOVE 'Y' TO ADR-RESET(WS-AX).
           ADD 1 TO WS-RESETS-DONE.
           PERFORM WRITE-RESET-AUDIT-RECORD THRU
               END-WRITE-RESET-AUDIT-RECORD.

           MOVE SPACES        TO WS-ADMIN-CHANGE.
           SET ACHG-DELETED   TO TRUE.
           MOVE LOCK-KEY      TO ACHG-KEY.
           MOVE ADR-FAIL-COUNT(WS-AX) TO WS-COUNT-DISPLAY.
           STRING 'CLIENT ' DELIMITED BY SIZE
                  ADR-CLIENT(WS-AX) DELIMITED BY SPACE
                  ' FAILURES ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' RESET FOR USERID ' DELIMITED BY SIZE
                  LKHD-USERID DELIMITED BY SPACE
                  ' VERIFIED BY ' DELIMITED BY SIZE
                  WS-METHOD-NAME DELIMITED BY '  '
                  ' TICKET ' DELIMITED BY SIZE
                  LKHD-TICKET DELIMITED BY SIZE
               INTO ACHG-BEFORE-VALUE
           END-STRING.
           PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE.

       END-RESET-ONE-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * THE RESET AS ITS OWN SECAUDT EVENT: THE USERID IT WAS DONE    *
      * FOR AND THE ADDRESS CLEARED, STATUS 'R', NO RESP              *
      *---------------------------------------------------------------*
       WRITE-RESET-AUDIT-RECORD.

           MOVE SPACES TO SECURITY-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-LOCKOUT-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-LOCKOUT-ABSTIME)
               YYMMDD(WS-LOCKOUT-DATE-WORK)
               TIME(WS-LOCKOUT-TIME-WORK)
           END-EXEC.
           STRING WS-LOCKOUT-DATE-WORK DELIMITED BY SIZE
                  WS-LOCKOUT-TIME-WORK DELIMITED BY SIZE
                  INTO SECA-TIMESTAMP
           END-STRING.

           MOVE LKHD-USERID       TO SECA-USERID.
           MOVE ADR-IPV4(WS-AX)   TO SECA-CLIENT-IPV4.
           MOVE ADR-IPV6(WS-AX)   TO SECA-CLIENT-IPV6.
           MOVE ZERO              TO SECA-CLIENT-IPV6-SCOPEID.
           MOVE ZERO              TO SECA-RESP.
           MOVE ZERO              TO SECA-RESP2.
           SET LOCKOUT-RESET      TO TRUE.
           MOVE WS-REGION-ID      TO SECA-REGION.
      *
      * Sequence and chain the record under the ENQ on the trail's
      * chain, the same one EZACICSE takes for every logon.
      *
           EXEC CICS ENQ RESOURCE(WS-CHAIN-ENQ-RESOURCE)
               LENGTH(LENGTH OF WS-CHAIN-ENQ-RESOURCE)
           END-EXEC.
           PERFORM READ-CHAIN-STATE THRU END-READ-CHAIN-STATE.
           PERFORM STAMP-AUDIT-RECORD THRU END-STAMP-AUDIT-RECORD.

           WRITE SECURITY-AUDIT-RECORD.
           IF (SECURITY-AUDIT-STATUS NOT = '00')
               DISPLAY 'EZALOCK SECAUDT WRITE FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
           ELSE
               PERFORM ADVANCE-CHAIN-STATE THRU
                   END-ADVANCE-CHAIN-STATE
               PERFORM SAVE-CHAIN-STATE THRU END-SAVE-CHAIN-STATE
           END-IF.
           EXEC CICS DEQ RESOURCE(WS-CHAIN-ENQ-RESOURCE)
               LENGTH(LENGTH OF WS-CHAIN-ENQ-RESOURCE)
           END-EXEC.

       END-WRITE-RESET-AUDIT-RECORD.   EXIT.

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

           MOVE 'SECAUDT' TO CHST-TRAIL-ID.
           READ CHAIN-STATE-FILE.
           EVALUATE CHAIN-STATE-STATUS
               WHEN '00'
                   SET CHAIN-STATE-FOUND TO TRUE
               WHEN '23'
                   MOVE SPACES TO CHAIN-STATE-RECORD
                   MOVE 'SECAUDT' TO CHST-TRAIL-ID
                   MOVE 0 TO CHST-LAST-SEQUENCE
                   MOVE LOW-VALUES TO CHST-LAST-CHAIN
                   SET CHAIN-STATE-NEW TO TRUE
               WHEN OTHER
                   DISPLAY 'EZALOCK AUDCHST READ FAILED, STATUS='
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

           MOVE 0 TO SECA-SEQUENCE-NUMBER.
           MOVE LOW-VALUES TO SECA-CHAIN-VALUE.
           IF (CHAIN-STATE-UNAVAILABLE)
               GO TO END-STAMP-AUDIT-RECORD
           END-IF.

           COMPUTE SECA-SEQUENCE-NUMBER = CHST-LAST-SEQUENCE + 1.
           MOVE CHST-LAST-CHAIN TO HSH-PREVIOUS-CHAIN.
           MOVE SECURITY-AUDIT-RECORD(1:88) TO HSH-RECORD-IMAGE.
           MOVE LENGTH OF SECURITY-AUDIT-RECORD TO HSH-TEXT-LENGTH.
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
               DISPLAY 'EZALOCK CSNBOWH FAILED, RC=' HSH-RETURN-CODE
                   ' REASON=' HSH-REASON-CODE
               SET CHAIN-STATE-UNAVAILABLE TO TRUE
               MOVE 0 TO SECA-SEQUENCE-NUMBER
               GO TO END-STAMP-AUDIT-RECORD
           END-IF.
           MOVE HSH-HASH TO SECA-CHAIN-VALUE.

       END-STAMP-AUDIT-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  The record just written is now the end of the chain.         *
      *---------------------------------------------------------------*
       ADVANCE-CHAIN-STATE.

           IF (SECA-SEQUENCE-NUMBER = 0)
               GO TO END-ADVANCE-CHAIN-STATE
           END-IF.

           MOVE SECA-SEQUENCE-NUMBER TO CHST-LAST-SEQUENCE.
           MOVE SECA-CHAIN-VALUE     TO CHST-LAST-CHAIN.
           MOVE SECA-TIMESTAMP       TO CHST-LAST-TIMESTAMP.
           MOVE 'EZALOCK'            TO CHST-LAST-PROGRAM.
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
               DISPLAY 'EZALOCK AUDCHST UPDATE FAILED, STATUS='
                   CHAIN-STATE-STATUS
           END-IF.

       END-SAVE-CHAIN-STATE.   EXIT.

      *---------------------------------------------------------------*
      * HAND THE STATE BACK: ONE ENTRY PER ADDRESS, AND THE EARLIEST  *
      * LOCK TIME OF ANY ADDRESS STILL LOCKED                         *
      *---------------------------------------------------------------*
       RETURN-LOCKOUT-STATE.

           MOVE WS-LOCKOUT-WINDOW TO LKHD-WINDOW.
           MOVE 'N'               TO LKHD-LOCKED.
           MOVE SPACES            TO LKHD-LOCKED-SINCE.
           MOVE WS-ADDRESS-COUNT  TO LKHD-ADDRESS-COUNT.

           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ADDRESS-MAX
               MOVE SPACES TO LKHD-ADDRESS(WS-AX)
               MOVE 0 TO LKHD-ADDR-FAIL-COUNT(WS-AX)
               IF (WS-AX <= WS-ADDRESS-COUNT)
                   PERFORM RETURN-ONE-ADDRESS THRU
                       END-RETURN-ONE-ADDRESS
               END-IF
           END-PERFORM.

       END-RETURN-LOCKOUT-STATE.   EXIT.

       RETURN-ONE-ADDRESS.

           MOVE ADR-CLIENT(WS-AX)     TO LKHD-ADDR-CLIENT(WS-AX).
           MOVE ADR-FAIL-COUNT(WS-AX) TO LKHD-ADDR-FAIL-COUNT(WS-AX).
           MOVE ADR-LOCKED(WS-AX)     TO LKHD-ADDR-LOCKED(WS-AX).
           MOVE ADR-RESET(WS-AX)      TO LKHD-ADDR-RESET(WS-AX).

           IF (NOT ADR-IS-LOCKED(WS-AX))
               GO TO END-RETURN-ONE-ADDRESS
           END-IF.

           IF (ADR-LAST-FAILURE(WS-AX) NOT = SPACES)
               MOVE ADR-LAST-FAILURE(WS-AX)
                 TO LKHD-ADDR-LOCKED-AT(WS-AX)
           ELSE
               MOVE ADR-FIRST-REJECTION(WS-AX)
                 TO LKHD-ADDR-LOCKED-AT(WS-AX)
           END-IF.

           IF (ADR-WAS-RESET(WS-AX))
               GO TO END-RETURN-ONE-ADDRESS
           END-IF.

           MOVE 'Y' TO LKHD-LOCKED.
           IF (LKHD-LOCKED-SINCE = SPACES)
              OR (LKHD-ADDR-LOCKED-AT(WS-AX) < LKHD-LOCKED-SINCE)
               MOVE LKHD-ADDR-LOCKED-AT(WS-AX) TO LKHD-LOCKED-SINCE
           END-IF.

       END-RETURN-ONE-ADDRESS.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * RESET. AN INQUIRY IS NOT CHECKED.                             *
      * IF THE CHECK CANNOT BE MADE THE RESET IS REFUSED              *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           IF (LKHD-ACTION-INQUIRE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'EZALOCK'   TO AUTH-PROGRAM.
           MOVE LKHD-ACTION TO AUTH-ACTION.
           MOVE 'LOCKFILE'  TO AUTH-FILE.
           MOVE LKHD-USERID TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZALOCK C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET LKHD-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO LKHD-REFUSAL-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE 'LOCKFILE'  TO ACHG-FILE.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZALOCK C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM EZALOCK.
