       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSMRTM.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Maintenance transaction for treasury's manual exchange rates  *
      * (MANRATE). When the cultureinfo service is down and the       *
      * nightly LSC2WSSB refresh goes stale, LSCURRCV stops quoting;  *
      * treasury enters an authorised rate to USD per cultureCode     *
      * with the period it holds for, and LSCURRCV quotes off that    *
      * instead, marking the quote as a manual rate. Driven           *
      * commarea-only like the other maintenance programs: 'A' adds a *
      * rate, 'W' withdraws one (it stays on file, marked withdrawn,  *
      * so quotes already made off it can still be explained), 'I'    *
      * lists a culture's rates from an effective date onwards. Adds  *
      * and withdrawals are checked against the signed-on userid's    *
      * roles through C2WSAUTH and logged through C2WSADMW; the rate  *
      * carries the userid that entered it.                           *
      *                                                               *
      * A rate is only taken for a culture the culture cache knows,   *
      * must be above zero, and may not overlap another active rate   *
      * of the same culture -- withdraw that one first. A culture     *
      * whose rate to USD is 1 (the dollar itself) never needs one.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-RATE-FILE ASSIGN TO MANRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRAT-KEY
               FILE STATUS IS MANUAL-RATE-STATUS.
      *---------------------------------------------------------------*
      *  The culture subsystem's per-culture cache, read only to      *
      *  check the cultureCode keyed is one the branches use.         *
      *---------------------------------------------------------------*
           SELECT CULTURE-CACHE-FILE ASSIGN TO CULTCACH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CULT-CULTURE-CODE
               FILE STATUS IS CULTURE-CACHE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout LSCURRCV and C2WSMRTR read.        *
      *---------------------------------------------------------------*
       FD  MANUAL-RATE-FILE
           RECORDING MODE IS F.
       01  MANUAL-RATE-RECORD.
           COPY MANRATE.

      *---------------------------------------------------------------*
      *  Layout matches the CULTCACH record LSC2WSSA/LSC2WSSB write.  *
      *---------------------------------------------------------------*
       FD  CULTURE-CACHE-FILE
           RECORDING MODE IS F.
       01  CULTURE-CACHE-RECORD.
           05  CULT-CULTURE-CODE          PIC X(32).
           05  CULT-REPLY-DATA.
               10  CULT-CURRENCY-SYMBOL          PIC X(32).
               10  CULT-CONVERSION-RATE-TO-USD   PIC X(32).
               10  CULT-DISPLAY-COUNTRY          PIC X(32).
               10  CULT-DISPLAY-LANGUAGE         PIC X(32).
               10  CULT-SERVER-CULTURE-INFO      PIC X(96).
               10  CULT-UTC-OFFSET               PIC X(32).
               10  CULT-DST-IN-EFFECT            PIC X(1).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  MANUAL-RATE-STATUS            PIC X(2) VALUE '00'.
           88  END-OF-MANUAL-RATE-FILE       VALUE '10' '23'.
       77  CULTURE-CACHE-STATUS          PIC X(2) VALUE '00'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       01  WS-RATE-KEY                   PIC X(40) VALUE SPACES.
       01  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.
       01  MRTM-TIME-WORK.
           05  MRTM-ABSTIME               PIC S9(15) COMP-3.
           05  MRTM-DATE-WORK             PIC X(8).
           05  MRTM-TIME-OF-DAY           PIC X(6).
       77  WS-TIMESTAMP                  PIC X(15) VALUE SPACES.
       77  WS-TODAY                      PIC X(8) VALUE SPACES.
       77  WS-CACHE-RATE                 PIC 9(7)V9(6) VALUE 0.

      *---------------------------------------------------------------*
      *  Overlap check on an add: the first active rate of the same   *
      *  culture whose period meets the new one.                      *
      *---------------------------------------------------------------*
       77  WS-OVERLAP-FOUND              PIC X(1) VALUE 'N'.
           88  OVERLAP-FOUND                 VALUE 'Y'.
       77  WS-OVERLAP-FROM               PIC X(8) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The rate as displayable text for the change log.             *
      *---------------------------------------------------------------*
       01  WS-LOG-RATE-EDIT              PIC ZZZZZZ9.999999.
       01  WS-LOG-VALUE                  PIC X(400) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every change is checked against the signed-on userid's roles *
      *  through C2WSAUTH before it is made; this transaction's own   *
      *  grants are held by the TREASURY role.                        *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-AUTHORIZED                 PIC X(1) VALUE 'Y'.
           88  ACTION-AUTHORIZED             VALUE 'Y'.
           88  ACTION-REFUSED                VALUE 'N'.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *---------------------------------------------------------------*
      *  Every add and withdrawal goes to the shared administrative   *
      *  change log through C2WSADMW.                                 *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 MRTM-ACTION                 PIC X(1).
             88 MRTM-ACTION-ADD              VALUE 'A'.
             88 MRTM-ACTION-WITHDRAW         VALUE 'W'.
             88 MRTM-ACTION-INQUIRE          VALUE 'I'.
          05 MRTM-CULTURE-CODE           PIC X(32).
      *---------------------------------------------------------------*
      *  YYYYMMDD, both ends included. A withdrawal names the rate by *
      *  culture and effective-from; an inquiry lists from the        *
      *  effective-from given (spaces for all of the culture's).      *
      *---------------------------------------------------------------*
          05 MRTM-EFFECTIVE-FROM         PIC X(8).
          05 MRTM-EFFECTIVE-TO           PIC X(8).
          05 MRTM-RATE-TO-USD            PIC 9(7)V9(6).
          05 MRTM-REASON                 PIC X(40).
          05 MRTM-RETURN-CODE            PIC X(1).
             88 MRTM-OK                      VALUE '0'.
             88 MRTM-NOT-FOUND               VALUE '1'.
             88 MRTM-INVALID-ACTION          VALUE '2'.
             88 MRTM-INVALID-FIELD           VALUE '3'.
             88 MRTM-DUPLICATE               VALUE '4'.
             88 MRTM-FILE-ERROR              VALUE '5'.
             88 MRTM-NOT-AUTHORIZED          VALUE '6'.
             88 MRTM-OVERLAPS                VALUE '7'.
          05 MRTM-MESSAGE                PIC X(80).
      *---------------------------------------------------------------*
      *  Inquiry answer: the culture's rates from MRTM-EFFECTIVE-FROM *
      *  onwards, withdrawn ones included, at most ten.               *
      *  MRTM-MORE-RATES 'Y' means there are later ones: inquire      *
      *  again from the last effective-from shown.                    *
      *---------------------------------------------------------------*
          05 MRTM-RATE-COUNT             PIC 9(2).
          05 MRTM-MORE-RATES             PIC X(1).
          05 MRTM-RATE OCCURS 10 TIMES.
             10 MRTM-RATE-FROM           PIC X(8).
             10 MRTM-RATE-TO             PIC X(8).
             10 MRTM-RATE-VALUE          PIC 9(7)V9(6).
             10 MRTM-RATE-STATUS         PIC X(1).
             10 MRTM-RATE-REASON         PIC X(40).
             10 MRTM-RATE-ENTERED-BY     PIC X(8).
             10 MRTM-RATE-WITHDRAWN-BY   PIC X(8).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO MRTM-MESSAGE.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(MRTM-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MRTM-ABSTIME)
               YYMMDD(MRTM-DATE-WORK)
               TIME(MRTM-TIME-OF-DAY)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MRTM-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.
           STRING MRTM-DATE-WORK DELIMITED BY SIZE
                  MRTM-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

           OPEN I-O MANUAL-RATE-FILE.

           IF (MANUAL-RATE-STATUS NOT = '00')
               DISPLAY 'C2WSMRTM MANRATE OPEN FAILED, STATUS='
                   MANUAL-RATE-STATUS
               SET MRTM-FILE-ERROR TO TRUE
           ELSE
               SET MRTM-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (MRTM-OK)
                   PERFORM BUILD-RATE-KEY THRU END-BUILD-RATE-KEY
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (MRTM-OK)
                   EVALUATE TRUE
                       WHEN MRTM-ACTION-ADD
                           PERFORM ADD-RATE THRU END-ADD-RATE
                       WHEN MRTM-ACTION-WITHDRAW
                           PERFORM WITHDRAW-RATE THRU
                               END-WITHDRAW-RATE
                       WHEN MRTM-ACTION-INQUIRE
                           PERFORM INQUIRE-RATES THRU
                               END-INQUIRE-RATES
                   END-EVALUATE
               END-IF

               CLOSE MANUAL-RATE-FILE

               IF (MRTM-OK) AND (NOT MRTM-ACTION-INQUIRE)
                   PERFORM WRITE-ADMIN-CHANGE THRU
                       END-WRITE-ADMIN-CHANGE
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * AN ADD NEEDS A CULTURE THE CACHE KNOWS, BOTH DATES, THE END   *
      * NOT BEFORE THE START NOR BEFORE TODAY, A RATE ABOVE ZERO AND  *
      * TREASURY'S AUTHORITY FOR IT. A WITHDRAWAL NEEDS THE RATE'S    *
      * EFFECTIVE-FROM                                                *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT MRTM-ACTION-ADD) AND (NOT MRTM-ACTION-WITHDRAW)
              AND (NOT MRTM-ACTION-INQUIRE)
               SET MRTM-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRTM-CULTURE-CODE = SPACES)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'CULTURE CODE REQUIRED' TO MRTM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRTM-ACTION-INQUIRE)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRTM-EFFECTIVE-FROM IS NOT NUMERIC)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'EFFECTIVE FROM MUST BE YYYYMMDD' TO MRTM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (NOT MRTM-ACTION-ADD)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRTM-EFFECTIVE-TO IS NOT NUMERIC)
              OR (MRTM-EFFECTIVE-TO < MRTM-EFFECTIVE-FROM)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'EFFECTIVE TO MUST BE YYYYMMDD, NOT BEFORE FROM'
                 TO MRTM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (MRTM-EFFECTIVE-TO < WS-TODAY)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'PERIOD HAS ALREADY ENDED' TO MRTM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (MRTM-RATE-TO-USD IS NOT NUMERIC)
              OR (MRTM-RATE-TO-USD = 0)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'RATE TO USD MUST BE ABOVE ZERO' TO MRTM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (MRTM-REASON = SPACES)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'AUTHORITY FOR THE RATE REQUIRED' TO MRTM-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           PERFORM CHECK-CULTURE-KNOWN THRU END-CHECK-CULTURE-KNOWN.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * THE CULTURE MUST BE ON THE CACHE, AND ITS RATE TO USD MUST    *
      * NOT BE 1 -- THE DOLLAR IS QUOTED AT 1 WHETHER THE RATES ARE   *
      * STALE OR NOT                                                  *
      *---------------------------------------------------------------*
       CHECK-CULTURE-KNOWN.

           OPEN INPUT CULTURE-CACHE-FILE.
           IF (CULTURE-CACHE-STATUS NOT = '00')
               DISPLAY 'C2WSMRTM CULTCACH OPEN FAILED, STATUS='
                   CULTURE-CACHE-STATUS
               SET MRTM-FILE-ERROR TO TRUE
               GO TO END-CHECK-CULTURE-KNOWN
           END-IF.

           MOVE MRTM-CULTURE-CODE TO CULT-CULTURE-CODE.
           READ CULTURE-CACHE-FILE
               INVALID KEY
                   SET MRTM-INVALID-FIELD TO TRUE
                   MOVE 'CULTURE CODE NOT ON THE CULTURE CACHE'
                     TO MRTM-MESSAGE
           END-READ.

           IF (MRTM-OK)
               COMPUTE WS-CACHE-RATE =
                   FUNCTION NUMVAL(CULT-CONVERSION-RATE-TO-USD)
               IF (WS-CACHE-RATE = 1)
                   SET MRTM-INVALID-FIELD TO TRUE
                   MOVE 'CULTURE IS QUOTED AT 1 - NO MANUAL RATE NEEDED'
                     TO MRTM-MESSAGE
               END-IF
           END-IF.

           CLOSE CULTURE-CACHE-FILE.

       END-CHECK-CULTURE-KNOWN.   EXIT.

       BUILD-RATE-KEY.

           MOVE SPACES              TO MRAT-KEY.
           MOVE MRTM-CULTURE-CODE   TO MRAT-CULTURE-CODE.
           MOVE MRTM-EFFECTIVE-FROM TO MRAT-EFFECTIVE-FROM.
           MOVE MRAT-KEY            TO WS-RATE-KEY.

       END-BUILD-RATE-KEY.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED. IF THE CHECK CANNOT BE     *
      * MADE THE CHANGE IS REFUSED                                    *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (MRTM-ACTION-INQUIRE)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES        TO WS-AUTHORIZATION.
           MOVE 'C2WSMRTM'    TO AUTH-PROGRAM.
           MOVE MRTM-ACTION   TO AUTH-ACTION.
           MOVE 'MANRATE'     TO AUTH-FILE.
           MOVE WS-RATE-KEY   TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSMRTM C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET MRTM-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO MRTM-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * A NEW RATE MAY NOT OVERLAP AN ACTIVE ONE OF THE SAME CULTURE, *
      * SO LSCURRCV NEVER HAS TWO TO CHOOSE BETWEEN                   *
      *---------------------------------------------------------------*
       ADD-RATE.

           PERFORM CHECK-RATE-OVERLAP THRU END-CHECK-RATE-OVERLAP.
           IF (NOT MRTM-OK)
               GO TO END-ADD-RATE
           END-IF.

           MOVE WS-RATE-KEY TO MRAT-KEY.
           READ MANUAL-RATE-FILE
               INVALID KEY
                   MOVE SPACES TO MANUAL-RATE-RECORD
                   MOVE WS-RATE-KEY       TO MRAT-KEY
                   MOVE MRTM-EFFECTIVE-TO TO MRAT-EFFECTIVE-TO
                   MOVE MRTM-RATE-TO-USD  TO MRAT-RATE-TO-USD
                   SET MRAT-ACTIVE TO TRUE
                   MOVE MRTM-REASON       TO MRAT-REASON
                   MOVE WS-SIGNON-USERID  TO MRAT-ENTERED-BY
                   MOVE WS-TIMESTAMP      TO MRAT-ENTERED-TIMESTAMP
                   WRITE MANUAL-RATE-RECORD
               NOT INVALID KEY
                   SET MRTM-DUPLICATE TO TRUE
                   MOVE 'A RATE ALREADY STARTS ON THAT DATE'
                     TO MRTM-MESSAGE
           END-READ.

           IF (MRTM-OK)
               IF (MANUAL-RATE-STATUS = '00')
                   MOVE SPACES        TO WS-ADMIN-CHANGE
                   MOVE 'MANRATE'     TO ACHG-FILE
                   MOVE WS-RATE-KEY   TO ACHG-KEY
                   SET ACHG-ADDED TO TRUE
                   PERFORM FORMAT-LOG-VALUE THRU END-FORMAT-LOG-VALUE
                   MOVE WS-LOG-VALUE  TO ACHG-AFTER-VALUE
               ELSE
                   SET MRTM-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       END-ADD-RATE.   EXIT.

       CHECK-RATE-OVERLAP.

           MOVE 'N'    TO WS-OVERLAP-FOUND.
           MOVE SPACES TO MRAT-KEY.
           MOVE MRTM-CULTURE-CODE TO MRAT-CULTURE-CODE.

           START MANUAL-RATE-FILE
               KEY IS NOT LESS THAN MRAT-KEY
               INVALID KEY
                   GO TO END-CHECK-RATE-OVERLAP
           END-START.

           PERFORM CHECK-NEXT-RATE THRU END-CHECK-NEXT-RATE
               UNTIL END-OF-MANUAL-RATE-FILE
                  OR OVERLAP-FOUND.

           IF (OVERLAP-FOUND)
               SET MRTM-OVERLAPS TO TRUE
               STRING 'OVERLAPS THE ACTIVE RATE FROM ' DELIMITED BY SIZE
                      WS-OVERLAP-FROM DELIMITED BY SIZE
                      ' - WITHDRAW IT FIRST' DELIMITED BY SIZE
                      INTO MRTM-MESSAGE
               END-STRING
           END-IF.

           MOVE '00' TO MANUAL-RATE-STATUS.

       END-CHECK-RATE-OVERLAP.   EXIT.

       CHECK-NEXT-RATE.

           READ MANUAL-RATE-FILE NEXT RECORD
               AT END
                   GO TO END-CHECK-NEXT-RATE
           END-READ.

           IF (MRAT-CULTURE-CODE NOT = MRTM-CULTURE-CODE)
              OR (MRAT-EFFECTIVE-FROM > MRTM-EFFECTIVE-TO)
               MOVE '10' TO MANUAL-RATE-STATUS
               GO TO END-CHECK-NEXT-RATE
           END-IF.

           IF (MRAT-ACTIVE)
              AND (MRAT-EFFECTIVE-TO NOT < MRTM-EFFECTIVE-FROM)
               MOVE 'Y' TO WS-OVERLAP-FOUND
               MOVE MRAT-EFFECTIVE-FROM TO WS-OVERLAP-FROM
           END-IF.

       END-CHECK-NEXT-RATE.   EXIT.

      *---------------------------------------------------------------*
      * A WITHDRAWN RATE STAYS ON FILE, MARKED WITH WHO WITHDREW IT   *
      * AND WHEN; LSCURRCV AND C2WSMRTR PASS OVER IT FROM THEN ON     *
      *---------------------------------------------------------------*
       WITHDRAW-RATE.

           MOVE WS-RATE-KEY TO MRAT-KEY.
           READ MANUAL-RATE-FILE
               INVALID KEY
                   SET MRTM-NOT-FOUND TO TRUE
                   GO TO END-WITHDRAW-RATE
           END-READ.

           IF (MRAT-WITHDRAWN)
               SET MRTM-INVALID-FIELD TO TRUE
               MOVE 'RATE IS ALREADY WITHDRAWN' TO MRTM-MESSAGE
               GO TO END-WITHDRAW-RATE
           END-IF.

           MOVE SPACES        TO WS-ADMIN-CHANGE.
           MOVE 'MANRATE'     TO ACHG-FILE.
           MOVE WS-RATE-KEY   TO ACHG-KEY.
           SET ACHG-CHANGED TO TRUE.
           PERFORM FORMAT-LOG-VALUE THRU END-FORMAT-LOG-VALUE.
           MOVE WS-LOG-VALUE  TO ACHG-BEFORE-VALUE.

           SET MRAT-WITHDRAWN TO TRUE.
           MOVE WS-SIGNON-USERID TO MRAT-WITHDRAWN-BY.
           MOVE WS-TIMESTAMP     TO MRAT-WITHDRAWN-TIMESTAMP.
           REWRITE MANUAL-RATE-RECORD.
           IF (MANUAL-RATE-STATUS NOT = '00')
               SET MRTM-FILE-ERROR TO TRUE
               GO TO END-WITHDRAW-RATE
           END-IF.

           PERFORM FORMAT-LOG-VALUE THRU END-FORMAT-LOG-VALUE.
           MOVE WS-LOG-VALUE  TO ACHG-AFTER-VALUE.

       END-WITHDRAW-RATE.   EXIT.

      *---------------------------------------------------------------*
      * THE RATE RECORD AS DISPLAYABLE TEXT, RATE EDITED              *
      *---------------------------------------------------------------*
       FORMAT-LOG-VALUE.

           MOVE SPACES TO WS-LOG-VALUE.
           MOVE MRAT-RATE-TO-USD TO WS-LOG-RATE-EDIT.
           STRING MRAT-CULTURE-CODE DELIMITED BY SPACE
                  ' FROM ' DELIMITED BY SIZE
                  MRAT-EFFECTIVE-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  MRAT-EFFECTIVE-TO DELIMITED BY SIZE
                  ' RATE ' DELIMITED BY SIZE
                  WS-LOG-RATE-EDIT DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  MRAT-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MRAT-REASON DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  MRAT-ENTERED-BY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MRAT-WITHDRAWN-BY DELIMITED BY SIZE
                  INTO WS-LOG-VALUE
           END-STRING.

       END-FORMAT-LOG-VALUE.   EXIT.

      *---------------------------------------------------------------*
      * LIST THE CULTURE'S RATES IN EFFECTIVE-FROM ORDER FROM THE     *
      * GIVEN DATE (SPACES FOR ALL OF THEM)                           *
      *---------------------------------------------------------------*
       INQUIRE-RATES.

           MOVE 0   TO MRTM-RATE-COUNT.
           MOVE 'N' TO MRTM-MORE-RATES.
           MOVE 1   TO WS-IX.
           PERFORM CLEAR-RATE-ENTRY THRU END-CLEAR-RATE-ENTRY
               UNTIL WS-IX > 10.

           START MANUAL-RATE-FILE
               KEY IS NOT LESS THAN MRAT-KEY
               INVALID KEY
                   SET MRTM-NOT-FOUND TO TRUE
                   GO TO END-INQUIRE-RATES
           END-START.

           PERFORM LIST-NEXT-RATE THRU END-LIST-NEXT-RATE
               UNTIL END-OF-MANUAL-RATE-FILE
                  OR MRTM-MORE-RATES = 'Y'.

           IF (MRTM-RATE-COUNT = 0)
               SET MRTM-NOT-FOUND TO TRUE
           END-IF.

       END-INQUIRE-RATES.   EXIT.

       CLEAR-RATE-ENTRY.

           MOVE SPACES TO MRTM-RATE(WS-IX).
           MOVE 0      TO MRTM-RATE-VALUE(WS-IX).
           ADD 1 TO WS-IX.

       END-CLEAR-RATE-ENTRY.   EXIT.

       LIST-NEXT-RATE.

           READ MANUAL-RATE-FILE NEXT RECORD
               AT END
                   GO TO END-LIST-NEXT-RATE
           END-READ.

           IF (MRAT-CULTURE-CODE NOT = MRTM-CULTURE-CODE)
               MOVE '10' TO MANUAL-RATE-STATUS
               GO TO END-LIST-NEXT-RATE
           END-IF.

           IF (MRTM-RATE-COUNT >= 10)
               MOVE 'Y' TO MRTM-MORE-RATES
               GO TO END-LIST-NEXT-RATE
           END-IF.

           ADD 1 TO MRTM-RATE-COUNT.
           MOVE MRTM-RATE-COUNT TO WS-IX.
           MOVE MRAT-EFFECTIVE-FROM TO MRTM-RATE-FROM(WS-IX).
           MOVE MRAT-EFFECTIVE-TO   TO MRTM-RATE-TO(WS-IX).
           MOVE MRAT-RATE-TO-USD    TO MRTM-RATE-VALUE(WS-IX).
           MOVE MRAT-STATUS         TO MRTM-RATE-STATUS(WS-IX).
           MOVE MRAT-REASON         TO MRTM-RATE-REASON(WS-IX).
           MOVE MRAT-ENTERED-BY     TO MRTM-RATE-ENTERED-BY(WS-IX).
           MOVE MRAT-WITHDRAWN-BY   TO MRTM-RATE-WITHDRAWN-BY(WS-IX).

       END-LIST-NEXT-RATE.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CHANGE IN THE ADMINISTRATIVE CHANGE LOG.           *
      * IF IT CANNOT, THE CHANGE STILL STANDS ON THE FILE             *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSMRTM C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM C2WSMRTM.
