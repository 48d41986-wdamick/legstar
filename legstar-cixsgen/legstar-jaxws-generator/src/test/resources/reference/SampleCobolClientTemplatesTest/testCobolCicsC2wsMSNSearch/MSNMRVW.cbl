       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSNMRVW.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Usage-rights review transaction for the keyed media catalog   *
      * (MEDCATL). Merchandising reuses pictures found through        *
      * MSNMCATI in flyers, and most of them belong to somebody else; *
      * legal reviews each one here and records what may be done      *
      * with it. Driven DPL-style, commarea-only, in the same mold as *
      * MSNBLKM:                                                      *
      *   'S' set the entry's usage rights: 'U' back to awaiting      *
      *       review, 'I' cleared for internal use, 'L' licensed      *
      *       (a licence reference is required, and an expiry date    *
      *       where the licence has one), 'P' prohibited. The entry   *
      *       is stamped with the signed-on userid and the time;      *
      *   'I' inquire: the entry's rights as they stand, with its     *
      *       source, title and hit count to review it by.            *
      * A change is checked against the signed-on userid's roles      *
      * through C2WSAUTH and logged through C2WSADMW. MSNMCATI and    *
      * MSNCIMG show the rights; a prohibited image is left off the   *
      * MSNSEARC hardcopy and the MSNEXTR marketing extract; MSNMRVR  *
      * lists expiring licences and unreviewed images each month.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIA-CATALOG-FILE ASSIGN TO MEDCATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCAT-URL
               FILE STATUS IS MEDIA-CATALOG-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout MSNMCATB builds and MSNMCATI       *
      *  reads, so every program agrees on the shape of an entry.     *
      *---------------------------------------------------------------*
       FD  MEDIA-CATALOG-FILE
           RECORDING MODE IS F.
       01  MEDIA-CATALOG-RECORD.
           COPY MEDCAT.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  MEDIA-CATALOG-STATUS          PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  The acting userid, taken from the sign-on (ASSIGN USERID)    *
      *  and never from the commarea, so a review names who actually  *
      *  made it.                                                     *
      *---------------------------------------------------------------*
       77  WS-ACTING-USERID              PIC X(8) VALUE SPACES.
       01  MRVW-TIME-WORK.
           05  MRVW-ABSTIME               PIC S9(15) COMP-3.
           05  MRVW-DATE-WORK             PIC X(8).
           05  MRVW-TIME-OF-DAY           PIC X(6).
       77  WS-REVIEW-TIMESTAMP           PIC X(14) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every change is checked against the signed-on userid's roles *
      *  through C2WSAUTH before it is made; this transaction's own   *
      *  grants are held by the LEGAL role.                           *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-AUTHORIZED                 PIC X(1) VALUE 'Y'.
           88  ACTION-AUTHORIZED             VALUE 'Y'.
           88  ACTION-REFUSED                VALUE 'N'.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *---------------------------------------------------------------*
      *  Every review goes to the shared administrative change log    *
      *  through C2WSADMW, the entry before and after.                *
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
          05 MRVW-ACTION                 PIC X(1).
             88 MRVW-ACTION-SET              VALUE 'S'.
             88 MRVW-ACTION-INQUIRE          VALUE 'I'.
          05 MRVW-URL                    PIC X(32).
      *---------------------------------------------------------------*
      *  On a set, the rights to record: status 'U', 'I', 'L' or 'P'; *
      *  for 'L' only, the licence reference and the licence expiry   *
      *  (YYYYMMDD, not already past; spaces when it never runs out). *
      *  On an inquiry, the rights as they stand come back here.      *
      *---------------------------------------------------------------*
          05 MRVW-RIGHTS-STATUS          PIC X(1).
          05 MRVW-LICENCE-REF            PIC X(32).
          05 MRVW-LICENCE-EXPIRY         PIC X(8).
          05 MRVW-RETURN-CODE            PIC X(1).
             88 MRVW-OK                      VALUE '0'.
             88 MRVW-NOT-FOUND               VALUE '1'.
             88 MRVW-INVALID-ACTION          VALUE '2'.
             88 MRVW-INVALID-FIELD           VALUE '3'.
             88 MRVW-FILE-ERROR              VALUE '4'.
             88 MRVW-NOT-AUTHORIZED          VALUE '5'.
          05 MRVW-MESSAGE                PIC X(80).
      *---------------------------------------------------------------*
      *  On an invalid-field refusal, the field refused, named as in  *
      *  this commarea without the prefix, so a screen can point the  *
      *  user straight at it. Blank otherwise.                        *
      *---------------------------------------------------------------*
          05 MRVW-ERROR-FIELD            PIC X(20).
      *---------------------------------------------------------------*
      *  Returned on both actions: who set the rights and when        *
      *  (YYYYMMDDHHMMSS), and the entry's details to review by.      *
      *---------------------------------------------------------------*
          05 MRVW-RIGHTS-SET-BY          PIC X(8).
          05 MRVW-RIGHTS-SET-AT          PIC X(14).
          05 MRVW-MEDIA-TYPE             PIC X(1).
          05 MRVW-HIT-COUNT              PIC 9(9) COMP-5.
          05 MRVW-SOURCE                 PIC X(32).
          05 MRVW-SOURCE-TITLE           PIC X(32).
          05 MRVW-LAST-SEEN              PIC X(15).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO MRVW-MESSAGE.
           MOVE SPACES TO MRVW-ERROR-FIELD.
           EXEC CICS ASSIGN USERID(WS-ACTING-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(MRVW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MRVW-ABSTIME)
               YYYYMMDD(MRVW-DATE-WORK)
               TIME(MRVW-TIME-OF-DAY)
           END-EXEC.
           STRING MRVW-DATE-WORK DELIMITED BY SIZE
                  MRVW-TIME-OF-DAY DELIMITED BY SIZE
                  INTO WS-REVIEW-TIMESTAMP
           END-STRING.

           SET MRVW-OK TO TRUE.
           PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA.
           IF (NOT MRVW-OK)
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN I-O MEDIA-CATALOG-FILE.
           IF (MEDIA-CATALOG-STATUS NOT = '00')
               DISPLAY 'MSNMRVW MEDIA-CATALOG-FILE OPEN FAILED, STAT='
                   MEDIA-CATALOG-STATUS
               SET MRVW-FILE-ERROR TO TRUE
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-AUTHORIZATION THRU END-CHECK-AUTHORIZATION.

           IF (ACTION-AUTHORIZED)
               EVALUATE TRUE
                   WHEN MRVW-ACTION-SET
                       PERFORM SET-USAGE-RIGHTS THRU
                           END-SET-USAGE-RIGHTS
                   WHEN MRVW-ACTION-INQUIRE
                       PERFORM INQUIRE-USAGE-RIGHTS THRU
                           END-INQUIRE-USAGE-RIGHTS
               END-EVALUATE
           END-IF.

           CLOSE MEDIA-CATALOG-FILE.

           IF (MRVW-OK) AND (MRVW-ACTION-SET)
               PERFORM WRITE-ADMIN-CHANGE THRU END-WRITE-ADMIN-CHANGE
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * FIELD-LEVEL VALIDATION BEFORE ANY FILE ACTION: EVERY ACTION   *
      * NEEDS A MEDIA URL; A SET NEEDS A KNOWN STATUS, AND A LICENCE  *
      * REFERENCE AND EXPIRY ONLY WHEN, AND ONLY AS FAR AS, THE       *
      * IMAGE IS LICENSED                                             *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT MRVW-ACTION-SET) AND (NOT MRVW-ACTION-INQUIRE)
               SET MRVW-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-URL = SPACES)
               SET MRVW-INVALID-FIELD TO TRUE
               MOVE 'MEDIA URL REQUIRED' TO MRVW-MESSAGE
               MOVE 'URL' TO MRVW-ERROR-FIELD
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-ACTION-INQUIRE)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-RIGHTS-STATUS NOT = 'U')
              AND (MRVW-RIGHTS-STATUS NOT = 'I')
              AND (MRVW-RIGHTS-STATUS NOT = 'L')
              AND (MRVW-RIGHTS-STATUS NOT = 'P')
               SET MRVW-INVALID-FIELD TO TRUE
               MOVE 'RIGHTS STATUS MUST BE U, I, L OR P'
                 TO MRVW-MESSAGE
               MOVE 'RIGHTS-STATUS' TO MRVW-ERROR-FIELD
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-RIGHTS-STATUS NOT = 'L')
               IF (MRVW-LICENCE-REF NOT = SPACES)
                   SET MRVW-INVALID-FIELD TO TRUE
                   MOVE 'LICENCE REFERENCE ONLY FOR A LICENSED IMAGE'
                     TO MRVW-MESSAGE
                   MOVE 'LICENCE-REF' TO MRVW-ERROR-FIELD
                   GO TO END-VALIDATE-COMMAREA
               END-IF
               IF (MRVW-LICENCE-EXPIRY NOT = SPACES)
                   SET MRVW-INVALID-FIELD TO TRUE
                   MOVE 'LICENCE EXPIRY ONLY FOR A LICENSED IMAGE'
                     TO MRVW-MESSAGE
                   MOVE 'LICENCE-EXPIRY' TO MRVW-ERROR-FIELD
               END-IF
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-LICENCE-REF = SPACES)
               SET MRVW-INVALID-FIELD TO TRUE
               MOVE 'LICENCE REFERENCE REQUIRED' TO MRVW-MESSAGE
               MOVE 'LICENCE-REF' TO MRVW-ERROR-FIELD
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-LICENCE-EXPIRY = SPACES)
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (MRVW-LICENCE-EXPIRY IS NOT NUMERIC)
               SET MRVW-INVALID-FIELD TO TRUE
               MOVE 'LICENCE EXPIRY MUST BE YYYYMMDD OR BLANK'
                 TO MRVW-MESSAGE
               MOVE 'LICENCE-EXPIRY' TO MRVW-ERROR-FIELD
               GO TO END-VALIDATE-COMMAREA
           END-IF.
           IF (MRVW-LICENCE-EXPIRY < MRVW-DATE-WORK)
               SET MRVW-INVALID-FIELD TO TRUE
               MOVE 'LICENCE HAS ALREADY EXPIRED' TO MRVW-MESSAGE
               MOVE 'LICENCE-EXPIRY' TO MRVW-ERROR-FIELD
               GO TO END-VALIDATE-COMMAREA
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE REVIEW ON THE ENTRY, STAMPED WITH WHO AND WHEN     *
      *---------------------------------------------------------------*
       SET-USAGE-RIGHTS.

           MOVE MRVW-URL TO MCAT-URL.
           READ MEDIA-CATALOG-FILE
               INVALID KEY
                   SET MRVW-NOT-FOUND TO TRUE
                   MOVE 'MEDIA URL NOT ON THE MEDIA CATALOG'
                     TO MRVW-MESSAGE
                   GO TO END-SET-USAGE-RIGHTS
           END-READ.

           MOVE SPACES    TO WS-ADMIN-CHANGE.
           MOVE 'MEDCATL' TO ACHG-FILE.
           MOVE MRVW-URL  TO ACHG-KEY.
           SET ACHG-CHANGED TO TRUE.
           MOVE MEDIA-CATALOG-RECORD TO ACHG-BEFORE-VALUE.

           MOVE MRVW-RIGHTS-STATUS  TO MCAT-RIGHTS-STATUS.
           MOVE WS-ACTING-USERID    TO MCAT-RIGHTS-SET-BY.
           MOVE WS-REVIEW-TIMESTAMP TO MCAT-RIGHTS-SET-AT.
           MOVE MRVW-LICENCE-REF    TO MCAT-LICENCE-REF.
           MOVE MRVW-LICENCE-EXPIRY TO MCAT-LICENCE-EXPIRY.

           REWRITE MEDIA-CATALOG-RECORD.
           IF (MEDIA-CATALOG-STATUS NOT = '00')
               DISPLAY 'MSNMRVW CATALOG REWRITE FAILED, STATUS='
                   MEDIA-CATALOG-STATUS ' URL=' MRVW-URL
               SET MRVW-FILE-ERROR TO TRUE
               GO TO END-SET-USAGE-RIGHTS
           END-IF.

           MOVE MEDIA-CATALOG-RECORD TO ACHG-AFTER-VALUE.
           PERFORM RETURN-ENTRY-DETAILS THRU END-RETURN-ENTRY-DETAILS.

       END-SET-USAGE-RIGHTS.   EXIT.

       INQUIRE-USAGE-RIGHTS.

           MOVE MRVW-URL TO MCAT-URL.
           READ MEDIA-CATALOG-FILE
               INVALID KEY
                   SET MRVW-NOT-FOUND TO TRUE
                   MOVE 'MEDIA URL NOT ON THE MEDIA CATALOG'
                     TO MRVW-MESSAGE
               NOT INVALID KEY
                   PERFORM RETURN-ENTRY-DETAILS THRU
                       END-RETURN-ENTRY-DETAILS
           END-READ.

       END-INQUIRE-USAGE-RIGHTS.   EXIT.

      *---------------------------------------------------------------*
      * HAND THE ENTRY'S RIGHTS AND DETAILS BACK. AN ENTRY BUILT      *
      * BEFORE THE REVIEW BEGAN READS AS AWAITING REVIEW              *
      *---------------------------------------------------------------*
       RETURN-ENTRY-DETAILS.

           IF (RIGHTS-NOT-REVIEWED)
               MOVE 'U' TO MRVW-RIGHTS-STATUS
           ELSE
               MOVE MCAT-RIGHTS-STATUS TO MRVW-RIGHTS-STATUS
           END-IF.
           MOVE MCAT-LICENCE-REF    TO MRVW-LICENCE-REF.
           MOVE MCAT-LICENCE-EXPIRY TO MRVW-LICENCE-EXPIRY.
           MOVE MCAT-RIGHTS-SET-BY  TO MRVW-RIGHTS-SET-BY.
           MOVE MCAT-RIGHTS-SET-AT  TO MRVW-RIGHTS-SET-AT.
           MOVE MCAT-MEDIA-TYPE     TO MRVW-MEDIA-TYPE.
           MOVE MCAT-HIT-COUNT      TO MRVW-HIT-COUNT.
           MOVE MCAT-SOURCE         TO MRVW-SOURCE.
           MOVE MCAT-SOURCE-TITLE   TO MRVW-SOURCE-TITLE.
           MOVE MCAT-LAST-SEEN      TO MRVW-LAST-SEEN.
           SET MRVW-OK TO TRUE.

       END-RETURN-ENTRY-DETAILS.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY IS NOT CHECKED.                            *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (NOT MRVW-ACTION-SET)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'MSNMRVW'   TO AUTH-PROGRAM.
           MOVE MRVW-ACTION TO AUTH-ACTION.
           MOVE 'MEDCATL'   TO AUTH-FILE.
           MOVE MRVW-URL    TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'MSNMRVW C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET MRVW-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO MRVW-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

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
               DISPLAY 'MSNMRVW C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

       END PROGRAM MSNMRVW.
