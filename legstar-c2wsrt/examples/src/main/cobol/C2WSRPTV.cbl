       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSRPTV.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Report archive viewer. The batch jobs capture every report    *
      * they print into the keyed report archive (RPTARCH, through    *
      * C2WSRPTA) under its report id, business date and run number;  *
      * this transaction reads it back. 'D' lists the dates (and      *
      * reruns) held for a report id from a business date onwards,    *
      * 'P' returns a page of one run from a line number, and 'R'     *
      * reprints the whole run to the printer of the branch the       *
      * terminal belongs to, routed and marked exactly the way        *
      * MSNRPRT reprints a search.                                    *
      *                                                               *
      * A run is named by report id, business date and run number;    *
      * a run number of zero means the first run for the date. The    *
      * reports hold operational and security detail, so every        *
      * action, reading included, is checked against the signed-on    *
      * userid's roles through C2WSAUTH. Nothing here changes the     *
      * archive, so nothing is logged through C2WSADMW.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-ARCHIVE-FILE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RARC-KEY
               FILE STATUS IS REPORT-ARCHIVE-STATUS.
           SELECT PRINTER-FILE ASSIGN TO PRTMSN01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINTER-FILE-STATUS.
           SELECT BRANCH-TERMINAL-FILE ASSIGN TO BRTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRT-TERMID
               FILE STATUS IS BRANCH-TERMINAL-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO BRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-BRANCH-ID
               FILE STATUS IS BRANCH-MASTER-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same shared record layout C2WSRPTA captures reports in.      *
      *---------------------------------------------------------------*
       FD  REPORT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  REPORT-ARCHIVE-RECORD.
           COPY RPTARCH.

       FD  PRINTER-FILE
           RECORDING MODE IS F.
       01  PRINTER-RECORD.
           05  PRT-CARRIAGE-CONTROL       PIC X(1).
           05  PRT-LINE                   PIC X(132).

       FD  BRANCH-TERMINAL-FILE
           RECORDING MODE IS F.
       01  BRANCH-TERMINAL-RECORD.
           COPY BRTERM.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       01  BRANCH-MASTER-RECORD.
           COPY BRMAST.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  REPORT-ARCHIVE-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-REPORT-ARCHIVE         VALUE '10' '23'.
       77  PRINTER-FILE-STATUS           PIC X(2) VALUE '00'.
       77  BRANCH-TERMINAL-STATUS        PIC X(2) VALUE '00'.
       77  BRANCH-MASTER-STATUS          PIC X(2) VALUE '00'.
       77  WS-BRANCH-FILES-OPEN          PIC X(1) VALUE 'N'.
           88  BRANCH-MASTER-OPEN            VALUE 'Y'.
       77  WS-RUN-FOUND                  PIC X(1) VALUE 'N'.
           88  RUN-FOUND                     VALUE 'Y'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.

      *---------------------------------------------------------------*
      *  Lines returned on one 'P' page.                              *
      *---------------------------------------------------------------*
       77  WS-PAGE-SIZE                  PIC 9(4) COMP-5 VALUE 20.
       77  WS-MAX-LISTED                 PIC 9(4) COMP-5 VALUE 10.
       77  WS-LINES-PRINTED              PIC 9(6) VALUE 0.

       01  WS-RUN-KEY.
           05  WS-RUN-REPORT-ID           PIC X(8).
           05  WS-RUN-BUSINESS-DATE       PIC X(8).
           05  WS-RUN-NUMBER              PIC 9(2).
       01  WS-SIGNON-USERID              PIC X(8) VALUE SPACES.

       77  WS-PRINT-DESTINATION          PIC X(8) VALUE 'PRTMSN01'.
       77  WS-DATACENTER-DEST            PIC X(8) VALUE 'PRTMSN01'.

      *---------------------------------------------------------------*
      *  Every action is checked against the signed-on userid's roles *
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
          05 RPTV-ACTION                 PIC X(1).
             88 RPTV-ACTION-DATES            VALUE 'D'.
             88 RPTV-ACTION-PAGE             VALUE 'P'.
             88 RPTV-ACTION-REPRINT          VALUE 'R'.
          05 RPTV-REPORT-ID              PIC X(8).
          05 RPTV-BUSINESS-DATE          PIC X(8).
          05 RPTV-RUN-NUMBER             PIC 9(2).
          05 RPTV-LINE-NUMBER            PIC 9(6).
          05 RPTV-RETURN-CODE            PIC X(1).
             88 RPTV-OK                      VALUE '0'.
             88 RPTV-NOT-FOUND               VALUE '1'.
             88 RPTV-INVALID-ACTION          VALUE '2'.
             88 RPTV-INVALID-FIELD           VALUE '3'.
             88 RPTV-FILE-ERROR              VALUE '5'.
             88 RPTV-NOT-AUTHORIZED          VALUE '6'.
          05 RPTV-MESSAGE                PIC X(80).
      *---------------------------------------------------------------*
      *  The run named, after a 'P' or 'R': its header, and for 'R'   *
      *  where it was printed and how many lines.                     *
      *---------------------------------------------------------------*
          05 RPTV-CAPTURED-DATE          PIC X(8).
          05 RPTV-CAPTURED-TIME          PIC X(6).
          05 RPTV-LINE-COUNT             PIC 9(6).
          05 RPTV-EXPIRY-DATE            PIC X(8).
          05 RPTV-TITLE                  PIC X(80).
          05 RPTV-PRINT-DESTINATION      PIC X(8).
          05 RPTV-LINES-PRINTED          PIC 9(6).
      *---------------------------------------------------------------*
      *  Page answer: the run's lines from RPTV-LINE-NUMBER onwards,  *
      *  at most twenty. RPTV-MORE-LINES 'Y' means the run goes on:   *
      *  page again from the line after the last one shown.           *
      *---------------------------------------------------------------*
          05 RPTV-PAGE-COUNT             PIC 9(2).
          05 RPTV-MORE-LINES             PIC X(1).
          05 RPTV-PAGE-LINE OCCURS 20 TIMES.
             10 RPTV-PG-LINE-NUMBER      PIC 9(6).
             10 RPTV-PG-TEXT             PIC X(132).
      *---------------------------------------------------------------*
      *  Dates answer: the runs held for RPTV-REPORT-ID, in date and  *
      *  run order from RPTV-BUSINESS-DATE/RPTV-RUN-NUMBER onwards,   *
      *  at most ten. RPTV-MORE-RUNS 'Y' means there are later ones:  *
      *  list again from the last one shown.                          *
      *---------------------------------------------------------------*
          05 RPTV-LIST-COUNT             PIC 9(2).
          05 RPTV-MORE-RUNS              PIC X(1).
          05 RPTV-LISTED OCCURS 10 TIMES.
             10 RPTV-LST-BUSINESS-DATE   PIC X(8).
             10 RPTV-LST-RUN-NUMBER      PIC 9(2).
             10 RPTV-LST-CAPTURED-DATE   PIC X(8).
             10 RPTV-LST-LINE-COUNT      PIC 9(6).
             10 RPTV-LST-EXPIRY-DATE     PIC X(8).
             10 RPTV-LST-TITLE           PIC X(80).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO RPTV-MESSAGE.
           MOVE 0 TO RPTV-PAGE-COUNT RPTV-LIST-COUNT
                     RPTV-LINES-PRINTED.
           MOVE 'N' TO RPTV-MORE-LINES RPTV-MORE-RUNS.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) END-EXEC.

           OPEN INPUT REPORT-ARCHIVE-FILE.

           IF (REPORT-ARCHIVE-STATUS NOT = '00')
               DISPLAY 'C2WSRPTV RPTARCH OPEN FAILED, STATUS='
                   REPORT-ARCHIVE-STATUS
               SET RPTV-FILE-ERROR TO TRUE
           ELSE
               SET RPTV-OK TO TRUE
               PERFORM VALIDATE-COMMAREA THRU END-VALIDATE-COMMAREA

               IF (RPTV-OK)
                   PERFORM CHECK-AUTHORIZATION THRU
                       END-CHECK-AUTHORIZATION
               END-IF

               IF (RPTV-OK) AND (NOT RPTV-ACTION-DATES)
                   PERFORM LOCATE-RUN THRU END-LOCATE-RUN
               END-IF

               IF (RPTV-OK)
                   EVALUATE TRUE
                       WHEN RPTV-ACTION-DATES
                           PERFORM LIST-RUNS THRU END-LIST-RUNS
                       WHEN RPTV-ACTION-PAGE
                           PERFORM PAGE-RUN THRU END-PAGE-RUN
                       WHEN RPTV-ACTION-REPRINT
                           PERFORM REPRINT-RUN THRU END-REPRINT-RUN
                   END-EVALUATE
               END-IF

               CLOSE REPORT-ARCHIVE-FILE
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * EVERY ACTION NAMES A REPORT ID. A PAGE OR REPRINT ALSO NAMES  *
      * THE BUSINESS DATE; A DATES LIST MAY START FROM ONE. DATES ARE *
      * YYYYMMDD                                                      *
      *---------------------------------------------------------------*
       VALIDATE-COMMAREA.

           IF (NOT RPTV-ACTION-DATES) AND (NOT RPTV-ACTION-PAGE)
              AND (NOT RPTV-ACTION-REPRINT)
               SET RPTV-INVALID-ACTION TO TRUE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RPTV-REPORT-ID = SPACES)
               SET RPTV-INVALID-FIELD TO TRUE
               MOVE 'REPORT ID (THE REPORT DD NAME) REQUIRED'
                 TO RPTV-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RPTV-BUSINESS-DATE = SPACES)
               IF (RPTV-ACTION-DATES)
                   GO TO END-VALIDATE-COMMAREA
               END-IF
               SET RPTV-INVALID-FIELD TO TRUE
               MOVE 'BUSINESS DATE REQUIRED' TO RPTV-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RPTV-BUSINESS-DATE IS NOT NUMERIC)
               SET RPTV-INVALID-FIELD TO TRUE
               MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO RPTV-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RPTV-RUN-NUMBER IS NOT NUMERIC)
               SET RPTV-INVALID-FIELD TO TRUE
               MOVE 'RUN NUMBER MUST BE 00 TO 99' TO RPTV-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

           IF (RPTV-ACTION-PAGE) AND (RPTV-LINE-NUMBER IS NOT NUMERIC)
               SET RPTV-INVALID-FIELD TO TRUE
               MOVE 'LINE NUMBER MUST BE NUMERIC' TO RPTV-MESSAGE
               GO TO END-VALIDATE-COMMAREA
           END-IF.

       END-VALIDATE-COMMAREA.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * ACTION ON THIS REPORT. IF THE CHECK CANNOT BE MADE THE ACTION *
      * IS REFUSED                                                    *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           MOVE RPTV-REPORT-ID     TO WS-RUN-REPORT-ID.
           MOVE RPTV-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE.
           MOVE 0                  TO WS-RUN-NUMBER.
           IF (RPTV-RUN-NUMBER IS NUMERIC)
               MOVE RPTV-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF.

           MOVE SPACES             TO WS-AUTHORIZATION.
           MOVE 'C2WSRPTV'         TO AUTH-PROGRAM.
           MOVE RPTV-ACTION        TO AUTH-ACTION.
           MOVE 'RPTARCH'          TO AUTH-FILE.
           MOVE WS-RUN-KEY         TO AUTH-KEY.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSRPTV C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET RPTV-NOT-AUTHORIZED TO TRUE
               MOVE AUTH-MESSAGE TO RPTV-MESSAGE
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * READ THE NAMED RUN'S HEADER, OR WITH A RUN NUMBER OF ZERO THE *
      * FIRST RUN HELD FOR THE DATE, AND RETURN IT                    *
      *---------------------------------------------------------------*
       LOCATE-RUN.

           MOVE 'N' TO WS-RUN-FOUND.
           MOVE RPTV-REPORT-ID     TO RARC-REPORT-ID.
           MOVE RPTV-BUSINESS-DATE TO RARC-BUSINESS-DATE.
           MOVE RPTV-RUN-NUMBER    TO RARC-RUN-NUMBER.
           MOVE 0                  TO RARC-LINE-NUMBER.

           IF (RPTV-RUN-NUMBER NOT = 0)
               READ REPORT-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RUN-FOUND TO TRUE
               END-READ
           ELSE
               START REPORT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN RARC-KEY
                   INVALID KEY
                       MOVE '23' TO REPORT-ARCHIVE-STATUS
               END-START
               IF (NOT END-OF-REPORT-ARCHIVE)
                   READ REPORT-ARCHIVE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (RARC-REPORT-ID = RPTV-REPORT-ID)
                              AND (RARC-BUSINESS-DATE
                                   = RPTV-BUSINESS-DATE)
                              AND (RARC-LINE-NUMBER = 0)
                               SET RUN-FOUND TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF (NOT RUN-FOUND)
               SET RPTV-NOT-FOUND TO TRUE
               MOVE 'REPORT NOT IN THE ARCHIVE FOR THAT DATE AND RUN'
                 TO RPTV-MESSAGE
               GO TO END-LOCATE-RUN
           END-IF.

           MOVE RARC-RUN-NUMBER    TO RPTV-RUN-NUMBER.
           MOVE RARC-CAPTURED-DATE TO RPTV-CAPTURED-DATE.
           MOVE RARC-CAPTURED-TIME TO RPTV-CAPTURED-TIME.
           MOVE RARC-LINE-COUNT    TO RPTV-LINE-COUNT.
           MOVE RARC-EXPIRY-DATE   TO RPTV-EXPIRY-DATE.
           MOVE RARC-TITLE         TO RPTV-TITLE.

       END-LOCATE-RUN.   EXIT.

      *---------------------------------------------------------------*
      * LIST THE RUNS HELD FOR THE REPORT ID. ONLY THE HEADERS ARE    *
      * READ: AFTER EACH ONE THE BROWSE SKIPS PAST THE RUN'S LINES    *
      *---------------------------------------------------------------*
       LIST-RUNS.

           MOVE RPTV-REPORT-ID TO RARC-REPORT-ID.
           IF (RPTV-BUSINESS-DATE = SPACES)
               MOVE LOW-VALUES TO RARC-BUSINESS-DATE
               MOVE 0 TO RARC-RUN-NUMBER
           ELSE
               MOVE RPTV-BUSINESS-DATE TO RARC-BUSINESS-DATE
               MOVE RPTV-RUN-NUMBER    TO RARC-RUN-NUMBER
           END-IF.
           MOVE 0 TO RARC-LINE-NUMBER.

           START REPORT-ARCHIVE-FILE
               KEY IS NOT LESS THAN RARC-KEY
               INVALID KEY
                   MOVE '23' TO REPORT-ARCHIVE-STATUS
           END-START.

           PERFORM LIST-NEXT-RUN THRU END-LIST-NEXT-RUN
               UNTIL END-OF-REPORT-ARCHIVE
                  OR RPTV-MORE-RUNS = 'Y'.

           IF (RPTV-LIST-COUNT = 0)
               SET RPTV-NOT-FOUND TO TRUE
               MOVE 'NO RUNS OF THAT REPORT IN THE ARCHIVE'
                 TO RPTV-MESSAGE
           END-IF.

       END-LIST-RUNS.   EXIT.

       LIST-NEXT-RUN.

           READ REPORT-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO END-LIST-NEXT-RUN
           END-READ.

           IF (REPORT-ARCHIVE-STATUS NOT = '00')
              OR (RARC-REPORT-ID NOT = RPTV-REPORT-ID)
               MOVE '10' TO REPORT-ARCHIVE-STATUS
               GO TO END-LIST-NEXT-RUN
           END-IF.

           IF (RARC-LINE-NUMBER = 0)
               IF (RPTV-LIST-COUNT >= WS-MAX-LISTED)
                   MOVE 'Y' TO RPTV-MORE-RUNS
                   GO TO END-LIST-NEXT-RUN
               END-IF
               ADD 1 TO RPTV-LIST-COUNT
               MOVE RPTV-LIST-COUNT    TO WS-IX
               MOVE RARC-BUSINESS-DATE TO RPTV-LST-BUSINESS-DATE(WS-IX)
               MOVE RARC-RUN-NUMBER    TO RPTV-LST-RUN-NUMBER(WS-IX)
               MOVE RARC-CAPTURED-DATE TO RPTV-LST-CAPTURED-DATE(WS-IX)
               MOVE RARC-LINE-COUNT    TO RPTV-LST-LINE-COUNT(WS-IX)
               MOVE RARC-EXPIRY-DATE   TO RPTV-LST-EXPIRY-DATE(WS-IX)
               MOVE RARC-TITLE         TO RPTV-LST-TITLE(WS-IX)
           END-IF.

           MOVE 999999 TO RARC-LINE-NUMBER.
           START REPORT-ARCHIVE-FILE
               KEY IS GREATER THAN RARC-KEY
               INVALID KEY
                   MOVE '10' TO REPORT-ARCHIVE-STATUS
           END-START.

       END-LIST-NEXT-RUN.   EXIT.

      *---------------------------------------------------------------*
      * RETURN ONE PAGE OF THE RUN FROM THE LINE NUMBER ASKED FOR     *
      * (LINE ONE WHEN ZERO)                                          *
      *---------------------------------------------------------------*
       PAGE-RUN.

           MOVE RARC-RUN-NUMBER TO WS-RUN-NUMBER.
           IF (RPTV-LINE-NUMBER = 0)
               MOVE 1 TO RPTV-LINE-NUMBER
           END-IF.
           IF (RPTV-LINE-NUMBER > RPTV-LINE-COUNT)
               SET RPTV-NOT-FOUND TO TRUE
               MOVE 'LINE NUMBER IS PAST THE END OF THE REPORT'
                 TO RPTV-MESSAGE
               GO TO END-PAGE-RUN
           END-IF.

           MOVE RPTV-LINE-NUMBER TO RARC-LINE-NUMBER.
           START REPORT-ARCHIVE-FILE
               KEY IS NOT LESS THAN RARC-KEY
               INVALID KEY
                   MOVE '23' TO REPORT-ARCHIVE-STATUS
           END-START.

           PERFORM PAGE-NEXT-LINE THRU END-PAGE-NEXT-LINE
               UNTIL END-OF-REPORT-ARCHIVE
                  OR RPTV-PAGE-COUNT >= WS-PAGE-SIZE.

           IF (RPTV-PAGE-COUNT > 0)
              AND (RPTV-PG-LINE-NUMBER(RPTV-PAGE-COUNT)
                   < RPTV-LINE-COUNT)
               MOVE 'Y' TO RPTV-MORE-LINES
           END-IF.

       END-PAGE-RUN.   EXIT.

       PAGE-NEXT-LINE.

           READ REPORT-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO END-PAGE-NEXT-LINE
           END-READ.

           IF (REPORT-ARCHIVE-STATUS NOT = '00')
              OR (RARC-REPORT-ID NOT = RPTV-REPORT-ID)
              OR (RARC-BUSINESS-DATE NOT = RPTV-BUSINESS-DATE)
              OR (RARC-RUN-NUMBER NOT = WS-RUN-NUMBER)
               MOVE '10' TO REPORT-ARCHIVE-STATUS
               GO TO END-PAGE-NEXT-LINE
           END-IF.

           ADD 1 TO RPTV-PAGE-COUNT.
           MOVE RPTV-PAGE-COUNT  TO WS-IX.
           MOVE RARC-LINE-NUMBER TO RPTV-PG-LINE-NUMBER(WS-IX).
           MOVE RARC-LINE        TO RPTV-PG-TEXT(WS-IX).

       END-PAGE-NEXT-LINE.   EXIT.

      *---------------------------------------------------------------*
      * PRINT THE WHOLE RUN TO THE BRANCH PRINTER, BANNERED WITH THE  *
      * ROUTE AND MARKED AS A REPRINT                                 *
      *---------------------------------------------------------------*
       REPRINT-RUN.

           MOVE RARC-RUN-NUMBER TO WS-RUN-NUMBER.

           OPEN EXTEND PRINTER-FILE.
           IF (PRINTER-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSRPTV PRINTER OPEN FAILED, STATUS='
                   PRINTER-FILE-STATUS
               SET RPTV-FILE-ERROR TO TRUE
               MOVE 'BRANCH PRINTER UNAVAILABLE - NOTHING PRINTED'
                 TO RPTV-MESSAGE
               GO TO END-REPRINT-RUN
           END-IF.
           OPEN INPUT BRANCH-TERMINAL-FILE.
           IF (BRANCH-TERMINAL-STATUS = '00')
               OPEN INPUT BRANCH-MASTER-FILE
               IF (BRANCH-MASTER-STATUS = '00')
                   SET BRANCH-MASTER-OPEN TO TRUE
               ELSE
                   CLOSE BRANCH-TERMINAL-FILE
               END-IF
           END-IF.

           PERFORM RESOLVE-PRINT-ROUTE THRU
               END-RESOLVE-PRINT-ROUTE.
           MOVE WS-PRINT-DESTINATION TO RPTV-PRINT-DESTINATION.

           MOVE SPACES TO PRINTER-RECORD.
           MOVE '1' TO PRT-CARRIAGE-CONTROL.
           STRING 'ROUTE TO: ' DELIMITED BY SIZE
                  WS-PRINT-DESTINATION DELIMITED BY SIZE
                  INTO PRT-LINE
           END-STRING.
           WRITE PRINTER-RECORD.

           MOVE SPACES TO PRINTER-RECORD.
           MOVE ' ' TO PRT-CARRIAGE-CONTROL.
           STRING '** REPRINT ** REPORT ' DELIMITED BY SIZE
                  RPTV-REPORT-ID DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  RPTV-BUSINESS-DATE DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  RPTV-RUN-NUMBER DELIMITED BY SIZE
                  ' CAPTURED ' DELIMITED BY SIZE
                  RPTV-CAPTURED-DATE DELIMITED BY SIZE
                  ' REQUESTED BY ' DELIMITED BY SIZE
                  WS-SIGNON-USERID DELIMITED BY SIZE
                  INTO PRT-LINE
           END-STRING.
           WRITE PRINTER-RECORD.

           MOVE 0 TO WS-LINES-PRINTED.
           MOVE 1 TO RARC-LINE-NUMBER.
           START REPORT-ARCHIVE-FILE
               KEY IS NOT LESS THAN RARC-KEY
               INVALID KEY
                   MOVE '23' TO REPORT-ARCHIVE-STATUS
           END-START.

           PERFORM PRINT-NEXT-LINE THRU END-PRINT-NEXT-LINE
               UNTIL END-OF-REPORT-ARCHIVE.

           MOVE WS-LINES-PRINTED TO RPTV-LINES-PRINTED.
           MOVE 'REPORT REPRINTED' TO RPTV-MESSAGE.

           CLOSE PRINTER-FILE.
           IF (BRANCH-MASTER-OPEN)
               CLOSE BRANCH-TERMINAL-FILE
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       END-REPRINT-RUN.   EXIT.

       PRINT-NEXT-LINE.

           READ REPORT-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO END-PRINT-NEXT-LINE
           END-READ.

           IF (REPORT-ARCHIVE-STATUS NOT = '00')
              OR (RARC-REPORT-ID NOT = RPTV-REPORT-ID)
              OR (RARC-BUSINESS-DATE NOT = RPTV-BUSINESS-DATE)
              OR (RARC-RUN-NUMBER NOT = WS-RUN-NUMBER)
               MOVE '10' TO REPORT-ARCHIVE-STATUS
               GO TO END-PRINT-NEXT-LINE
           END-IF.

           MOVE SPACES TO PRINTER-RECORD.
           MOVE ' ' TO PRT-CARRIAGE-CONTROL.
           MOVE RARC-LINE TO PRT-LINE.
           WRITE PRINTER-RECORD.
           ADD 1 TO WS-LINES-PRINTED.

       END-PRINT-NEXT-LINE.   EXIT.

       RESOLVE-PRINT-ROUTE.

           MOVE WS-DATACENTER-DEST TO WS-PRINT-DESTINATION.

           IF (NOT BRANCH-MASTER-OPEN)
               GO TO END-RESOLVE-PRINT-ROUTE
           END-IF.

           MOVE EIBTRMID TO BRT-TERMID.
           READ BRANCH-TERMINAL-FILE
               INVALID KEY
                   GO TO END-RESOLVE-PRINT-ROUTE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           MOVE BRT-BRANCH-ID TO BRM-BRANCH-ID.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (BRM-PRINT-DESTINATION NOT = SPACES)
                       MOVE BRM-PRINT-DESTINATION
                         TO WS-PRINT-DESTINATION
                   END-IF
           END-READ.

       END-RESOLVE-PRINT-ROUTE.   EXIT.

       END PROGRAM C2WSRPTV.
