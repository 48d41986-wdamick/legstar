       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSCRDL.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Month-end credential listing off the credential calendar      *
      * (CREDCAL, kept through C2WSCFGM): every userid/password and   *
      * provider AppID the C2WS services sign on with, in key order,  *
      * with its owner, the date it was issued and its age in days,   *
      * its next expiry and the days left to it. Entries already      *
      * expired or inside the 30-day warning window are flagged, and  *
      * the credential expiring soonest is named at the foot so the   *
      * next renewal is never a surprise. The nightly C2WSCRDW job    *
      * does the warning; this is the standing inventory the auditors *
      * and the owners review once a month.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-CALENDAR-FILE ASSIGN TO CREDCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRED-KEY
               FILE STATUS IS CREDENTIAL-CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W03
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  CREDENTIAL-CALENDAR-FILE
           RECORDING MODE IS F.
       01  CREDENTIAL-CALENDAR-RECORD.
           COPY CREDCAL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  CREDENTIAL-CALENDAR-STATUS    PIC X(2) VALUE '00'.
           88  END-OF-CREDENTIAL-CALENDAR    VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  Same first warning threshold as C2WSCRDW.                    *
      *---------------------------------------------------------------*
       77  WS-WARNING-WINDOW             PIC 9(3) VALUE 30.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       77  WS-TODAY-INTEGER              PIC 9(9) VALUE 0.
       77  WS-DAYS-LEFT                  PIC S9(7) VALUE 0.
       77  WS-AGE-DAYS                   PIC S9(7) VALUE 0.

      *---------------------------------------------------------------*
      *  The unexpired credential expiring soonest.                   *
      *---------------------------------------------------------------*
       77  WS-NEXT-FOUND                 PIC X(1) VALUE 'N'.
           88  NEXT-EXPIRY-FOUND             VALUE 'Y'.
       77  WS-NEXT-NAME                  PIC X(8) VALUE SPACES.
       77  WS-NEXT-OWNER                 PIC X(8) VALUE SPACES.
       77  WS-NEXT-EXPIRY-DATE           PIC 9(8) VALUE 0.
       77  WS-NEXT-DAYS-LEFT             PIC S9(7) VALUE 0.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-LISTED                 PIC 9(9) VALUE 0.
       77  WS-CTL-EXPIRED                PIC 9(9) VALUE 0.
       77  WS-CTL-IN-WINDOW              PIC 9(9) VALUE 0.
       77  WS-CTL-NO-VALID-DATE          PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(40) VALUE
               'CREDENTIAL EXPIRY CALENDAR - AS OF '.
           05  WS-HDR-DATE                PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(9) VALUE 'NAME'.
           05  FILLER                     PIC X(8) VALUE 'FILE'.
           05  FILLER                     PIC X(25) VALUE 'SLOT'.
           05  FILLER                     PIC X(9) VALUE 'USERID'.
           05  FILLER                     PIC X(25) VALUE 'OWNER'.
           05  FILLER                     PIC X(9) VALUE 'ISSUED'.
           05  FILLER                     PIC X(9) VALUE '  AGE'.
           05  FILLER                     PIC X(9) VALUE 'EXPIRES'.
           05  FILLER                     PIC X(10) VALUE ' DAYS LEFT'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-NAME                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-FILE                PIC X(7).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-SLOT                PIC X(24).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-USERID              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-OWNER-USERID        PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-OWNER-NAME          PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-SET-DATE            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-AGE                 PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DTL-EXPIRY-DATE         PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-DAYS-LEFT           PIC -ZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-DTL-STATUS              PIC X(16).

       01  WS-NEXT-EXPIRY-LINE.
           05  FILLER                     PIC X(24) VALUE
               'NEXT TO EXPIRE:'.
           05  WS-NXL-NAME                PIC X(8).
           05  FILLER                     PIC X(4) VALUE ' ON '.
           05  WS-NXL-EXPIRY-DATE         PIC X(8).
           05  FILLER                     PIC X(3) VALUE ' - '.
           05  WS-NXL-DAYS-LEFT           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(18) VALUE
               ' DAYS LEFT, OWNER '.
           05  WS-NXL-OWNER               PIC X(8).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-CREDENTIAL THRU END-PROCESS-CREDENTIAL
               UNTIL END-OF-CREDENTIAL-CALENDAR.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSCRDL STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT CREDENTIAL-CALENDAR-FILE.
           IF (CREDENTIAL-CALENDAR-STATUS NOT = '00')
               DISPLAY 'C2WSCRDL CREDCAL OPEN FAILED, STATUS='
                   CREDENTIAL-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSCRDL REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RUN-DATE-X TO WS-HDR-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-CREDENTIAL-CALENDAR THRU
               END-READ-CREDENTIAL-CALENDAR.

       END-PROLOG.   EXIT.

       READ-CREDENTIAL-CALENDAR.

           READ CREDENTIAL-CALENDAR-FILE
               AT END SET END-OF-CREDENTIAL-CALENDAR TO TRUE
           END-READ.

       END-READ-CREDENTIAL-CALENDAR.   EXIT.

      *---------------------------------------------------------------*
      *  One listing line per calendar entry.                         *
      *---------------------------------------------------------------*
       PROCESS-CREDENTIAL.

           ADD 1 TO WS-CTL-LISTED.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CRED-NAME TO WS-DTL-NAME.
           EVALUATE TRUE
               WHEN CRED-IN-CFGMSN
                   MOVE 'CFGMSN'   TO WS-DTL-FILE
               WHEN CRED-IN-CFGC2WS
                   MOVE 'CFGC2WS'  TO WS-DTL-FILE
               WHEN CRED-PROVIDER-APPID
                   MOVE 'APPID'    TO WS-DTL-FILE
               WHEN OTHER
                   MOVE CRED-FILE-ID TO WS-DTL-FILE
           END-EVALUATE.
           MOVE CRED-SLOT(1:24)       TO WS-DTL-SLOT.
           MOVE CRED-USERID           TO WS-DTL-USERID.
           MOVE CRED-OWNER-USERID     TO WS-DTL-OWNER-USERID.
           MOVE CRED-OWNER-NAME(1:15) TO WS-DTL-OWNER-NAME.
           MOVE CRED-SET-DATE         TO WS-DTL-SET-DATE.
           MOVE CRED-EXPIRY-DATE      TO WS-DTL-EXPIRY-DATE.

           IF (CRED-SET-DATE IS NUMERIC)
              AND (CRED-SET-DATE NOT < 19000101)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(CRED-SET-DATE)
               IF (WS-AGE-DAYS NOT < 0)
                   MOVE WS-AGE-DAYS TO WS-DTL-AGE
               END-IF
           END-IF.

           IF (CRED-EXPIRY-DATE IS NOT NUMERIC)
              OR (CRED-EXPIRY-DATE < 19000101)
               ADD 1 TO WS-CTL-NO-VALID-DATE
               MOVE 'NO VALID EXPIRY' TO WS-DTL-STATUS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               PERFORM READ-CREDENTIAL-CALENDAR THRU
                   END-READ-CREDENTIAL-CALENDAR
               GO TO END-PROCESS-CREDENTIAL
           END-IF.

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CRED-EXPIRY-DATE)
               - WS-TODAY-INTEGER.
           MOVE WS-DAYS-LEFT TO WS-DTL-DAYS-LEFT.

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT NOT > 0
                   ADD 1 TO WS-CTL-EXPIRED
                   MOVE '** EXPIRED **' TO WS-DTL-STATUS
               WHEN WS-DAYS-LEFT NOT > WS-WARNING-WINDOW
                   ADD 1 TO WS-CTL-IN-WINDOW
                   MOVE 'RENEW NOW' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-DTL-STATUS
           END-EVALUATE.

           IF (WS-DAYS-LEFT > 0)
              AND ((NOT NEXT-EXPIRY-FOUND)
                   OR (WS-DAYS-LEFT < WS-NEXT-DAYS-LEFT))
               SET NEXT-EXPIRY-FOUND TO TRUE
               MOVE CRED-NAME         TO WS-NEXT-NAME
               MOVE CRED-OWNER-USERID TO WS-NEXT-OWNER
               MOVE CRED-EXPIRY-DATE  TO WS-NEXT-EXPIRY-DATE
               MOVE WS-DAYS-LEFT      TO WS-NEXT-DAYS-LEFT
           END-IF.

           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-CREDENTIAL-CALENDAR THRU
               END-READ-CREDENTIAL-CALENDAR.

       END-PROCESS-CREDENTIAL.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF (NEXT-EXPIRY-FOUND)
               MOVE WS-NEXT-NAME        TO WS-NXL-NAME
               MOVE WS-NEXT-EXPIRY-DATE TO WS-NXL-EXPIRY-DATE
               MOVE WS-NEXT-DAYS-LEFT   TO WS-NXL-DAYS-LEFT
               MOVE WS-NEXT-OWNER       TO WS-NXL-OWNER
               MOVE WS-NEXT-EXPIRY-LINE TO REPORT-LINE
           ELSE
               MOVE 'NEXT TO EXPIRE:         NONE ON CALENDAR'
                 TO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CREDENTIALS LISTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LISTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'EXPIRED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-EXPIRED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'EXPIRING WITHIN 30 DAYS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-IN-WINDOW TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NO VALID EXPIRY DATE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-NO-VALID-DATE TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-EXPIRED > 0)
              OR (WS-CTL-NO-VALID-DATE > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSCRDL REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSCRDL CREDENTIALS LISTED: ' WS-CTL-LISTED.
           DISPLAY 'C2WSCRDL EXPIRED           : ' WS-CTL-EXPIRED.
           DISPLAY 'C2WSCRDL WITHIN 30 DAYS    : ' WS-CTL-IN-WINDOW.

           CLOSE CREDENTIAL-CALENDAR-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'C2WSCRDL STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSCRDL.
