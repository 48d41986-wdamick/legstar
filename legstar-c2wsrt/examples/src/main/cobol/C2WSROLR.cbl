       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSROLR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Quarterly maintenance role review off the role file           *
      * (ROLEAUTH) that C2WSAUTH checks every maintenance action      *
      * against. For each role -- legal, merchandising, security,     *
      * credit, operations -- it lists every userid holding the role, *
      * since when and granted by whom, then the maintenance programs *
      * and actions the role is granted. The report closes with       *
      * control totals and a sign-off block for the security team's   *
      * reviewer.                                                     *
      *                                                               *
      * The file is read once into in-storage tables, kept in file    *
      * (userid, then program) order. Holdings or grants beyond the   *
      * tables, or of a role not in the list above, are counted in    *
      * the control totals and the run ends RC 4 so they are looked   *
      * at.                                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTHORITY-FILE ASSIGN TO ROLEAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS ROLE-AUTHORITY-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W07
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  ROLE-AUTHORITY-FILE
           RECORDING MODE IS F.
       01  ROLE-AUTHORITY-RECORD.
           COPY ROLEAUTH.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  ROLE-AUTHORITY-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-ROLE-AUTHORITY         VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-RX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-ROLE-HOLDERS               PIC 9(4) COMP-5 VALUE 0.
       77  WS-ROLE-GRANTS                PIC 9(4) COMP-5 VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

      *---------------------------------------------------------------*
      *  The roles, in the order the report lists them.               *
      *---------------------------------------------------------------*
       01  WS-ROLE-LIST-VALUES.
           05  FILLER                     PIC X(24) VALUE
               'LEGAL   MERCH   SECURITY'.
           05  FILLER                     PIC X(24) VALUE
               'CREDIT  OPS     HELPDESK'.
           05  FILLER                     PIC X(8) VALUE 'TREASURY'.
       01  WS-ROLE-LIST REDEFINES WS-ROLE-LIST-VALUES.
           05  WS-ROLE-NAME OCCURS 7 TIMES PIC X(8).
       01  WS-ROLE-TITLE-VALUES.
           05  FILLER                     PIC X(20) VALUE 'LEGAL'.
           05  FILLER                     PIC X(20) VALUE
               'MERCHANDISING'.
           05  FILLER                     PIC X(20) VALUE 'SECURITY'.
           05  FILLER                     PIC X(20) VALUE 'CREDIT'.
           05  FILLER                     PIC X(20) VALUE 'OPERATIONS'.
           05  FILLER                     PIC X(20) VALUE 'HELP DESK'.
           05  FILLER                     PIC X(20) VALUE 'TREASURY'.
       01  WS-ROLE-TITLES REDEFINES WS-ROLE-TITLE-VALUES.
           05  WS-ROLE-TITLE OCCURS 7 TIMES PIC X(20).
       01  WS-CHECK-ROLE                 PIC X(8) VALUE SPACES.
           88  KNOWN-ROLE                    VALUE 'LEGAL'
                                                   'MERCH'
                                                   'SECURITY'
                                                   'CREDIT'
                                                   'OPS'
                                                   'HELPDESK'
                                                   'TREASURY'.

      *---------------------------------------------------------------*
      *  Every role held, one entry per userid and role, in userid    *
      *  order.                                                       *
      *---------------------------------------------------------------*
       77  WS-HOLDER-MAX                 PIC 9(4) COMP-5 VALUE 2500.
       77  WS-HOLDER-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 2500 TIMES.
               10  HLD-ROLE               PIC X(8).
               10  HLD-USERID             PIC X(8).
               10  HLD-NAME               PIC X(30).
               10  HLD-SINCE              PIC X(8).
               10  HLD-GRANTED-BY         PIC X(8).

      *---------------------------------------------------------------*
      *  Every grant, in role, program and action order.              *
      *---------------------------------------------------------------*
       77  WS-GRANT-MAX                  PIC 9(4) COMP-5 VALUE 500.
       77  WS-GRANT-COUNT                PIC 9(4) COMP-5 VALUE 0.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 500 TIMES.
               10  GRT-ROLE               PIC X(8).
               10  GRT-PROGRAM            PIC X(8).
               10  GRT-ACTION             PIC X(1).
               10  GRT-DESCRIPTION        PIC X(40).
               10  GRT-UPDATED-BY         PIC X(8).
               10  GRT-UPDATED-DATE       PIC X(8).

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-RECORDS-READ           PIC 9(9) VALUE 0.
       77  WS-CTL-USERIDS                PIC 9(9) VALUE 0.
       77  WS-CTL-HOLDINGS               PIC 9(9) VALUE 0.
       77  WS-CTL-GRANTS                 PIC 9(9) VALUE 0.
       77  WS-CTL-UNKNOWN-ROLE           PIC 9(9) VALUE 0.
       77  WS-CTL-NOT-TABLED             PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(37) VALUE
               'MAINTENANCE ROLE REVIEW - AS AT'.
           05  WS-HDR-RUN-DATE            PIC X(8).

       01  WS-ROLE-HEADING.
           05  FILLER                     PIC X(6) VALUE 'ROLE '.
           05  WS-RHD-ROLE                PIC X(9).
           05  WS-RHD-TITLE               PIC X(20).

       01  WS-HOLDER-COLUMN-HEADING.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'USERID'.
           05  FILLER                     PIC X(31) VALUE 'NAME'.
           05  FILLER                     PIC X(9) VALUE 'SINCE'.
           05  FILLER                     PIC X(10) VALUE 'GRANTED BY'.

       01  WS-HOLDER-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-HLL-USERID              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-HLL-NAME                PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-HLL-SINCE               PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-HLL-GRANTED-BY          PIC X(8).

       01  WS-GRANT-COLUMN-HEADING.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'PROGRAM'.
           05  FILLER                     PIC X(7) VALUE 'ACTION'.
           05  FILLER                     PIC X(41) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(9) VALUE 'UPDATED'.
           05  FILLER                     PIC X(2) VALUE 'BY'.

       01  WS-GRANT-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-GRL-PROGRAM             PIC X(8).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-GRL-ACTION              PIC X(1).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-GRL-DESCRIPTION         PIC X(40).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-GRL-UPDATED-DATE        PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-GRL-UPDATED-BY          PIC X(8).

       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-CNL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CNL-LABEL               PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM TABLE-ROLE-RECORD THRU END-TABLE-ROLE-RECORD
               UNTIL END-OF-ROLE-AUTHORITY.
           CLOSE ROLE-AUTHORITY-FILE.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 7
               PERFORM WRITE-ROLE THRU END-WRITE-ROLE
           END-PERFORM.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM WRITE-SIGN-OFF THRU END-WRITE-SIGN-OFF.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSROLR STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ROLE-AUTHORITY-FILE.
           IF (ROLE-AUTHORITY-STATUS NOT = '00')
               DISPLAY 'C2WSROLR ROLEAUTH OPEN FAILED, STATUS='
                   ROLE-AUTHORITY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSROLR REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RUN-DATE-X TO WS-HDR-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-ROLE-AUTHORITY THRU END-READ-ROLE-AUTHORITY.

       END-PROLOG.   EXIT.

       READ-ROLE-AUTHORITY.

           READ ROLE-AUTHORITY-FILE
               AT END SET END-OF-ROLE-AUTHORITY TO TRUE
           END-READ.
           IF (ROLE-AUTHORITY-STATUS NOT = '00')
              AND (NOT END-OF-ROLE-AUTHORITY)
               DISPLAY 'C2WSROLR ROLEAUTH READ FAILED, STATUS='
                   ROLE-AUTHORITY-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-ROLE-AUTHORITY TO TRUE
           END-IF.

       END-READ-ROLE-AUTHORITY.   EXIT.

      *---------------------------------------------------------------*
      *  TABLE A GRANT, OR EACH ROLE A USERID HOLDS                   *
      *---------------------------------------------------------------*
       TABLE-ROLE-RECORD.

           ADD 1 TO WS-CTL-RECORDS-READ.

           IF (ROLE-GRANT-RECORD)
               PERFORM TABLE-GRANT THRU END-TABLE-GRANT
           END-IF.

           IF (ROLE-USER-RECORD)
               ADD 1 TO WS-CTL-USERIDS
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   IF (ROLE-HELD(WS-IX) NOT = SPACES)
                       PERFORM TABLE-HOLDING THRU END-TABLE-HOLDING
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM READ-ROLE-AUTHORITY THRU END-READ-ROLE-AUTHORITY.

       END-TABLE-ROLE-RECORD.   EXIT.

       TABLE-GRANT.

           ADD 1 TO WS-CTL-GRANTS.
           MOVE ROLE-GRANT-ROLE TO WS-CHECK-ROLE.
           IF (NOT KNOWN-ROLE)
               ADD 1 TO WS-CTL-UNKNOWN-ROLE
               GO TO END-TABLE-GRANT
           END-IF.
           IF (WS-GRANT-COUNT >= WS-GRANT-MAX)
               ADD 1 TO WS-CTL-NOT-TABLED
               GO TO END-TABLE-GRANT
           END-IF.

           ADD 1 TO WS-GRANT-COUNT.
           MOVE ROLE-GRANT-ROLE        TO GRT-ROLE(WS-GRANT-COUNT).
           MOVE ROLE-GRANT-PROGRAM     TO GRT-PROGRAM(WS-GRANT-COUNT).
           MOVE ROLE-GRANT-ACTION      TO GRT-ACTION(WS-GRANT-COUNT).
           MOVE ROLE-GRANT-DESCRIPTION
             TO GRT-DESCRIPTION(WS-GRANT-COUNT).
           MOVE ROLE-UPDATED-BY
             TO GRT-UPDATED-BY(WS-GRANT-COUNT).
           MOVE ROLE-UPDATED-DATE
             TO GRT-UPDATED-DATE(WS-GRANT-COUNT).

       END-TABLE-GRANT.   EXIT.

       TABLE-HOLDING.

           ADD 1 TO WS-CTL-HOLDINGS.
           MOVE ROLE-HELD(WS-IX) TO WS-CHECK-ROLE.
           IF (NOT KNOWN-ROLE)
               ADD 1 TO WS-CTL-UNKNOWN-ROLE
               GO TO END-TABLE-HOLDING
           END-IF.
           IF (WS-HOLDER-COUNT >= WS-HOLDER-MAX)
               ADD 1 TO WS-CTL-NOT-TABLED
               GO TO END-TABLE-HOLDING
           END-IF.

           ADD 1 TO WS-HOLDER-COUNT.
           MOVE ROLE-HELD(WS-IX)   TO HLD-ROLE(WS-HOLDER-COUNT).
           MOVE ROLE-USERID        TO HLD-USERID(WS-HOLDER-COUNT).
           MOVE ROLE-USER-NAME     TO HLD-NAME(WS-HOLDER-COUNT).
           MOVE ROLE-HELD-SINCE(WS-IX)
             TO HLD-SINCE(WS-HOLDER-COUNT).
           MOVE ROLE-HELD-GRANTED-BY(WS-IX)
             TO HLD-GRANTED-BY(WS-HOLDER-COUNT).

       END-TABLE-HOLDING.   EXIT.

      *---------------------------------------------------------------*
      *  ONE ROLE: ITS HOLDERS, THEN ITS GRANTS                       *
      *---------------------------------------------------------------*
       WRITE-ROLE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-ROLE-NAME(WS-RX)  TO WS-RHD-ROLE.
           MOVE WS-ROLE-TITLE(WS-RX) TO WS-RHD-TITLE.
           MOVE WS-ROLE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-HOLDER-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 0 TO WS-ROLE-HOLDERS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-HOLDER-COUNT
               IF (HLD-ROLE(WS-IX) = WS-ROLE-NAME(WS-RX))
                   ADD 1 TO WS-ROLE-HOLDERS
                   MOVE HLD-USERID(WS-IX)     TO WS-HLL-USERID
                   MOVE HLD-NAME(WS-IX)       TO WS-HLL-NAME
                   MOVE HLD-SINCE(WS-IX)      TO WS-HLL-SINCE
                   MOVE HLD-GRANTED-BY(WS-IX) TO WS-HLL-GRANTED-BY
                   MOVE WS-HOLDER-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE THRU
                       END-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-ROLE-HOLDERS TO WS-CNL-COUNT.
           MOVE 'HOLDER(S)' TO WS-CNL-LABEL.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-GRANT-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 0 TO WS-ROLE-GRANTS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GRANT-COUNT
               IF (GRT-ROLE(WS-IX) = WS-ROLE-NAME(WS-RX))
                   ADD 1 TO WS-ROLE-GRANTS
                   MOVE GRT-PROGRAM(WS-IX)      TO WS-GRL-PROGRAM
                   MOVE GRT-ACTION(WS-IX)       TO WS-GRL-ACTION
                   MOVE GRT-DESCRIPTION(WS-IX)  TO WS-GRL-DESCRIPTION
                   MOVE GRT-UPDATED-DATE(WS-IX) TO WS-GRL-UPDATED-DATE
                   MOVE GRT-UPDATED-BY(WS-IX)   TO WS-GRL-UPDATED-BY
                   MOVE WS-GRANT-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE THRU
                       END-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-ROLE-GRANTS TO WS-CNL-COUNT.
           MOVE 'GRANT(S)' TO WS-CNL-LABEL.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-ROLE.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ROLE RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RECORDS-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'USERIDS HOLDING A ROLE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-USERIDS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ROLES HELD:' TO WS-TOT-LABEL.
           MOVE WS-CTL-HOLDINGS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'GRANTS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-GRANTS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           IF (WS-CTL-UNKNOWN-ROLE > 0)
              OR (WS-CTL-NOT-TABLED > 0)
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'OF AN UNKNOWN ROLE:' TO WS-TOT-LABEL
               MOVE WS-CTL-UNKNOWN-ROLE TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'BEYOND THE TABLES:' TO WS-TOT-LABEL
               MOVE WS-CTL-NOT-TABLED TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

      *---------------------------------------------------------------*
      *  SIGN-OFF BLOCK FOR THE SECURITY REVIEWER                     *
      *---------------------------------------------------------------*
       WRITE-SIGN-OFF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'REVIEWED FOR THE SECURITY TEAM' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'REVIEWED BY: ______________________________'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'SIGNATURE:   ______________________________'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'DATE:        ______________' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-SIGN-OFF.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSROLR REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSROLR ROLE RECORDS READ : ' WS-CTL-RECORDS-READ.
           DISPLAY 'C2WSROLR USERIDS           : ' WS-CTL-USERIDS.
           DISPLAY 'C2WSROLR GRANTS            : ' WS-CTL-GRANTS.

           CLOSE REPORT-FILE.

           DISPLAY 'C2WSROLR STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSROLR.
