       PROCESS XOPTS(SP APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T1DUALRP.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Daily dual-control batch over PENDCHG, the changes T1CUSTM,   *
      * T1INTAKE and T1POST hold for a second userid. First every     *
      * item still pending past its expiry time is marked expired, so *
      * nothing sits waiting for approval indefinitely. Then every    *
      * item proposed or decided in the 24 hours to the run is listed *
      * -- proposed, approved, rejected or expired -- with the        *
      * proposing userid and the deciding userid side by side, and    *
      * totals by outcome. Items still pending at the end of the run  *
      * are listed too, so the approvers see their backlog.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *SOURCE-COMPUTER. IBM-390 WITH DEBUGGING MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTDUA01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Layout matches the PENDCHG record T1CUSTM writes.            *
      *---------------------------------------------------------------*
       FD  PENDING-CHANGE-FILE
           RECORDING MODE IS F.
       01  PENDING-CHANGE-RECORD.
           05  PND-KEY.
               10  PND-CUSTOMER-KEY       PIC X(8).
               10  PND-PROPOSED-AT        PIC X(14).
               10  PND-TYPE               PIC X(1).
                   88  PND-LIMIT-INCREASE     VALUE 'L'.
                   88  PND-BALANCE-ADJUSTMENT VALUE 'B'.
           05  PND-STATUS                 PIC X(1).
               88  PND-PENDING                VALUE 'P'.
               88  PND-APPROVED               VALUE 'A'.
               88  PND-REJECTED               VALUE 'R'.
               88  PND-EXPIRED                VALUE 'E'.
           05  PND-PROPOSER-USERID        PIC X(8).
           05  PND-EXPIRES-AT             PIC X(14).
           05  PND-OLD-LIMIT              PIC S9(7)V99 COMP-3.
           05  PND-NEW-LIMIT              PIC S9(7)V99 COMP-3.
           05  PND-ADJUSTMENT-AMOUNT      PIC S9(7)V99 COMP-3.
           05  PND-REFERENCE              PIC X(20).
           05  PND-DECIDER-USERID         PIC X(8).
           05  PND-DECIDED-AT             PIC X(14).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       77  PENDING-CHANGE-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-PENDING-CHANGES        VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  The reporting window: from this time yesterday to now, both  *
      *  in the PENDCHG YYYYMMDDHHMMSS form.                          *
      *---------------------------------------------------------------*
       01  WS-NOW                        PIC X(14) VALUE SPACES.
       01  WS-WINDOW-START               PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-TIME                   PIC X(8).
       77  WS-DAY-NUMBER                 PIC 9(8) VALUE 0.
       01  WS-START-DATE                 PIC 9(8).

       77  WS-LIST-ITEM                  PIC X(1) VALUE 'N'.
           88  ITEM-IN-REPORT                VALUE 'Y'.

       77  WS-CTL-READ                   PIC 9(9) VALUE 0.
       77  WS-CTL-PROPOSED               PIC 9(9) VALUE 0.
       77  WS-CTL-APPROVED               PIC 9(9) VALUE 0.
       77  WS-CTL-REJECTED               PIC 9(9) VALUE 0.
       77  WS-CTL-EXPIRED                PIC 9(9) VALUE 0.
       77  WS-CTL-STILL-PENDING          PIC 9(9) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-TYPE                PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-STATUS              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-PROPOSED-AT         PIC X(14).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-PROPOSER            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-DECIDED-AT          PIC X(14).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-DECIDER             PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-FROM                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-TO                  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-REFERENCE           PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(20).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-PENDING-CHANGE THRU
                   END-PROCESS-PENDING-CHANGE
               UNTIL END-OF-PENDING-CHANGES.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'T1DUALRP STARTING =============================='.
           OPEN I-O PENDING-CHANGE-FILE.
           IF (PENDING-CHANGE-STATUS NOT = '00')
               DISPLAY 'T1DUALRP PENDCHG OPEN FAILED, STATUS='
                   PENDING-CHANGE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'T1DUALRP REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-NOW
           END-STRING.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           STRING WS-START-DATE DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-WINDOW-START
           END-STRING.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DUAL-CONTROL ACTIVITY REPORT - FROM '
                      DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CUSTOMER TYPE       STATUS   PROPOSED AT    PROPOSER
      -        ' DECIDED AT     DECIDER           FROM             TO
      -        'REFERENCE' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM READ-PENDING-CHANGE THRU END-READ-PENDING-CHANGE.

       END-PROLOG.   EXIT.

       READ-PENDING-CHANGE.

           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END SET END-OF-PENDING-CHANGES TO TRUE
           END-READ.

       END-READ-PENDING-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Expire the item if it has lapsed, then list it if it was     *
      *  proposed or decided inside the window or is still pending.   *
      *---------------------------------------------------------------*
       PROCESS-PENDING-CHANGE.

           ADD 1 TO WS-CTL-READ.

           IF (PND-PENDING) AND (PND-EXPIRES-AT NOT > WS-NOW)
               PERFORM EXPIRE-PENDING-CHANGE THRU
                   END-EXPIRE-PENDING-CHANGE
           END-IF.

           SET WS-LIST-ITEM TO 'N'.
           IF (PND-PROPOSED-AT > WS-WINDOW-START)
               ADD 1 TO WS-CTL-PROPOSED
               SET ITEM-IN-REPORT TO TRUE
           END-IF.
           IF (PND-PENDING)
               ADD 1 TO WS-CTL-STILL-PENDING
               SET ITEM-IN-REPORT TO TRUE
           ELSE
               IF (PND-DECIDED-AT > WS-WINDOW-START)
                   SET ITEM-IN-REPORT TO TRUE
                   EVALUATE TRUE
                       WHEN PND-APPROVED
                           ADD 1 TO WS-CTL-APPROVED
                       WHEN PND-REJECTED
                           ADD 1 TO WS-CTL-REJECTED
                       WHEN PND-EXPIRED
                           ADD 1 TO WS-CTL-EXPIRED
                   END-EVALUATE
               END-IF
           END-IF.

           IF (ITEM-IN-REPORT)
               PERFORM WRITE-DETAIL-LINE THRU END-WRITE-DETAIL-LINE
           END-IF.

           PERFORM READ-PENDING-CHANGE THRU END-READ-PENDING-CHANGE.

       END-PROCESS-PENDING-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Nobody decided in time. There is no decider; the decision    *
      *  stamp is this run.                                           *
      *---------------------------------------------------------------*
       EXPIRE-PENDING-CHANGE.

           SET PND-EXPIRED TO TRUE.
           MOVE SPACES TO PND-DECIDER-USERID.
           MOVE WS-NOW TO PND-DECIDED-AT.
           REWRITE PENDING-CHANGE-RECORD.
           IF (PENDING-CHANGE-STATUS NOT = '00')
               DISPLAY 'T1DUALRP PENDCHG REWRITE FAILED, KEY='
                   PND-CUSTOMER-KEY ' STATUS=' PENDING-CHANGE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       END-EXPIRE-PENDING-CHANGE.   EXIT.

       WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PND-CUSTOMER-KEY TO WS-DTL-CUSTOMER.
           IF (PND-LIMIT-INCREASE)
               MOVE 'LIMIT' TO WS-DTL-TYPE
               MOVE PND-OLD-LIMIT TO WS-DTL-FROM
               MOVE PND-NEW-LIMIT TO WS-DTL-TO
           ELSE
               MOVE 'ADJUSTMENT' TO WS-DTL-TYPE
               MOVE 0 TO WS-DTL-FROM
               MOVE PND-ADJUSTMENT-AMOUNT TO WS-DTL-TO
           END-IF.
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE 'PENDING' TO WS-DTL-STATUS
               WHEN PND-APPROVED
                   MOVE 'APPROVED' TO WS-DTL-STATUS
               WHEN PND-REJECTED
                   MOVE 'REJECTED' TO WS-DTL-STATUS
               WHEN PND-EXPIRED
                   MOVE 'EXPIRED' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE PND-STATUS TO WS-DTL-STATUS
           END-EVALUATE.
           MOVE PND-PROPOSED-AT TO WS-DTL-PROPOSED-AT.
           MOVE PND-PROPOSER-USERID TO WS-DTL-PROPOSER.
           MOVE PND-DECIDED-AT TO WS-DTL-DECIDED-AT.
           MOVE PND-DECIDER-USERID TO WS-DTL-DECIDER.
           MOVE PND-REFERENCE TO WS-DTL-REFERENCE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-DETAIL-LINE.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'T1DUALRP REPORT-FILE WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'PROPOSED' TO WS-TOT-LABEL.
           MOVE WS-CTL-PROPOSED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'APPROVED' TO WS-TOT-LABEL.
           MOVE WS-CTL-APPROVED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'REJECTED' TO WS-TOT-LABEL.
           MOVE WS-CTL-REJECTED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'EXPIRED' TO WS-TOT-LABEL.
           MOVE WS-CTL-EXPIRED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'STILL PENDING' TO WS-TOT-LABEL.
           MOVE WS-CTL-STILL-PENDING TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

           DISPLAY '=========================================='.
           DISPLAY 'T1DUALRP CONTROL TOTALS'.
           DISPLAY 'ITEMS READ     : ' WS-CTL-READ.
           DISPLAY 'PROPOSED       : ' WS-CTL-PROPOSED.
           DISPLAY 'APPROVED       : ' WS-CTL-APPROVED.
           DISPLAY 'REJECTED       : ' WS-CTL-REJECTED.
           DISPLAY 'EXPIRED        : ' WS-CTL-EXPIRED.
           DISPLAY 'STILL PENDING  : ' WS-CTL-STILL-PENDING.
           DISPLAY '=========================================='.

           CLOSE PENDING-CHANGE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'T1DUALRP STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM T1DUALRP.
