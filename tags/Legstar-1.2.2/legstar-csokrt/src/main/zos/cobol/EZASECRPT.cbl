      * OVERVIEW                                                      *
      * --------                                                      *
      * Batch report reading EZACICSE's SECURITY-AUDIT-FILE (SECAUDT) *
      * and breaking out, by client IP, four exception categories:    *
      *   - Revoked userids      (SECA-RESP=NOTAUTH,   SECA-RESP2=19) *
      *   - Repeated bad passwords (SECA-RESP=NOTAUTH, SECA-RESP2=2)  *
      *   - Unknown userids     (SECA-RESP=USERIDERR,  SECA-RESP2=8)  *
      *   - Help-desk lockout resets (SECA-STATUS-FLAG='R', EZALOCK)  *
      * so the security team gets one daily summary instead of        *
      * combing through individual socket error messages.             *
      *****************************************************************
           05  SECA-STATUS-FLAG       PIC X(1).
               88  ACCESS-GRANTED         VALUE 'A'.
               88  ACCESS-DENIED          VALUE 'D'.
               88  LOCKOUT-RESET          VALUE 'R'.
      *---------------------------------------------------------------*
      *  Originating CICS region/estate member that wrote this        *
      *  record, so the cross-region consolidation (RGNMERGE) can     *
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       77  WS-CTL-REVOKED                PIC 9(9) VALUE 0.
       77  WS-CTL-BAD-PASSWORD           PIC 9(9) VALUE 0.
       77  WS-CTL-UNKNOWN-USERID         PIC 9(9) VALUE 0.
       77  WS-CTL-LOCKOUT-RESET          PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  WS-CLIENT-KEY is the display form of whichever address       *
               10  UNKNOWN-USERID-TALLY-KEY     PIC X(32) VALUE SPACES.
               10  UNKNOWN-USERID-TALLY-COUNTER PIC 9(9) VALUE 0.

       01  LOCKOUT-RESET-TALLY-TABLE.
           05  LOCKOUT-RESET-TALLY-COUNT  PIC 9(4) COMP-5 VALUE 0.
           05  LOCKOUT-RESET-TALLY-ENTRY OCCURS 200 TIMES
                   INDEXED BY LOCKOUT-RESET-IX.
               10  LOCKOUT-RESET-TALLY-KEY      PIC X(32) VALUE SPACES.
               10  LOCKOUT-RESET-TALLY-COUNTER  PIC 9(9) VALUE 0.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL               PIC X(20).
           05  WS-RPT-KEY                 PIC X(32).
                   END-TALLY-UNKNOWN-USERID
           END-IF.

           IF (LOCKOUT-RESET)
               ADD 1 TO WS-CTL-LOCKOUT-RESET
               PERFORM TALLY-LOCKOUT-RESET THRU
                   END-TALLY-LOCKOUT-RESET
           END-IF.

           PERFORM READ-SECURITY-AUDIT-FILE
               THRU END-READ-SECURITY-AUDIT-FILE.


       END-TALLY-UNKNOWN-USERID.   EXIT.

       TALLY-LOCKOUT-RESET.

           SET WS-FOUND TO 'N'.
           SET LOCKOUT-RESET-IX TO 1.
           SEARCH LOCKOUT-RESET-TALLY-ENTRY
               AT END CONTINUE
               WHEN LOCKOUT-RESET-TALLY-KEY(LOCKOUT-RESET-IX)
                       = WS-CLIENT-KEY
                   SET WS-FOUND TO 'Y'
           END-SEARCH.

           IF (ENTRY-FOUND)
               ADD 1 TO
                   LOCKOUT-RESET-TALLY-COUNTER(LOCKOUT-RESET-IX)
           ELSE
               IF (LOCKOUT-RESET-TALLY-COUNT >= 200)
                   DISPLAY 'EZASECRPT LOCKOUT-RESET-TALLY-TABLE FULL,'
                       ' SKIPPING CLIENT=' WS-CLIENT-KEY
               ELSE
                   ADD 1 TO LOCKOUT-RESET-TALLY-COUNT
                   SET LOCKOUT-RESET-IX TO LOCKOUT-RESET-TALLY-COUNT
                   MOVE WS-CLIENT-KEY
                       TO LOCKOUT-RESET-TALLY-KEY(LOCKOUT-RESET-IX)
                   MOVE 1 TO
                       LOCKOUT-RESET-TALLY-COUNTER(LOCKOUT-RESET-IX)
               END-IF
           END-IF.

       END-TALLY-LOCKOUT-RESET.   EXIT.

       WRITE-REPORT.

           MOVE SPACES TO REPORT-LINE.
                   END-WRITE-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'HELP-DESK LOCKOUT RESETS BY CLIENT IP' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > LOCKOUT-RESET-TALLY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'CLIENT IP:' TO WS-RPT-LABEL
               MOVE LOCKOUT-RESET-TALLY-KEY(WS-IX) TO WS-RPT-KEY
               MOVE LOCKOUT-RESET-TALLY-COUNTER(WS-IX) TO WS-RPT-COUNT
               MOVE WS-REPORT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU
                   END-WRITE-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'LOCKOUT RESET COUNT:' TO WS-RPT-LABEL.
           MOVE WS-CTL-LOCKOUT-RESET TO WS-RPT-COUNT.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU
               END-WRITE-REPORT-LINE.

       END-WRITE-REPORT.   EXIT.

       WRITE-REPORT-LINE.
