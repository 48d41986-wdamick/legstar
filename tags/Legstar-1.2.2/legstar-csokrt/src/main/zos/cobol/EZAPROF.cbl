      * baseline (fewer than WS-BASELINE-MIN-LOGONS granted logons)   *
      * only learns; it does not flag, so week one is not a wall of   *
      * noise. Every record, flagged or not, updates the baseline.    *
      * A help-desk lockout reset (EZALOCK) is listed on the exception*
      * report too, so a reset followed by a granted logon from a new *
      * address reads together; it does not touch the baseline.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
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

      *---------------------------------------------------------------*
      *  One baseline per userid: the client addresses it has been    *
       77  WS-CTL-NEW-ADDRESS            PIC 9(9) VALUE 0.
       77  WS-CTL-OUT-OF-HOURS           PIC 9(9) VALUE 0.
       77  WS-CTL-PROFILES-SEEDED        PIC 9(9) VALUE 0.
       77  WS-CTL-LOCKOUT-RESETS         PIC 9(9) VALUE 0.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-TIMESTAMP           PIC X(15).

      *---------------------------------------------------------------*
      *  Only granted logons train or break a baseline: the failure   *
      *  categories already have EZASECRPT. A lockout reset is listed *
      *  as it happens but is not a logon.                            *
      *---------------------------------------------------------------*
       PROCESS-SECURITY-AUDIT-FILE.

               PERFORM PROFILE-ONE-LOGON THRU END-PROFILE-ONE-LOGON
           END-IF.

           IF (LOCKOUT-RESET)
               ADD 1 TO WS-CTL-LOCKOUT-RESETS
               PERFORM BUILD-CLIENT-KEY THRU END-BUILD-CLIENT-KEY
               MOVE 'LOCKOUT RESET BY HELP DESK' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE THRU
                   END-WRITE-EXCEPTION-LINE
           END-IF.

           PERFORM READ-SECURITY-AUDIT-FILE
               THRU END-READ-SECURITY-AUDIT-FILE.

           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'LOCKOUT RESETS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOCKOUT-RESETS TO WS-TOT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.
