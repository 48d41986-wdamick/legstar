      * transaction, is checked before the lockout table and before   *
      * VERIFY, so addresses already known to always be allowed or    *
      * always be blocked never pay the full RACF round trip.         *
      *                                                               *
      * The failure that locks a client address out is also sent to   *
      * the enterprise monitoring system as a lockout event, through  *
      * C2WSEVTW, once per address per window.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SECURITY-AUDIT-STATUS.
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
           SELECT LOCKOUT-FILE ASSIGN TO LOCKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  SECA-STATUS-FLAG       PIC X(1).
               88  ACCESS-GRANTED         VALUE 'A'.
               88  ACCESS-DENIED          VALUE 'D'.
      *  Written by EZALOCK, never here: the help desk cleared the
      *  lockout on SECA-CLIENT-IPV4 for SECA-USERID.
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
      *  One entry per client IPv4 address / one-hour window, counting*
      *  count resets implicitly every hour since the key changes,    *
      *  the same technique MSNSEARC's THROTTLE-FILE uses per minute. *
      *---------------------------------------------------------------*
       FD  CHAIN-STATE-FILE
           RECORDING MODE IS F.
       01  CHAIN-STATE-RECORD.
           COPY AUDCHST.

       FD  LOCKOUT-FILE
           RECORDING MODE IS F.
       01  LOCKOUT-RECORD.

       01  SECURITY-AUDIT-STATUS  PIC X(2) VALUE '00'.

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
      *  After-image journaling work variables; the journal is        *
      *  tolerated missing so recovery coverage never blocks a logon. *
           88  ACCOUNT-LOCKED-OUT            VALUE 'Y'.
           88  ACCOUNT-NOT-LOCKED-OUT        VALUE 'N'.

      *---------------------------------------------------------------*
      *  Monitoring event feed writer, told when an address is        *
      *  locked out.                                                  *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSEVTW           PIC X(8) VALUE 'C2WSEVTW'.
       77  WS-EVTW-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-LOCKOUT-COUNT-EDIT         PIC ZZZ9.
       01  WS-EVENT.
           COPY EVTREC.

      *---------------------------------------------------------------*
      *  Trusted-IP table work variables. TRIP-KEY is built from      *
      *  SOK-CLIENT-IPV4-ADDRESS (display digits) for IPv4 connections*
               DISPLAY 'SECURITY-AUDIT-FILE OPEN FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
           END-IF.
           OPEN I-O CHAIN-STATE-FILE.
           IF (CHAIN-STATE-STATUS = '00')
               SET CHAIN-STATE-OPEN TO TRUE
           ELSE
               DISPLAY 'EZACICSE AUDCHST UNAVAILABLE, STATUS='
                   CHAIN-STATE-STATUS ' - AUDIT WRITTEN UNSEQUENCED'
           END-IF.
           OPEN I-O LOCKOUT-FILE.
           IF (LOCKOUT-FILE-STATUS NOT = '00')
               DISPLAY 'LOCKOUT-FILE OPEN FAILED, STATUS='
           IF (JOURNAL-FILE-OPEN)
               CLOSE AFTER-IMAGE-JOURNAL
           END-IF.
           IF (CHAIN-STATE-OPEN)
               CLOSE CHAIN-STATE-FILE
           END-IF.

           EXEC CICS RETURN END-EXEC.

           PERFORM WRITE-JOURNAL-IMAGE THRU
               END-WRITE-JOURNAL-IMAGE.

           IF (LOCK-FAIL-COUNT = WS-MAX-NOTAUTH-PER-WINDOW)
               PERFORM WRITE-LOCKOUT-EVENT THRU
                   END-WRITE-LOCKOUT-EVENT
           END-IF.

       END-RECORD-LOCKOUT-FAILURE.   EXIT.

      *---------------------------------------------------------------*
      * THIS FAILURE LOCKED THE CLIENT ADDRESS OUT FOR THE REST OF    *
      * THE WINDOW: TELL THE MONITORING SYSTEM, UNDER THE LOCKOUT     *
      * RECORD'S OWN KEY                                              *
      *---------------------------------------------------------------*
       WRITE-LOCKOUT-EVENT.

           MOVE SPACES              TO WS-EVENT.
           SET EVT-LOCKOUT          TO TRUE.
           SET EVT-WARNING          TO TRUE.
           MOVE 'EZACICSE'          TO EVT-SOURCE-PROGRAM.
           MOVE LOCK-KEY(1:16)      TO EVT-CORRELATION-ID.
           MOVE WS-LOCKOUT-IPV4-DISPLAY TO EVT-SUBJECT.
           MOVE LOCK-FAIL-COUNT     TO WS-LOCKOUT-COUNT-EDIT.
           STRING 'CLIENT LOCKED OUT AFTER' DELIMITED BY SIZE
                  WS-LOCKOUT-COUNT-EDIT DELIMITED BY SIZE
                  ' NOTAUTH FAILURES THIS HOUR, LAST USERID '
                  DELIMITED BY SIZE
                  LEG-REQUEST-USERID DELIMITED BY SPACE
                  INTO EVT-TEXT
           END-STRING.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSEVTW)
               COMMAREA(WS-EVENT)
               LENGTH(LENGTH OF WS-EVENT)
               RESP(WS-EVTW-RESP)
           END-EXEC.

           IF (WS-EVTW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'EZACICSE C2WSEVTW LINK FAILED, RESP='
                   WS-EVTW-RESP
           END-IF.

       END-WRITE-LOCKOUT-EVENT.   EXIT.

      *---------------------------------------------------------------*
      * APPEND THE LOCKOUT RECORD JUST UPDATED TO THE SHARED AFTER-   *
      * IMAGE JOURNAL, FOR VSAMRST FORWARD RECOVERY                   *
           ELSE
               SET ACCESS-DENIED TO TRUE
           END-IF.
      *
      * Sequence and chain the record under the ENQ on the trail's
      * chain, so concurrent logons cannot share a sequence number.
      *
           EXEC CICS ENQ RESOURCE(WS-CHAIN-ENQ-RESOURCE)
               LENGTH(LENGTH OF WS-CHAIN-ENQ-RESOURCE)
           END-EXEC.
           PERFORM READ-CHAIN-STATE THRU END-READ-CHAIN-STATE.
           PERFORM STAMP-AUDIT-RECORD THRU END-STAMP-AUDIT-RECORD.

           WRITE SECURITY-AUDIT-RECORD.
           IF (SECURITY-AUDIT-STATUS NOT = '00')
               DISPLAY 'SECURITY-AUDIT-FILE WRITE FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
           ELSE
               PERFORM ADVANCE-CHAIN-STATE THRU
                   END-ADVANCE-CHAIN-STATE
               PERFORM SAVE-CHAIN-STATE THRU END-SAVE-CHAIN-STATE
           END-IF.
           EXEC CICS DEQ RESOURCE(WS-CHAIN-ENQ-RESOURCE)
               LENGTH(LENGTH OF WS-CHAIN-ENQ-RESOURCE)
           END-EXEC.

       END-WRITE-SECURITY-AUDIT-RECORD.   EXIT.

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
                   DISPLAY 'EZACICSE AUDCHST READ FAILED, STATUS='
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
               DISPLAY 'EZACICSE CSNBOWH FAILED, RC=' HSH-RETURN-CODE
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
           MOVE 'EZACICSE'           TO CHST-LAST-PROGRAM.
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
               DISPLAY 'EZACICSE AUDCHST UPDATE FAILED, STATUS='
                   CHAIN-STATE-STATUS
           END-IF.

       END-SAVE-CHAIN-STATE.   EXIT.

      *---------------------------------------------------------------*
      * PREPARE A MEANINGFUL ERROR MESSAGE                            *
      *---------------------------------------------------------------*
