           SELECT AUDIT-FILE ASSIGN TO AUDTMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
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
           05  MCFG-MANDATED-SAFESEARCH   PIC X(32).
           05  MCFG-CACHE-SHARE-APPIDS    PIC X(1).
           05  MCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  MCFG-PASSWORD-FORM         PIC X(1).
               88  MCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

       FD  DRILL-FILE
           RECORDING MODE IS F.
      *  before the second region stood up.                           *
      *---------------------------------------------------------------*
           05  AUD-REGION                 PIC X(4).
      *---------------------------------------------------------------*
      *  'Y' on a synthetic search the MSNPROBE health probe ran, so  *
      *  billing, chargeback and the daily reports can leave it out;  *
      *  'N' (spaces on records written before the probe) otherwise.  *
      *---------------------------------------------------------------*
           05  AUD-PROBE-SEARCH           PIC X(1).
               88  PROBE-SEARCH               VALUE 'Y'.
      *---------------------------------------------------------------*
      *  Tamper evidence (see the AUDHASH copybook): this record's    *
      *  place in the region's unbroken trail sequence, and the       *
      *  SHA-256 chain value over the previous record's chain value   *
      *  and this record up to here. Zeros and LOW-VALUES on a record *
      *  written while the chain was unavailable, and on records      *
      *  written before the trail was chained.                        *
      *---------------------------------------------------------------*
           05  AUD-SEQUENCE-NUMBER        PIC 9(12).
           05  AUD-CHAIN-VALUE            PIC X(32).

       FD  CHAIN-STATE-FILE
           RECORDING MODE IS F.
       01  CHAIN-STATE-RECORD.
           COPY AUDCHST.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Audit trail chain work variables. The chain state is read    *
      *  and rewritten around every record this job appends, so the   *
      *  region's online writers carry on from where the job left     *
      *  off. The chain state file is tolerated missing: an audit     *
      *  record is never lost for want of it, it is written           *
      *  unsequenced and the verifier lists it.                       *
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
       01  HSH-HASH-PARMS.
           COPY AUDHASH.

       77  MSN-CONFIG-STATUS             PIC X(2) VALUE '00'.
       77  DRILL-FILE-STATUS             PIC X(2) VALUE '00'.
       77  AUDIT-FILE-STATUS             PIC X(2) VALUE '00'.
                   88  LAPI-REUSE-CONNECTION   VALUE 'Y'.
                   88  LAPI-CONNECT-PER-CALL   VALUE 'N'.

      *---------------------------------------------------------------*
      *  The secondary password is held enciphered in CFGMSN and      *
      *  deciphered straight into LAPI-PASSWORD.                      *
      *---------------------------------------------------------------*
       01  PWD-CIPHER-PARMS.
           COPY CFGPWD.

       01  ERROR-MESSAGE          PIC X(78) VALUE SPACES.
           88 NO-ERROR-MESSAGE VALUE SPACES.

               GOBACK
           END-IF.

           OPEN I-O CHAIN-STATE-FILE.
           IF (CHAIN-STATE-STATUS = '00')
               SET CHAIN-STATE-OPEN TO TRUE
           ELSE
               DISPLAY 'MSNDRILL AUDCHST UNAVAILABLE, STATUS='
                   CHAIN-STATE-STATUS ' - AUDIT WRITTEN UNSEQUENCED'
           END-IF.

           OPEN INPUT MSN-CONFIG-FILE.
           IF (MSN-CONFIG-STATUS NOT = '00')
               DISPLAY 'MSNDRILL CFGMSN OPEN FAILED, STATUS='
           MOVE MCFG-SECONDARY-URI      TO LAPI-URI.
           MOVE MCFG-SECONDARY-USERID   TO LAPI-USERID.
           MOVE MCFG-SECONDARY-PASSWORD TO LAPI-PASSWORD.
           IF (MCFG-PASSWORDS-ENCRYPTED)
               MOVE MCFG-SECONDARY-PASSWORD TO PWD-CIPHER-TEXT
               PERFORM DECIPHER-PASSWORD THRU END-DECIPHER-PASSWORD
               IF (NOT PWD-CIPHER-OK)
                   DISPLAY 'MSNDRILL SECONDARY PASSWORD DECIPHER '
                       'FAILED, RC=' PWD-RETURN-CODE
                       ' REASON=' PWD-REASON-CODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PWD-CLEAR-TEXT TO LAPI-PASSWORD
               MOVE SPACES TO PWD-CLEAR-TEXT
           END-IF.
           MOVE W00-SERVICE-NAME        TO LAPI-SERVICE-NAME.
           SET LAPI-REUSE-CONNECTION TO TRUE.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Decipher one stored password (PWD-CIPHER-TEXT) into          *
      *  PWD-CLEAR-TEXT under the CKDS key the CFGPWD copybook names. *
      *  A blank password stays blank.                                *
      *---------------------------------------------------------------*
       DECIPHER-PASSWORD.

           MOVE SPACES TO PWD-CLEAR-TEXT.
           MOVE 0 TO PWD-RETURN-CODE.
           IF (PWD-CIPHER-TEXT = SPACES)
               GO TO END-DECIPHER-PASSWORD
           END-IF.

           MOVE LOW-VALUES TO PWD-CHAIN-VECTOR.
           CALL 'CSNBDEC' USING PWD-RETURN-CODE
                                PWD-REASON-CODE
                                PWD-EXIT-DATA-LENGTH
                                PWD-EXIT-DATA
                                PWD-KEY-LABEL
                                PWD-TEXT-LENGTH
                                PWD-CIPHER-TEXT
                                PWD-INIT-VECTOR
                                PWD-RULE-ARRAY-COUNT
                                PWD-RULE-ARRAY
                                PWD-CHAIN-VECTOR
                                PWD-CLEAR-TEXT.

       END-DECIPHER-PASSWORD.   EXIT.

      *---------------------------------------------------------------*
      *  Send one canary search through the secondary and verify the  *
      *  reply parses: an invoke that succeeds but hands back a       *
           MOVE WS-CORRELATION-ID          TO AUD-CORRELATION-ID.
           MOVE SPACES                     TO AUD-SERVING-APPID.
           MOVE W00-REGION-ID              TO AUD-REGION.
           MOVE 'N'                        TO AUD-PROBE-SEARCH.
           MOVE 1                          TO AUD-SOURCE-COUNT.

           PERFORM VARYING WS-AUD-IX FROM 1 BY 1
           END-PERFORM.
           MOVE R-Source OF COM-REQUEST(1) TO AUD-SOURCE(1).

           PERFORM READ-CHAIN-STATE THRU END-READ-CHAIN-STATE.
           PERFORM STAMP-AUDIT-RECORD THRU END-STAMP-AUDIT-RECORD.

           WRITE AUDIT-RECORD.
           IF (AUDIT-FILE-STATUS NOT = '00')
               DISPLAY 'MSNDRILL AUDIT WRITE FAILED, STATUS='
                   AUDIT-FILE-STATUS
           ELSE
               PERFORM ADVANCE-CHAIN-STATE THRU
                   END-ADVANCE-CHAIN-STATE
               PERFORM SAVE-CHAIN-STATE THRU END-SAVE-CHAIN-STATE
           END-IF.

       END-WRITE-AUDIT-RECORD.   EXIT.

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

           MOVE 'AUDTMSN' TO CHST-TRAIL-ID.
           READ CHAIN-STATE-FILE.
           EVALUATE CHAIN-STATE-STATUS
               WHEN '00'
                   SET CHAIN-STATE-FOUND TO TRUE
               WHEN '23'
                   MOVE SPACES TO CHAIN-STATE-RECORD
                   MOVE 'AUDTMSN' TO CHST-TRAIL-ID
                   MOVE 0 TO CHST-LAST-SEQUENCE
                   MOVE LOW-VALUES TO CHST-LAST-CHAIN
                   SET CHAIN-STATE-NEW TO TRUE
               WHEN OTHER
                   DISPLAY 'MSNDRILL AUDCHST READ FAILED, STATUS='
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

           MOVE 0 TO AUD-SEQUENCE-NUMBER.
           MOVE LOW-VALUES TO AUD-CHAIN-VALUE.
           IF (CHAIN-STATE-UNAVAILABLE)
               GO TO END-STAMP-AUDIT-RECORD
           END-IF.

           COMPUTE AUD-SEQUENCE-NUMBER = CHST-LAST-SEQUENCE + 1.
           MOVE CHST-LAST-CHAIN TO HSH-PREVIOUS-CHAIN.
           MOVE AUDIT-RECORD(1:782) TO HSH-RECORD-IMAGE.
           MOVE LENGTH OF AUDIT-RECORD TO HSH-TEXT-LENGTH.
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
               DISPLAY 'MSNDRILL CSNBOWH FAILED, RC=' HSH-RETURN-CODE
                   ' REASON=' HSH-REASON-CODE
               SET CHAIN-STATE-UNAVAILABLE TO TRUE
               MOVE 0 TO AUD-SEQUENCE-NUMBER
               GO TO END-STAMP-AUDIT-RECORD
           END-IF.
           MOVE HSH-HASH TO AUD-CHAIN-VALUE.

       END-STAMP-AUDIT-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  The record just written is now the end of the chain.         *
      *---------------------------------------------------------------*
       ADVANCE-CHAIN-STATE.

           IF (AUD-SEQUENCE-NUMBER = 0)
               GO TO END-ADVANCE-CHAIN-STATE
           END-IF.

           MOVE AUD-SEQUENCE-NUMBER TO CHST-LAST-SEQUENCE.
           MOVE AUD-CHAIN-VALUE     TO CHST-LAST-CHAIN.
           MOVE AUD-TIMESTAMP       TO CHST-LAST-TIMESTAMP.
           MOVE 'MSNDRILL'          TO CHST-LAST-PROGRAM.
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
               DISPLAY 'MSNDRILL AUDCHST UPDATE FAILED, STATUS='
                   CHAIN-STATE-STATUS
           END-IF.

       END-SAVE-CHAIN-STATE.   EXIT.

      *---------------------------------------------------------------*
      *  The drill's verdict: every canary must pass.                 *
      *---------------------------------------------------------------*

           CLOSE DRILL-FILE.
           CLOSE AUDIT-FILE.
           IF (CHAIN-STATE-OPEN)
               CLOSE CHAIN-STATE-FILE
           END-IF.

           DISPLAY 'MSNDRILL STOPPING =============================='.

