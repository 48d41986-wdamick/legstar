      * order, counts per file of records examined, removed and       *
      * redacted, and sign-off lines -- evidence of compliance        *
      * instead of a promise of it.                                   *
      *                                                               *
      * Every chained audit record removed or redacted is entered on  *
      * the purge register (PURGREG, see the AUDPREG copybook), so    *
      * the trail verifier can tell the order's lawful hole or        *
      * redaction from tampering. A record that cannot be registered  *
      * fails the run, and the replacements are not cut over.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CERTIFICATE-FILE ASSIGN TO PURGCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTIFICATE-STATUS.
           SELECT PURGE-REGISTER-FILE ASSIGN TO PURGREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PURGE-REGISTER-STATUS.

       DATA DIVISION.
      *****************************************************************
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

       FD  AUDIT-OUT-FILE
           RECORDING MODE IS F.
       01  AUDIT-OUT-RECORD              PIC X(814).

      *---------------------------------------------------------------*
      *  Archive generations carry the same audit record image.       *
      *---------------------------------------------------------------*
       FD  AUDIT-ARCHIVE-IN
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-IN-RECORD       PIC X(814).

       FD  AUDIT-ARCHIVE-OUT
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-OUT-RECORD      PIC X(814).

      *---------------------------------------------------------------*
      *  Layout matches the media archive record written by MSNSEARC. *
           RECORDING MODE IS F.
       01  CERTIFICATE-LINE              PIC X(132).

       FD  PURGE-REGISTER-FILE
           RECORDING MODE IS F.
       01  PURGE-REGISTER-RECORD.
           COPY AUDPREG.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       77  CACHE-FILE-STATUS             PIC X(2) VALUE '00'.
       77  CATALOG-FILE-STATUS           PIC X(2) VALUE '00'.
       77  CERTIFICATE-STATUS            PIC X(2) VALUE '00'.
       77  PURGE-REGISTER-STATUS         PIC X(2) VALUE '00'.
       77  WS-REGISTERED-COUNT           PIC 9(9) VALUE 0.
       77  WS-SCAN-DONE                  PIC X(1) VALUE 'N'.
           88  KEYED-SCAN-DONE               VALUE 'Y'.

               GOBACK
           END-IF.

           OPEN EXTEND PURGE-REGISTER-FILE.
           IF (PURGE-REGISTER-STATUS NOT = '00')
               DISPLAY 'MSNPURGE PURGE REGISTER OPEN FAILED, STATUS='
                   PURGE-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END-PROLOG.   EXIT.

       READ-ORDER-FILE.
           EVALUATE TRUE
               WHEN RECORD-TO-PURGE
                   ADD 1 TO OTB-REMOVED(WS-HIT-ORDER-IX, 1)
                   PERFORM REGISTER-AUDIT-ACTION THRU
                       END-REGISTER-AUDIT-ACTION
               WHEN RECORD-TO-REDACT
                   MOVE SPACES TO AUD-QUERY
                   MOVE WS-REDACTION-TEXT TO AUD-QUERY(1:10)
                   ADD 1 TO OTB-REDACTED(WS-HIT-ORDER-IX, 1)
                   PERFORM REGISTER-AUDIT-ACTION THRU
                       END-REGISTER-AUDIT-ACTION
                   WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
               WHEN OTHER
                   WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           EVALUATE TRUE
               WHEN RECORD-TO-PURGE
                   ADD 1 TO OTB-REMOVED(WS-HIT-ORDER-IX, 3)
                   PERFORM REGISTER-AUDIT-ACTION THRU
                       END-REGISTER-AUDIT-ACTION
               WHEN RECORD-TO-REDACT
                   MOVE SPACES TO AUD-QUERY
                   MOVE WS-REDACTION-TEXT TO AUD-QUERY(1:10)
                   ADD 1 TO OTB-REDACTED(WS-HIT-ORDER-IX, 3)
                   PERFORM REGISTER-AUDIT-ACTION THRU
                       END-REGISTER-AUDIT-ACTION
                   WRITE AUDIT-ARCHIVE-OUT-RECORD FROM AUDIT-RECORD
               WHEN OTHER
                   WRITE AUDIT-ARCHIVE-OUT-RECORD

       END-SWEEP-ONE-ARCHIVE-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  Enter the audit record in hand, removed or redacted, on the  *
      *  purge register. Its stored chain value is kept as written:   *
      *  redaction changes the record's content, never its chain      *
      *  value, so the records after it still verify. A record from   *
      *  before the trail was chained has nothing to register.        *
      *---------------------------------------------------------------*
       REGISTER-AUDIT-ACTION.

           IF (AUD-SEQUENCE-NUMBER NOT NUMERIC)
              OR (AUD-SEQUENCE-NUMBER = 0)
               GO TO END-REGISTER-AUDIT-ACTION
           END-IF.

           MOVE SPACES                     TO PURGE-REGISTER-RECORD.
           MOVE 'AUDTMSN'                  TO PREG-TRAIL-ID.
           MOVE AUD-REGION                 TO PREG-REGION.
           MOVE AUD-SEQUENCE-NUMBER        TO PREG-SEQUENCE-NUMBER.
           MOVE AUD-CHAIN-VALUE            TO PREG-CHAIN-VALUE.
           MOVE WS-RECORD-ACTION           TO PREG-ACTION.
           MOVE OTB-ORDER-ID(WS-HIT-ORDER-IX) TO PREG-ORDER-ID.
           MOVE WS-RUN-TIMESTAMP           TO PREG-RUN-TIMESTAMP.
           MOVE AUD-TIMESTAMP              TO PREG-RECORD-TIMESTAMP.

           WRITE PURGE-REGISTER-RECORD.
           IF (PURGE-REGISTER-STATUS NOT = '00')
               DISPLAY 'MSNPURGE PURGE REGISTER WRITE FAILED, STATUS='
                   PURGE-REGISTER-STATUS ' SEQUENCE '
                   AUD-SEQUENCE-NUMBER
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REGISTERED-COUNT
           END-IF.

       END-REGISTER-AUDIT-ACTION.   EXIT.

       SWEEP-MEDIA-ARCHIVE.

           OPEN INPUT MEDIA-ARCHIVE-IN.
       EPILOG.

           CLOSE CERTIFICATE-FILE.
           CLOSE PURGE-REGISTER-FILE.
           DISPLAY 'MSNPURGE ORDERS EXECUTED: ' ORDER-COUNT.
           DISPLAY 'MSNPURGE AUDIT RECORDS REGISTERED: '
               WS-REGISTERED-COUNT.
           DISPLAY 'MSNPURGE STOPPING =============================='.

       END-EPILOG.   EXIT.
