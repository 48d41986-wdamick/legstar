       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSTVFY.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Audit trail verifier. Every record on the search audit trail  *
      * (AUDTMSN) and the security audit trail (SECAUDT) carries its  *
      * place in the region's unbroken trail sequence and a chain     *
      * value: the SHA-256 hash of the previous record's chain value  *
      * and the record itself (see the AUDHASH copybook). This job    *
      * walks one trail file -- the day's file or an archive          *
      * generation -- recomputes every link and certifies the file    *
      * unbroken, or lists exactly where it is not:                   *
      *   MISSING              a run of sequence numbers not on file  *
      *   ALTERED              the record's chain value does not      *
      *                        verify, so its content was changed     *
      *   OUT OF SEQUENCE      a record behind its predecessor, or a  *
      *                        duplicate of it                        *
      *   AT END               records written after the last one on  *
      *                        file, or a last record replaced, per   *
      *                        the chain state (AUDCHST)              *
      * A hole or a redaction MSNPURGE made under a legal order is    *
      * on the purge register (PURGREG): it is listed as AUTHORISED   *
      * once the register accounts for every missing number and the   *
      * chain verifies across it. A record written while the chain    *
      * was unavailable (sequence zero) is listed as NOT SEQUENCED;   *
      * it breaks nothing but is not covered by the certificate.      *
      *                                                               *
      * The trail is named on the TVFYCTL card (AUDTMSN, the default, *
      * or SECAUDT). A file whose first record is not sequence 1      *
      * picks the chain up there -- the earlier records are in the    *
      * previous generation, whose last sequence number the report    *
      * gives so the two can be tied together. Written to RPTC2W11;   *
      * RC 0 when certified, 4 when nothing could be certified or     *
      * records are not sequenced, 8 when the trail is broken.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Run control card: the trail to verify.                       *
      *---------------------------------------------------------------*
           SELECT TRAIL-CONTROL-FILE ASSIGN TO TVFYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAIL-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDTMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SECURITY-AUDIT-STATUS.
      *---------------------------------------------------------------*
      *  The trail's chain state and the purge register, both         *
      *  tolerated missing (DD DUMMY for an archive generation).      *
      *---------------------------------------------------------------*
           SELECT CHAIN-STATE-FILE ASSIGN TO AUDCHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-TRAIL-ID
               FILE STATUS IS CHAIN-STATE-STATUS.
           SELECT PURGE-REGISTER-FILE ASSIGN TO PURGREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PURGE-REGISTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W11
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  TRAIL-CONTROL-FILE
           RECORDING MODE IS F.
       01  TRAIL-CONTROL-RECORD.
           05  TVCT-TRAIL-ID              PIC X(8).
           05  FILLER                     PIC X(72).

      *---------------------------------------------------------------*
      *  AUDTMSN layout, as far as verifying the record needs it.     *
      *---------------------------------------------------------------*
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP              PIC X(15).
           05  FILLER                     PIC X(750).
           05  AUD-REGION                 PIC X(4).
           05  FILLER                     PIC X(1).
           05  AUD-SEQUENCE-NUMBER        PIC X(12).
           05  AUD-CHAIN-VALUE            PIC X(32).

      *---------------------------------------------------------------*
      *  SECAUDT layout, as far as verifying the record needs it.     *
      *---------------------------------------------------------------*
       FD  SECURITY-AUDIT-FILE
           RECORDING MODE IS F.
       01  SECURITY-AUDIT-RECORD.
           05  SECA-TIMESTAMP             PIC X(15).
           05  FILLER                     PIC X(57).
           05  SECA-REGION                PIC X(4).
           05  SECA-SEQUENCE-NUMBER       PIC X(12).
           05  SECA-CHAIN-VALUE           PIC X(32).

       FD  CHAIN-STATE-FILE
           RECORDING MODE IS F.
       01  CHAIN-STATE-RECORD.
           COPY AUDCHST.

       FD  PURGE-REGISTER-FILE
           RECORDING MODE IS F.
       01  PURGE-REGISTER-RECORD.
           COPY AUDPREG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  TRAIL-CONTROL-STATUS          PIC X(2) VALUE '00'.
       77  AUDIT-FILE-STATUS             PIC X(2) VALUE '00'.
       77  SECURITY-AUDIT-STATUS         PIC X(2) VALUE '00'.
       77  CHAIN-STATE-STATUS            PIC X(2) VALUE '00'.
       77  PURGE-REGISTER-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-PURGE-REGISTER         VALUE '10'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  The trail verified, with the record length and how much of   *
      *  the record its chain value covers.                           *
      *---------------------------------------------------------------*
       77  WS-TRAIL-ID                   PIC X(8) VALUE 'AUDTMSN'.
           88  VERIFYING-AUDTMSN             VALUE 'AUDTMSN'.
           88  VERIFYING-SECAUDT             VALUE 'SECAUDT'.
       77  WS-TRAIL-LENGTH               PIC 9(4) COMP-5 VALUE 814.
       77  WS-CHAINED-LENGTH             PIC 9(4) COMP-5 VALUE 782.
       77  WS-END-OF-TRAIL-SW            PIC X(1) VALUE 'N'.
           88  END-OF-TRAIL                  VALUE 'Y'.
       01  WS-RUN-DATE                   PIC X(8).

      *---------------------------------------------------------------*
      *  The record in hand, whichever trail it came from.            *
      *---------------------------------------------------------------*
       01  WS-TRL-IMAGE                  PIC X(814).
       01  WS-TRL-TIMESTAMP              PIC X(15).
       01  WS-TRL-REGION                 PIC X(4).
       01  WS-TRL-SEQUENCE-X             PIC X(12).
       01  WS-TRL-SEQUENCE REDEFINES WS-TRL-SEQUENCE-X
                                         PIC 9(12).
       01  WS-TRL-CHAIN                  PIC X(32).

      *---------------------------------------------------------------*
      *  The chain so far: the last sequenced record accepted, and    *
      *  the region whose trail this is (from the first record that   *
      *  names one).                                                  *
      *---------------------------------------------------------------*
       77  WS-CHAIN-ANCHOR-SW            PIC X(1) VALUE 'N'.
           88  CHAIN-ANCHORED                VALUE 'Y'.
       01  WS-PREV-SEQUENCE              PIC 9(12) VALUE 0.
       01  WS-PREV-CHAIN                 PIC X(32) VALUE LOW-VALUES.
       01  WS-TRAIL-REGION               PIC X(4) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The chain state as it stood when the run started. Records    *
      *  written since are beyond it and are verified like the rest.  *
      *---------------------------------------------------------------*
       77  WS-STATE-KNOWN-SW             PIC X(1) VALUE 'N'.
           88  CHAIN-STATE-KNOWN             VALUE 'Y'.
       77  WS-STATE-SEEN-SW              PIC X(1) VALUE 'N'.
           88  STATE-RECORD-SEEN             VALUE 'Y'.
       01  WS-STATE-SEQUENCE             PIC 9(12) VALUE 0.
       01  WS-STATE-CHAIN                PIC X(32) VALUE LOW-VALUES.

      *---------------------------------------------------------------*
      *  The purge register's entries for this trail.                 *
      *---------------------------------------------------------------*
       77  WS-REGISTER-MAX               PIC 9(4) COMP-5 VALUE 5000.
       77  WS-RG-IX                      PIC 9(4) COMP-5 VALUE 0.
       01  REGISTER-TABLE.
           05  REGISTER-COUNT             PIC 9(4) COMP-5 VALUE 0.
           05  REGISTER-ENTRY OCCURS 5000 TIMES.
               10  RGT-REGION             PIC X(4).
               10  RGT-SEQUENCE           PIC 9(12).
               10  RGT-CHAIN              PIC X(32).
               10  RGT-ACTION             PIC X(1).
               10  RGT-ORDER-ID           PIC X(16).

      *---------------------------------------------------------------*
      *  A run of missing sequence numbers, and what the register     *
      *  says about it.                                               *
      *---------------------------------------------------------------*
       01  WS-GAP-FROM                   PIC 9(12) VALUE 0.
       01  WS-GAP-TO                     PIC 9(12) VALUE 0.
       01  WS-GAP-SIZE                   PIC 9(12) VALUE 0.
       01  WS-GAP-REGISTERED             PIC 9(12) VALUE 0.
       01  WS-GAP-CHAIN                  PIC X(32).
       01  WS-GAP-ORDER-ID               PIC X(16).
       77  WS-GAP-CHAIN-SW               PIC X(1) VALUE 'N'.
           88  GAP-CHAIN-FOUND               VALUE 'Y'.
       77  WS-REDACTION-SW               PIC X(1) VALUE 'N'.
           88  REDACTION-REGISTERED          VALUE 'Y'.

      *---------------------------------------------------------------*
      *  ICSF one-way hash parameters.                                *
      *---------------------------------------------------------------*
       01  HSH-HASH-PARMS.
           COPY AUDHASH.
       77  WS-HASH-FAILED-SW             PIC X(1) VALUE 'N'.
           88  HASH-FAILED                   VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Finding work areas.                                          *
      *---------------------------------------------------------------*
       01  WS-FINDING                    PIC X(90).
       01  WS-EDIT-SEQ-1                 PIC Z(11)9.
       01  WS-EDIT-SEQ-2                 PIC Z(11)9.
       01  WS-EDIT-COUNT                 PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-RECORDS-READ           PIC 9(9) VALUE 0.
       77  WS-CTL-UNSEQUENCED            PIC 9(9) VALUE 0.
       77  WS-CTL-VERIFIED               PIC 9(9) VALUE 0.
       77  WS-CTL-MISSING                PIC 9(12) VALUE 0.
       77  WS-CTL-ALTERED                PIC 9(9) VALUE 0.
       77  WS-CTL-OUT-OF-SEQUENCE        PIC 9(9) VALUE 0.
       77  WS-CTL-OTHER-REGION           PIC 9(9) VALUE 0.
       77  WS-CTL-STATE-MISMATCH         PIC 9(9) VALUE 0.
       77  WS-CTL-REMOVED-AUTH           PIC 9(12) VALUE 0.
       77  WS-CTL-REDACTED-AUTH          PIC 9(9) VALUE 0.
       77  WS-CTL-REGISTER-IGNORED       PIC 9(9) VALUE 0.
       77  WS-CTL-BREAKS                 PIC 9(12) VALUE 0.
       77  WS-CTL-AUTHORISED             PIC 9(12) VALUE 0.
       01  WS-CTL-FIRST-SEQUENCE         PIC 9(12) VALUE 0.
       01  WS-CTL-LAST-SEQUENCE          PIC 9(12) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(38) VALUE
               'C2WS AUDIT TRAIL VERIFICATION - TRAIL '.
           05  WS-HDR-TRAIL               PIC X(8).
           05  FILLER                     PIC X(8) VALUE ' REGION '.
           05  WS-HDR-REGION              PIC X(4).
           05  FILLER                     PIC X(5) VALUE ' RUN '.
           05  WS-HDR-RUN-DATE            PIC X(8).

       01  WS-FINDING-HEADING.
           05  FILLER                     PIC X(14) VALUE 'SEQUENCE'.
           05  FILLER                     PIC X(17) VALUE 'TIMESTAMP'.
           05  FILLER                     PIC X(90) VALUE 'FINDING'.

       01  WS-FINDING-LINE.
           05  WS-FDL-SEQUENCE            PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-FDL-TIMESTAMP           PIC X(15).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-FDL-FINDING             PIC X(90).

       01  WS-CERTIFICATE-LINE           PIC X(132).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(32).
           05  WS-TOT-COUNT               PIC Z(11)9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM PROCESS-TRAIL-RECORD THRU END-PROCESS-TRAIL-RECORD
               UNTIL END-OF-TRAIL.
           IF (NOT HASH-FAILED)
               PERFORM CHECK-TRAIL-END THRU END-CHECK-TRAIL-END
           END-IF.
           PERFORM WRITE-CERTIFICATE THRU END-WRITE-CERTIFICATE.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSTVFY STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRAIL-CONTROL-FILE.
           IF (TRAIL-CONTROL-STATUS = '00')
               READ TRAIL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF (TVCT-TRAIL-ID NOT = SPACES)
                           MOVE TVCT-TRAIL-ID TO WS-TRAIL-ID
                       END-IF
               END-READ
               CLOSE TRAIL-CONTROL-FILE
           END-IF.

           EVALUATE TRUE
               WHEN VERIFYING-AUDTMSN
                   MOVE 814 TO WS-TRAIL-LENGTH
                   MOVE 782 TO WS-CHAINED-LENGTH
                   OPEN INPUT AUDIT-FILE
                   MOVE AUDIT-FILE-STATUS TO TRAIL-CONTROL-STATUS
               WHEN VERIFYING-SECAUDT
                   MOVE 120 TO WS-TRAIL-LENGTH
                   MOVE 88  TO WS-CHAINED-LENGTH
                   OPEN INPUT SECURITY-AUDIT-FILE
                   MOVE SECURITY-AUDIT-STATUS TO TRAIL-CONTROL-STATUS
               WHEN OTHER
                   DISPLAY 'C2WSTVFY UNKNOWN TRAIL ON TVFYCTL: '
                       WS-TRAIL-ID
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           IF (TRAIL-CONTROL-STATUS NOT = '00')
               DISPLAY 'C2WSTVFY ' WS-TRAIL-ID ' OPEN FAILED, STATUS='
                   TRAIL-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSTVFY REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *
      * The chain state is taken before the first record is read, so
      * whatever the region writes while the file is walked lies
      * beyond it.
      *
           OPEN INPUT CHAIN-STATE-FILE.
           IF (CHAIN-STATE-STATUS = '00')
               MOVE WS-TRAIL-ID TO CHST-TRAIL-ID
               READ CHAIN-STATE-FILE
               IF (CHAIN-STATE-STATUS = '00')
                   SET CHAIN-STATE-KNOWN TO TRUE
                   MOVE CHST-LAST-SEQUENCE TO WS-STATE-SEQUENCE
                   MOVE CHST-LAST-CHAIN    TO WS-STATE-CHAIN
               END-IF
               CLOSE CHAIN-STATE-FILE
           ELSE
               DISPLAY 'C2WSTVFY AUDCHST UNAVAILABLE, STATUS='
                   CHAIN-STATE-STATUS ' - END OF TRAIL NOT CHECKED'
           END-IF.

           PERFORM LOAD-PURGE-REGISTER THRU END-LOAD-PURGE-REGISTER.

           PERFORM READ-TRAIL-RECORD THRU END-READ-TRAIL-RECORD.

      *
      * The heading names the trail's region, so it waits for the
      * first record.
      *
           MOVE WS-TRAIL-ID TO WS-HDR-TRAIL.
           MOVE WS-TRL-REGION TO WS-HDR-REGION.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE WS-FINDING-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Table the register's entries for this trail. A register too  *
      *  big for the table is reported: a hole it would have          *
      *  explained then shows as MISSING.                             *
      *---------------------------------------------------------------*
       LOAD-PURGE-REGISTER.

           OPEN INPUT PURGE-REGISTER-FILE.
           IF (PURGE-REGISTER-STATUS NOT = '00')
               DISPLAY 'C2WSTVFY PURGREG UNAVAILABLE, STATUS='
                   PURGE-REGISTER-STATUS ' - NO PURGE IS AUTHORISED'
               GO TO END-LOAD-PURGE-REGISTER
           END-IF.

           PERFORM UNTIL END-OF-PURGE-REGISTER
               READ PURGE-REGISTER-FILE
                   AT END SET END-OF-PURGE-REGISTER TO TRUE
                   NOT AT END
                       IF (PREG-TRAIL-ID = WS-TRAIL-ID)
                           IF (REGISTER-COUNT < WS-REGISTER-MAX)
                               ADD 1 TO REGISTER-COUNT
                               MOVE PREG-REGION
                                 TO RGT-REGION(REGISTER-COUNT)
                               MOVE PREG-SEQUENCE-NUMBER
                                 TO RGT-SEQUENCE(REGISTER-COUNT)
                               MOVE PREG-CHAIN-VALUE
                                 TO RGT-CHAIN(REGISTER-COUNT)
                               MOVE PREG-ACTION
                                 TO RGT-ACTION(REGISTER-COUNT)
                               MOVE PREG-ORDER-ID
                                 TO RGT-ORDER-ID(REGISTER-COUNT)
                           ELSE
                               ADD 1 TO WS-CTL-REGISTER-IGNORED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PURGE-REGISTER-FILE.

           IF (WS-CTL-REGISTER-IGNORED > 0)
               DISPLAY 'C2WSTVFY PURGE REGISTER TABLE FULL, '
                   WS-CTL-REGISTER-IGNORED ' ENTRIES NOT LOADED'
           END-IF.

       END-LOAD-PURGE-REGISTER.   EXIT.

      *---------------------------------------------------------------*
      *  Read the next record of the trail verified into the common   *
      *  work areas.                                                  *
      *---------------------------------------------------------------*
       READ-TRAIL-RECORD.

           IF (VERIFYING-AUDTMSN)
               READ AUDIT-FILE
                   AT END SET END-OF-TRAIL TO TRUE
                   NOT AT END
                       MOVE AUDIT-RECORD        TO WS-TRL-IMAGE
                       MOVE AUD-TIMESTAMP       TO WS-TRL-TIMESTAMP
                       MOVE AUD-REGION          TO WS-TRL-REGION
                       MOVE AUD-SEQUENCE-NUMBER TO WS-TRL-SEQUENCE-X
                       MOVE AUD-CHAIN-VALUE     TO WS-TRL-CHAIN
               END-READ
               MOVE AUDIT-FILE-STATUS TO TRAIL-CONTROL-STATUS
           ELSE
               READ SECURITY-AUDIT-FILE
                   AT END SET END-OF-TRAIL TO TRUE
                   NOT AT END
                       MOVE SECURITY-AUDIT-RECORD TO WS-TRL-IMAGE
                       MOVE SECA-TIMESTAMP      TO WS-TRL-TIMESTAMP
                       MOVE SECA-REGION         TO WS-TRL-REGION
                       MOVE SECA-SEQUENCE-NUMBER TO WS-TRL-SEQUENCE-X
                       MOVE SECA-CHAIN-VALUE    TO WS-TRL-CHAIN
               END-READ
               MOVE SECURITY-AUDIT-STATUS TO TRAIL-CONTROL-STATUS
           END-IF.

           IF (TRAIL-CONTROL-STATUS NOT = '00')
              AND (NOT END-OF-TRAIL)
               DISPLAY 'C2WSTVFY ' WS-TRAIL-ID ' READ FAILED, STATUS='
                   TRAIL-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-TRAIL TO TRUE
           END-IF.

       END-READ-TRAIL-RECORD.   EXIT.

       PROCESS-TRAIL-RECORD.

           PERFORM VERIFY-TRAIL-RECORD THRU END-VERIFY-TRAIL-RECORD.
           IF (HASH-FAILED)
               SET END-OF-TRAIL TO TRUE
           ELSE
               PERFORM READ-TRAIL-RECORD THRU END-READ-TRAIL-RECORD
           END-IF.

       END-PROCESS-TRAIL-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Place the record in hand on the chain.                       *
      *---------------------------------------------------------------*
       VERIFY-TRAIL-RECORD.

           ADD 1 TO WS-CTL-RECORDS-READ.

           IF (WS-TRL-SEQUENCE-X NOT NUMERIC)
              OR (WS-TRL-SEQUENCE = 0)
               ADD 1 TO WS-CTL-UNSEQUENCED
               MOVE 'NOT SEQUENCED - WRITTEN WHILE THE CHAIN WAS UNAVAIL
      -        'ABLE, NOT COVERED' TO WS-FINDING
               MOVE SPACES TO WS-FDL-SEQUENCE
               PERFORM WRITE-FINDING THRU END-WRITE-FINDING
               GO TO END-VERIFY-TRAIL-RECORD
           END-IF.

           IF (WS-TRAIL-REGION = SPACES)
               MOVE WS-TRL-REGION TO WS-TRAIL-REGION
           END-IF.
           IF (WS-TRL-REGION NOT = WS-TRAIL-REGION)
               ADD 1 TO WS-CTL-OTHER-REGION
               MOVE SPACES TO WS-FINDING
               STRING 'REGION ' DELIMITED BY SIZE
                      WS-TRL-REGION DELIMITED BY SIZE
                      ' RECORD ON REGION ' DELIMITED BY SIZE
                      WS-TRAIL-REGION DELIMITED BY SIZE
                      ' TRAIL - NOT PART OF THIS CHAIN'
                          DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-SEQUENCE-FINDING THRU
                   END-WRITE-SEQUENCE-FINDING
               GO TO END-VERIFY-TRAIL-RECORD
           END-IF.

           IF (NOT CHAIN-ANCHORED)
               PERFORM ANCHOR-CHAIN THRU END-ANCHOR-CHAIN
               GO TO END-VERIFY-TRAIL-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN WS-TRL-SEQUENCE NOT > WS-PREV-SEQUENCE
                   PERFORM REPORT-OUT-OF-SEQUENCE THRU
                       END-REPORT-OUT-OF-SEQUENCE
               WHEN WS-TRL-SEQUENCE > WS-PREV-SEQUENCE + 1
                   PERFORM CHECK-SEQUENCE-GAP THRU
                       END-CHECK-SEQUENCE-GAP
               WHEN OTHER
                   PERFORM CHECK-CHAIN-LINK THRU END-CHECK-CHAIN-LINK
           END-EVALUATE.

       END-VERIFY-TRAIL-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  The first sequenced record. Sequence 1 starts the trail and  *
      *  chains from LOW-VALUES; anything later picks the chain up    *
      *  from the previous generation, on trust.                      *
      *---------------------------------------------------------------*
       ANCHOR-CHAIN.

           SET CHAIN-ANCHORED TO TRUE.
           MOVE WS-TRL-SEQUENCE TO WS-CTL-FIRST-SEQUENCE.

           IF (WS-TRL-SEQUENCE = 1)
               MOVE 0 TO WS-PREV-SEQUENCE
               MOVE LOW-VALUES TO WS-PREV-CHAIN
               PERFORM CHECK-CHAIN-LINK THRU END-CHECK-CHAIN-LINK
               GO TO END-ANCHOR-CHAIN
           END-IF.

           MOVE WS-TRL-SEQUENCE TO WS-EDIT-SEQ-1.
           MOVE SPACES TO WS-FINDING.
           STRING 'CHAIN PICKED UP HERE - SEQUENCES BEFORE '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-SEQ-1) DELIMITED BY SIZE
                  ' ARE IN THE PREVIOUS GENERATION' DELIMITED BY SIZE
               INTO WS-FINDING
           END-STRING.
           PERFORM WRITE-SEQUENCE-FINDING THRU
               END-WRITE-SEQUENCE-FINDING.
           PERFORM ACCEPT-TRAIL-RECORD THRU END-ACCEPT-TRAIL-RECORD.

       END-ANCHOR-CHAIN.   EXIT.

      *---------------------------------------------------------------*
      *  The next record in sequence: its chain value must be the     *
      *  hash of its predecessor's and its own content. One that does *
      *  not verify is a redaction on the register or an alteration.  *
      *---------------------------------------------------------------*
       CHECK-CHAIN-LINK.

           MOVE WS-PREV-CHAIN TO HSH-PREVIOUS-CHAIN.
           PERFORM COMPUTE-CHAIN-VALUE THRU END-COMPUTE-CHAIN-VALUE.
           IF (HASH-FAILED)
               GO TO END-CHECK-CHAIN-LINK
           END-IF.

           IF (HSH-HASH = WS-TRL-CHAIN)
               ADD 1 TO WS-CTL-VERIFIED
           ELSE
               PERFORM FIND-REGISTERED-REDACTION THRU
                   END-FIND-REGISTERED-REDACTION
               IF (REDACTION-REGISTERED)
                   ADD 1 TO WS-CTL-REDACTED-AUTH
                   MOVE SPACES TO WS-FINDING
                   STRING 'REDACTED UNDER ORDER ' DELIMITED BY SIZE
                          WS-GAP-ORDER-ID DELIMITED BY SPACE
                          ' ON PURGREG - AUTHORISED' DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
               ELSE
                   ADD 1 TO WS-CTL-ALTERED
                   MOVE 'ALTERED - CHAIN VALUE DOES NOT VERIFY'
                     TO WS-FINDING
               END-IF
               PERFORM WRITE-SEQUENCE-FINDING THRU
                   END-WRITE-SEQUENCE-FINDING
           END-IF.

           PERFORM ACCEPT-TRAIL-RECORD THRU END-ACCEPT-TRAIL-RECORD.

       END-CHECK-CHAIN-LINK.   EXIT.

      *---------------------------------------------------------------*
      *  Sequence numbers skipped before the record in hand. Lawful   *
      *  when every one is a removal on the register and the record   *
      *  verifies against the last one's chain value; otherwise they  *
      *  are missing and the chain carries on from the record in      *
      *  hand.                                                        *
      *---------------------------------------------------------------*
       CHECK-SEQUENCE-GAP.

           COMPUTE WS-GAP-FROM = WS-PREV-SEQUENCE + 1.
           COMPUTE WS-GAP-TO   = WS-TRL-SEQUENCE - 1.
           PERFORM CHECK-GAP-REGISTER THRU END-CHECK-GAP-REGISTER.

           IF (WS-GAP-REGISTERED NOT < WS-GAP-SIZE)
              AND (GAP-CHAIN-FOUND)
               MOVE WS-GAP-CHAIN TO HSH-PREVIOUS-CHAIN
               PERFORM COMPUTE-CHAIN-VALUE THRU
                   END-COMPUTE-CHAIN-VALUE
               IF (HASH-FAILED)
                   GO TO END-CHECK-SEQUENCE-GAP
               END-IF
               IF (HSH-HASH = WS-TRL-CHAIN)
                   ADD WS-GAP-SIZE TO WS-CTL-REMOVED-AUTH
                   ADD 1 TO WS-CTL-VERIFIED
                   MOVE 'REMOVED UNDER ORDER' TO WS-FINDING
                   PERFORM WRITE-GAP-FINDING THRU
                       END-WRITE-GAP-FINDING
                   PERFORM ACCEPT-TRAIL-RECORD THRU
                       END-ACCEPT-TRAIL-RECORD
                   GO TO END-CHECK-SEQUENCE-GAP
               END-IF
           END-IF.

           ADD WS-GAP-SIZE TO WS-CTL-MISSING.
           MOVE 'MISSING' TO WS-FINDING.
           PERFORM WRITE-GAP-FINDING THRU END-WRITE-GAP-FINDING.
           PERFORM ACCEPT-TRAIL-RECORD THRU END-ACCEPT-TRAIL-RECORD.

       END-CHECK-SEQUENCE-GAP.   EXIT.

      *---------------------------------------------------------------*
      *  Count the register's removals inside WS-GAP-FROM/WS-GAP-TO   *
      *  for this region, and find the chain value of the last one.   *
      *---------------------------------------------------------------*
       CHECK-GAP-REGISTER.

           COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1.
           MOVE 0 TO WS-GAP-REGISTERED.
           MOVE 'N' TO WS-GAP-CHAIN-SW.
           MOVE SPACES TO WS-GAP-ORDER-ID.

           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > REGISTER-COUNT
               IF (RGT-ACTION(WS-RG-IX) = 'P')
                  AND (RGT-REGION(WS-RG-IX) = WS-TRAIL-REGION)
                  AND (RGT-SEQUENCE(WS-RG-IX) NOT < WS-GAP-FROM)
                  AND (RGT-SEQUENCE(WS-RG-IX) NOT > WS-GAP-TO)
                   ADD 1 TO WS-GAP-REGISTERED
                   IF (RGT-SEQUENCE(WS-RG-IX) = WS-GAP-TO)
                       SET GAP-CHAIN-FOUND TO TRUE
                       MOVE RGT-CHAIN(WS-RG-IX) TO WS-GAP-CHAIN
                       MOVE RGT-ORDER-ID(WS-RG-IX) TO WS-GAP-ORDER-ID
                   END-IF
               END-IF
           END-PERFORM.

       END-CHECK-GAP-REGISTER.   EXIT.

      *---------------------------------------------------------------*
      *  A redaction on the register for the record in hand keeps the *
      *  chain value the record was written with.                     *
      *---------------------------------------------------------------*
       FIND-REGISTERED-REDACTION.

           MOVE 'N' TO WS-REDACTION-SW.
           MOVE SPACES TO WS-GAP-ORDER-ID.

           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > REGISTER-COUNT
                      OR REDACTION-REGISTERED
               IF (RGT-ACTION(WS-RG-IX) = 'R')
                  AND (RGT-REGION(WS-RG-IX) = WS-TRAIL-REGION)
                  AND (RGT-SEQUENCE(WS-RG-IX) = WS-TRL-SEQUENCE)
                  AND (RGT-CHAIN(WS-RG-IX) = WS-TRL-CHAIN)
                   SET REDACTION-REGISTERED TO TRUE
                   MOVE RGT-ORDER-ID(WS-RG-IX) TO WS-GAP-ORDER-ID
               END-IF
           END-PERFORM.

       END-FIND-REGISTERED-REDACTION.   EXIT.

      *---------------------------------------------------------------*
      *  A record behind its predecessor, or repeating it. The chain  *
      *  stays where it was.                                          *
      *---------------------------------------------------------------*
       REPORT-OUT-OF-SEQUENCE.

           ADD 1 TO WS-CTL-OUT-OF-SEQUENCE.
           MOVE WS-PREV-SEQUENCE TO WS-EDIT-SEQ-1.
           MOVE SPACES TO WS-FINDING.
           IF (WS-TRL-SEQUENCE = WS-PREV-SEQUENCE)
               MOVE 'OUT OF SEQUENCE - DUPLICATES THE RECORD BEFORE'
                 TO WS-FINDING
           ELSE
               STRING 'OUT OF SEQUENCE - FOLLOWS SEQUENCE '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SEQ-1) DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
           END-IF.
           PERFORM WRITE-SEQUENCE-FINDING THRU
               END-WRITE-SEQUENCE-FINDING.

       END-REPORT-OUT-OF-SEQUENCE.   EXIT.

      *---------------------------------------------------------------*
      *  The record in hand is now the end of the chain. Reaching the *
      *  chain state's last record, the two must agree.               *
      *---------------------------------------------------------------*
       ACCEPT-TRAIL-RECORD.

           MOVE WS-TRL-SEQUENCE TO WS-PREV-SEQUENCE.
           MOVE WS-TRL-SEQUENCE TO WS-CTL-LAST-SEQUENCE.
           MOVE WS-TRL-CHAIN    TO WS-PREV-CHAIN.

           IF (CHAIN-STATE-KNOWN)
              AND (WS-TRL-SEQUENCE = WS-STATE-SEQUENCE)
               SET STATE-RECORD-SEEN TO TRUE
               IF (WS-TRL-CHAIN NOT = WS-STATE-CHAIN)
                   ADD 1 TO WS-CTL-STATE-MISMATCH
                   MOVE 'AT END - NOT THE RECORD THE CHAIN STATE (AUDCHS
      -        'T) RECORDS AS WRITTEN' TO WS-FINDING
                   PERFORM WRITE-SEQUENCE-FINDING THRU
                       END-WRITE-SEQUENCE-FINDING
               END-IF
           END-IF.

       END-ACCEPT-TRAIL-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  After the last record: every record the chain state says     *
      *  was written by the start of the run must have been on file.  *
      *---------------------------------------------------------------*
       CHECK-TRAIL-END.

           IF (NOT CHAIN-STATE-KNOWN)
               MOVE SPACES TO WS-FDL-SEQUENCE
               MOVE SPACES TO WS-TRL-TIMESTAMP
               MOVE 'END OF TRAIL NOT CHECKED - NO CHAIN STATE (AUDCHST)
      -        ' FOR THIS FILE' TO WS-FINDING
               PERFORM WRITE-FINDING THRU END-WRITE-FINDING
               GO TO END-CHECK-TRAIL-END
           END-IF.

           IF (STATE-RECORD-SEEN)
              OR (WS-STATE-SEQUENCE = 0)
              OR (WS-STATE-SEQUENCE NOT > WS-PREV-SEQUENCE)
               GO TO END-CHECK-TRAIL-END
           END-IF.

           COMPUTE WS-GAP-FROM = WS-PREV-SEQUENCE + 1.
           MOVE WS-STATE-SEQUENCE TO WS-GAP-TO.
           PERFORM CHECK-GAP-REGISTER THRU END-CHECK-GAP-REGISTER.
           MOVE SPACES TO WS-TRL-TIMESTAMP.

           IF (WS-GAP-REGISTERED NOT < WS-GAP-SIZE)
              AND (GAP-CHAIN-FOUND)
              AND (WS-GAP-CHAIN = WS-STATE-CHAIN)
               ADD WS-GAP-SIZE TO WS-CTL-REMOVED-AUTH
               MOVE 'REMOVED UNDER ORDER' TO WS-FINDING
           ELSE
               ADD WS-GAP-SIZE TO WS-CTL-MISSING
               MOVE 'AT END - MISSING' TO WS-FINDING
           END-IF.
           PERFORM WRITE-GAP-FINDING THRU END-WRITE-GAP-FINDING.

       END-CHECK-TRAIL-END.   EXIT.

      *---------------------------------------------------------------*
      *  SHA-256 over HSH-PREVIOUS-CHAIN (set by the caller) and the  *
      *  chained part of the record in hand, exactly as the writers   *
      *  compute it. Without ICSF nothing can be verified, so the run *
      *  is abandoned.                                                *
      *---------------------------------------------------------------*
       COMPUTE-CHAIN-VALUE.

           MOVE WS-TRL-IMAGE(1:WS-CHAINED-LENGTH) TO HSH-RECORD-IMAGE.
           MOVE WS-TRAIL-LENGTH TO HSH-TEXT-LENGTH.
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
               DISPLAY 'C2WSTVFY CSNBOWH FAILED, RC=' HSH-RETURN-CODE
                   ' REASON=' HSH-REASON-CODE
               SET HASH-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       END-COMPUTE-CHAIN-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  A run of sequence numbers: WS-FINDING holds what happened to *
      *  them, completed here with the range and, for a removal, the  *
      *  order.                                                       *
      *---------------------------------------------------------------*
       WRITE-GAP-FINDING.

           MOVE WS-GAP-FROM TO WS-EDIT-SEQ-1.
           MOVE WS-GAP-TO   TO WS-EDIT-SEQ-2.
           MOVE WS-GAP-SIZE TO WS-EDIT-COUNT.
           MOVE WS-FINDING TO WS-FDL-FINDING.
           MOVE SPACES TO WS-FINDING.
           IF (WS-FDL-FINDING = 'REMOVED UNDER ORDER')
               STRING 'SEQUENCE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SEQ-1) DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SEQ-2) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      ') REMOVED UNDER ORDER ' DELIMITED BY SIZE
                      WS-GAP-ORDER-ID DELIMITED BY SPACE
                      ' ON PURGREG - AUTHORISED' DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
           ELSE
               STRING WS-FDL-FINDING DELIMITED BY '  '
                      ' - SEQUENCE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SEQ-1) DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SEQ-2) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      ' RECORDS) NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
           END-IF.
           MOVE WS-GAP-FROM TO WS-EDIT-SEQ-1.
           MOVE WS-EDIT-SEQ-1 TO WS-FDL-SEQUENCE.
           PERFORM WRITE-FINDING THRU END-WRITE-FINDING.

       END-WRITE-GAP-FINDING.   EXIT.

       WRITE-SEQUENCE-FINDING.

           MOVE WS-TRL-SEQUENCE TO WS-EDIT-SEQ-1.
           MOVE WS-EDIT-SEQ-1 TO WS-FDL-SEQUENCE.
           PERFORM WRITE-FINDING THRU END-WRITE-FINDING.

       END-WRITE-SEQUENCE-FINDING.   EXIT.

       WRITE-FINDING.

           MOVE WS-TRL-TIMESTAMP TO WS-FDL-TIMESTAMP.
           MOVE WS-FINDING TO WS-FDL-FINDING.
           MOVE WS-FINDING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-FINDING.

       END-WRITE-FINDING.   EXIT.

      *---------------------------------------------------------------*
      *  The verdict on the file, on the report and the job log.      *
      *---------------------------------------------------------------*
       WRITE-CERTIFICATE.

           COMPUTE WS-CTL-BREAKS = WS-CTL-MISSING
                                 + WS-CTL-ALTERED
                                 + WS-CTL-OUT-OF-SEQUENCE
                                 + WS-CTL-OTHER-REGION
                                 + WS-CTL-STATE-MISMATCH.
           COMPUTE WS-CTL-AUTHORISED = WS-CTL-REMOVED-AUTH
                                     + WS-CTL-REDACTED-AUTH.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-CERTIFICATE-LINE.
           MOVE WS-CTL-FIRST-SEQUENCE TO WS-EDIT-SEQ-1.
           MOVE WS-CTL-LAST-SEQUENCE  TO WS-EDIT-SEQ-2.

           EVALUATE TRUE
               WHEN HASH-FAILED
                   MOVE 'NOT CERTIFIED - VERIFICATION ABANDONED, ICSF UN
      -        'AVAILABLE' TO WS-CERTIFICATE-LINE
               WHEN NOT CHAIN-ANCHORED
                   MOVE 'NOTHING TO CERTIFY - NO SEQUENCED RECORDS ON FI
      -        'LE' TO WS-CERTIFICATE-LINE
                   IF (RETURN-CODE < 4)
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-CTL-BREAKS > 0
                   MOVE WS-CTL-BREAKS TO WS-EDIT-COUNT
                   STRING 'NOT CERTIFIED - ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-COUNT)
                              DELIMITED BY SIZE
                          ' BREAKS IN THE CHAIN BETWEEN SEQUENCE '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SEQ-1)
                              DELIMITED BY SIZE
                          ' AND ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SEQ-2)
                              DELIMITED BY SIZE
                       INTO WS-CERTIFICATE-LINE
                   END-STRING
                   IF (RETURN-CODE < 8)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-CTL-AUTHORISED > 0
                   MOVE WS-CTL-AUTHORISED TO WS-EDIT-COUNT
                   STRING 'CERTIFIED UNBROKEN FROM SEQUENCE '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SEQ-1)
                              DELIMITED BY SIZE
                          ' TO ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SEQ-2)
                              DELIMITED BY SIZE
                          ' EXCEPT ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-COUNT)
                              DELIMITED BY SIZE
                          ' AUTHORISED PURGE ACTIONS ON PURGREG'
                              DELIMITED BY SIZE
                       INTO WS-CERTIFICATE-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'CERTIFIED UNBROKEN FROM SEQUENCE '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SEQ-1)
                              DELIMITED BY SIZE
                          ' TO ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SEQ-2)
                              DELIMITED BY SIZE
                       INTO WS-CERTIFICATE-LINE
                   END-STRING
           END-EVALUATE.
           MOVE WS-CERTIFICATE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           DISPLAY 'C2WSTVFY ' WS-TRAIL-ID ' ' WS-CERTIFICATE-LINE.

           IF (WS-CTL-UNSEQUENCED > 0)
               MOVE WS-CTL-UNSEQUENCED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-CERTIFICATE-LINE
               STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      ' RECORDS NOT SEQUENCED, NOT COVERED BY THIS CERTI
      -        'FICATE' DELIMITED BY SIZE
                   INTO WS-CERTIFICATE-LINE
               END-STRING
               MOVE WS-CERTIFICATE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               DISPLAY 'C2WSTVFY ' WS-TRAIL-ID ' ' WS-CERTIFICATE-LINE
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CERTIFICATE.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE 'RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RECORDS-READ TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'FIRST SEQUENCE ON FILE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-FIRST-SEQUENCE TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'LAST SEQUENCE ON FILE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LAST-SEQUENCE TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           IF (CHAIN-STATE-KNOWN)
               MOVE 'LAST SEQUENCE PER AUDCHST:' TO WS-TOT-LABEL
               MOVE WS-STATE-SEQUENCE TO WS-TOT-COUNT
               PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE
           END-IF.
           MOVE 'LINKS VERIFIED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-VERIFIED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'NOT SEQUENCED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-UNSEQUENCED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'MISSING:' TO WS-TOT-LABEL.
           MOVE WS-CTL-MISSING TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ALTERED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ALTERED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'OUT OF SEQUENCE:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OUT-OF-SEQUENCE TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'FROM ANOTHER REGION:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OTHER-REGION TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'DISAGREEING WITH AUDCHST:' TO WS-TOT-LABEL.
           MOVE WS-CTL-STATE-MISMATCH TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'REMOVED - AUTHORISED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-REMOVED-AUTH TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'REDACTED - AUTHORISED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-REDACTED-AUTH TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'PURGE REGISTER ENTRIES:' TO WS-TOT-LABEL.
           MOVE REGISTER-COUNT TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           IF (WS-CTL-REGISTER-IGNORED > 0)
               MOVE 'REGISTER ENTRIES NOT LOADED:' TO WS-TOT-LABEL
               MOVE WS-CTL-REGISTER-IGNORED TO WS-TOT-COUNT
               PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE
               IF (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSTVFY REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSTVFY RECORDS READ      : ' WS-CTL-RECORDS-READ.
           DISPLAY 'C2WSTVFY LINKS VERIFIED    : ' WS-CTL-VERIFIED.
           DISPLAY 'C2WSTVFY MISSING           : ' WS-CTL-MISSING.
           DISPLAY 'C2WSTVFY ALTERED           : ' WS-CTL-ALTERED.
           DISPLAY 'C2WSTVFY NOT SEQUENCED     : ' WS-CTL-UNSEQUENCED.

           IF (VERIFYING-AUDTMSN)
               CLOSE AUDIT-FILE
           ELSE
               CLOSE SECURITY-AUDIT-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY 'C2WSTVFY STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSTVFY.
