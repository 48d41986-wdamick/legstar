       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSPWCV.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * One-time conversion of the service passwords in CFGMSN and    *
      * CFGC2WS from clear text to enciphered (see the CFGPWD         *
      * copybook). Each record is read, its passwords enciphered,     *
      * the result deciphered again and compared with the original    *
      * before the record is rewritten with its password-form byte    *
      * set to 'E'. A record already marked 'E' is left alone, so the *
      * job can be rerun safely after a failure. A blank password     *
      * (no secondary contracted) stays blank.                        *
      *                                                               *
      * The job refuses to convert anything while CFGPEND holds a     *
      * pending C2WSCFGM change: a change parked before C2WSCFGM      *
      * enciphered its images would otherwise be approved over the    *
      * converted record with its password still in clear. Approve or *
      * reject it first, then rerun.                                  *
      *                                                               *
      * RPTC2W04 lists every record with its outcome -- CONVERTED,    *
      * ALREADY ENCRYPTED or FAILED -- and ends with a statement that *
      * every record is now enciphered, or that some are not. RC 8 if *
      * any record failed or the job refused to run, RC 16 if a file  *
      * could not be opened.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSN-CONFIG-FILE ASSIGN TO CFGMSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MSN-CONFIG-STATUS.
           SELECT C2WS-CONFIG-FILE ASSIGN TO CFGC2WS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C2WS-CONFIG-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO CFGPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CFPD-FILE-ID
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTC2W04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Same record layouts as C2WSCFGM.                             *
      *---------------------------------------------------------------*
       FD  MSN-CONFIG-FILE
           RECORDING MODE IS F.
       01  MSN-CONFIG-RECORD.
           05  MCFG-SERVICE-URI           PIC X(55).
           05  MCFG-USERID                PIC X(8).
           05  MCFG-PASSWORD              PIC X(8).
           05  MCFG-SECONDARY-URI         PIC X(55).
           05  MCFG-SECONDARY-USERID      PIC X(8).
           05  MCFG-SECONDARY-PASSWORD    PIC X(8).
           05  MCFG-AUTO-RECOURSE         PIC X(1).
           05  MCFG-SAFESEARCH-POLICY     PIC X(1).
           05  MCFG-MANDATED-SAFESEARCH   PIC X(32).
           05  MCFG-CACHE-SHARE-APPIDS    PIC X(1).
           05  MCFG-RECV-TIMEOUT-SECS     PIC 9(3).
           05  MCFG-PASSWORD-FORM         PIC X(1).
               88  MCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

       FD  C2WS-CONFIG-FILE
           RECORDING MODE IS F.
       01  C2WS-CONFIG-RECORD.
           05  CCFG-SERVICE-URI           PIC X(57).
           05  CCFG-USERID                PIC X(8).
           05  CCFG-PASSWORD              PIC X(8).
           05  CCFG-DEFAULT-CULTURE       PIC X(32).
           05  CCFG-RECV-TIMEOUT-SECS     PIC 9(3).
           05  CCFG-PASSWORD-FORM         PIC X(1).
               88  CCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

       FD  PENDING-CHANGE-FILE
           RECORDING MODE IS F.
       01  PENDING-CHANGE-RECORD.
           05  CFPD-FILE-ID               PIC X(1).
           05  CFPD-PROPOSER              PIC X(8).
           05  CFPD-TIMESTAMP             PIC X(15).
           05  CFPD-NEW-IMAGE             PIC X(180).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  MSN-CONFIG-STATUS             PIC X(2) VALUE '00'.
       77  C2WS-CONFIG-STATUS            PIC X(2) VALUE '00'.
       77  PENDING-CHANGE-STATUS         PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.

       77  WS-CONFIG-EOF                 PIC X(1) VALUE 'N'.
           88  END-OF-CONFIG-FILE            VALUE 'Y'.
       77  WS-PENDING-FOUND              PIC X(1) VALUE 'N'.
           88  CHANGE-IS-PENDING             VALUE 'Y'.

       01  PWD-CIPHER-PARMS.
           COPY CFGPWD.

      *---------------------------------------------------------------*
      *  One password through encipher and back. WS-CIPHER-VERDICT    *
      *  stays 'Y' only while every password of the record has come   *
      *  back from CSNBDEC exactly as it went in to CSNBENC.          *
      *---------------------------------------------------------------*
       77  WS-ORIGINAL-PASSWORD          PIC X(8) VALUE SPACES.
       77  WS-CIPHERED-PASSWORD          PIC X(8) VALUE SPACES.
       77  WS-CIPHER-VERDICT             PIC X(1) VALUE 'Y'.
           88  CIPHER-VERIFIED               VALUE 'Y'.
           88  CIPHER-FAILED                 VALUE 'N'.
       77  WS-FAILED-REASON              PIC X(40) VALUE SPACES.
       77  WS-RECORD-NUMBER              PIC 9(5) VALUE 0.
      *---------------------------------------------------------------*
      *  The job's own condition code, set into RETURN-CODE at the    *
      *  end: the ICSF calls leave their own value in RETURN-CODE.    *
      *---------------------------------------------------------------*
       77  WS-JOB-RC                     PIC 9(2) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

      *---------------------------------------------------------------*
      *  Control totals.                                              *
      *---------------------------------------------------------------*
       77  WS-CTL-READ                   PIC 9(9) VALUE 0.
       77  WS-CTL-CONVERTED              PIC 9(9) VALUE 0.
       77  WS-CTL-ALREADY                PIC 9(9) VALUE 0.
       77  WS-CTL-FAILED                 PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(40) VALUE
               'CONFIG PASSWORD CONVERSION - RUN DATE '.
           05  WS-HDR-DATE                PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(9) VALUE 'FILE'.
           05  FILLER                     PIC X(8) VALUE 'RECORD'.
           05  FILLER                     PIC X(9) VALUE 'USERID'.
           05  FILLER                     PIC X(20) VALUE 'OUTCOME'.
           05  FILLER                     PIC X(40) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-FILE                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-RECORD              PIC ZZZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-DTL-USERID              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-OUTCOME             PIC X(19).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON              PIC X(40).

       01  WS-REFUSED-LINE.
           05  FILLER                     PIC X(44) VALUE
               'CONVERSION REFUSED: CFGPEND HOLDS A CHANGE '.
           05  FILLER                     PIC X(14) VALUE
               'FOR FILE ID '.
           05  WS-RFL-FILE-ID             PIC X(1).
           05  FILLER                     PIC X(16) VALUE
               ' PROPOSED BY '.
           05  WS-RFL-PROPOSER            PIC X(8).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM CHECK-PENDING-CHANGES THRU
               END-CHECK-PENDING-CHANGES.
           IF (NOT CHANGE-IS-PENDING)
               PERFORM CONVERT-MSN-CONFIG THRU
                   END-CONVERT-MSN-CONFIG
               PERFORM CONVERT-C2WS-CONFIG THRU
                   END-CONVERT-C2WS-CONFIG
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'C2WSPWCV STARTING =============================='.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSPWCV REPORT-FILE OPEN FAILED, STATUS='
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

       END-PROLOG.   EXIT.

      *---------------------------------------------------------------*
      *  Any record on CFGPEND stops the conversion: a change parked  *
      *  before C2WSCFGM enciphered its images would put a clear      *
      *  password back over the converted record when approved.       *
      *---------------------------------------------------------------*
       CHECK-PENDING-CHANGES.

           OPEN INPUT PENDING-CHANGE-FILE.
           IF (PENDING-CHANGE-STATUS NOT = '00')
               DISPLAY 'C2WSPWCV CFGPEND OPEN FAILED, STATUS='
                   PENDING-CHANGE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           READ PENDING-CHANGE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET CHANGE-IS-PENDING TO TRUE
                   MOVE CFPD-FILE-ID  TO WS-RFL-FILE-ID
                   MOVE CFPD-PROPOSER TO WS-RFL-PROPOSER
                   MOVE WS-REFUSED-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE THRU
                       END-WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   MOVE 'APPROVE OR REJECT IT THROUGH C2WSCFGM, THEN RE
      -                 'RUN. NO RECORD WAS CONVERTED.' TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE THRU
                       END-WRITE-REPORT-LINE
                   DISPLAY 'C2WSPWCV REFUSED, CFGPEND HOLDS A CHANGE'
                       ' FOR FILE ID ' CFPD-FILE-ID
           END-READ.

           CLOSE PENDING-CHANGE-FILE.

           IF (NOT CHANGE-IS-PENDING)
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
           END-IF.

       END-CHECK-PENDING-CHANGES.   EXIT.

      *---------------------------------------------------------------*
      *  CFGMSN: the primary and the secondary password.              *
      *---------------------------------------------------------------*
       CONVERT-MSN-CONFIG.

           OPEN I-O MSN-CONFIG-FILE.
           IF (MSN-CONFIG-STATUS NOT = '00')
               DISPLAY 'C2WSPWCV CFGMSN OPEN FAILED, STATUS='
                   MSN-CONFIG-STATUS
               MOVE 16 TO WS-JOB-RC
               GO TO END-CONVERT-MSN-CONFIG
           END-IF.

           MOVE 0 TO WS-RECORD-NUMBER.
           SET WS-CONFIG-EOF TO 'N'.
           PERFORM READ-MSN-CONFIG THRU END-READ-MSN-CONFIG.
           PERFORM CONVERT-MSN-RECORD THRU END-CONVERT-MSN-RECORD
               UNTIL END-OF-CONFIG-FILE.

           CLOSE MSN-CONFIG-FILE.

       END-CONVERT-MSN-CONFIG.   EXIT.

       READ-MSN-CONFIG.

           READ MSN-CONFIG-FILE
               AT END SET END-OF-CONFIG-FILE TO TRUE
           END-READ.

       END-READ-MSN-CONFIG.   EXIT.

       CONVERT-MSN-RECORD.

           ADD 1 TO WS-CTL-READ.
           ADD 1 TO WS-RECORD-NUMBER.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'CFGMSN' TO WS-DTL-FILE.
           MOVE WS-RECORD-NUMBER TO WS-DTL-RECORD.
           MOVE MCFG-USERID TO WS-DTL-USERID.

           IF (MCFG-PASSWORDS-ENCRYPTED)
               PERFORM REPORT-ALREADY-ENCRYPTED THRU
                   END-REPORT-ALREADY-ENCRYPTED
               PERFORM READ-MSN-CONFIG THRU END-READ-MSN-CONFIG
               GO TO END-CONVERT-MSN-RECORD
           END-IF.

           SET CIPHER-VERIFIED TO TRUE.
           MOVE MCFG-PASSWORD TO WS-ORIGINAL-PASSWORD.
           PERFORM ENCIPHER-AND-VERIFY THRU END-ENCIPHER-AND-VERIFY.
           MOVE WS-CIPHERED-PASSWORD TO MCFG-PASSWORD.
           IF (CIPHER-VERIFIED)
               MOVE MCFG-SECONDARY-PASSWORD TO WS-ORIGINAL-PASSWORD
               PERFORM ENCIPHER-AND-VERIFY THRU
                   END-ENCIPHER-AND-VERIFY
               MOVE WS-CIPHERED-PASSWORD TO MCFG-SECONDARY-PASSWORD
           END-IF.
           IF (CIPHER-FAILED)
               PERFORM REPORT-FAILED THRU END-REPORT-FAILED
               PERFORM READ-MSN-CONFIG THRU END-READ-MSN-CONFIG
               GO TO END-CONVERT-MSN-RECORD
           END-IF.

           SET MCFG-PASSWORDS-ENCRYPTED TO TRUE.
           REWRITE MSN-CONFIG-RECORD.
           IF (MSN-CONFIG-STATUS NOT = '00')
               MOVE SPACES TO WS-FAILED-REASON
               STRING 'REWRITE FAILED, STATUS ' DELIMITED BY SIZE
                      MSN-CONFIG-STATUS DELIMITED BY SIZE
                      INTO WS-FAILED-REASON
               END-STRING
               PERFORM REPORT-FAILED THRU END-REPORT-FAILED
           ELSE
               PERFORM REPORT-CONVERTED THRU END-REPORT-CONVERTED
           END-IF.

           PERFORM READ-MSN-CONFIG THRU END-READ-MSN-CONFIG.

       END-CONVERT-MSN-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  CFGC2WS: one password.                                       *
      *---------------------------------------------------------------*
       CONVERT-C2WS-CONFIG.

           OPEN I-O C2WS-CONFIG-FILE.
           IF (C2WS-CONFIG-STATUS NOT = '00')
               DISPLAY 'C2WSPWCV CFGC2WS OPEN FAILED, STATUS='
                   C2WS-CONFIG-STATUS
               MOVE 16 TO WS-JOB-RC
               GO TO END-CONVERT-C2WS-CONFIG
           END-IF.

           MOVE 0 TO WS-RECORD-NUMBER.
           SET WS-CONFIG-EOF TO 'N'.
           PERFORM READ-C2WS-CONFIG THRU END-READ-C2WS-CONFIG.
           PERFORM CONVERT-C2WS-RECORD THRU END-CONVERT-C2WS-RECORD
               UNTIL END-OF-CONFIG-FILE.

           CLOSE C2WS-CONFIG-FILE.

       END-CONVERT-C2WS-CONFIG.   EXIT.

       READ-C2WS-CONFIG.

           READ C2WS-CONFIG-FILE
               AT END SET END-OF-CONFIG-FILE TO TRUE
           END-READ.

       END-READ-C2WS-CONFIG.   EXIT.

       CONVERT-C2WS-RECORD.

           ADD 1 TO WS-CTL-READ.
           ADD 1 TO WS-RECORD-NUMBER.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'CFGC2WS' TO WS-DTL-FILE.
           MOVE WS-RECORD-NUMBER TO WS-DTL-RECORD.
           MOVE CCFG-USERID TO WS-DTL-USERID.

           IF (CCFG-PASSWORDS-ENCRYPTED)
               PERFORM REPORT-ALREADY-ENCRYPTED THRU
                   END-REPORT-ALREADY-ENCRYPTED
               PERFORM READ-C2WS-CONFIG THRU END-READ-C2WS-CONFIG
               GO TO END-CONVERT-C2WS-RECORD
           END-IF.

           SET CIPHER-VERIFIED TO TRUE.
           MOVE CCFG-PASSWORD TO WS-ORIGINAL-PASSWORD.
           PERFORM ENCIPHER-AND-VERIFY THRU END-ENCIPHER-AND-VERIFY.
           MOVE WS-CIPHERED-PASSWORD TO CCFG-PASSWORD.
           IF (CIPHER-FAILED)
               PERFORM REPORT-FAILED THRU END-REPORT-FAILED
               PERFORM READ-C2WS-CONFIG THRU END-READ-C2WS-CONFIG
               GO TO END-CONVERT-C2WS-RECORD
           END-IF.

           SET CCFG-PASSWORDS-ENCRYPTED TO TRUE.
           REWRITE C2WS-CONFIG-RECORD.
           IF (C2WS-CONFIG-STATUS NOT = '00')
               MOVE SPACES TO WS-FAILED-REASON
               STRING 'REWRITE FAILED, STATUS ' DELIMITED BY SIZE
                      C2WS-CONFIG-STATUS DELIMITED BY SIZE
                      INTO WS-FAILED-REASON
               END-STRING
               PERFORM REPORT-FAILED THRU END-REPORT-FAILED
           ELSE
               PERFORM REPORT-CONVERTED THRU END-REPORT-CONVERTED
           END-IF.

           PERFORM READ-C2WS-CONFIG THRU END-READ-C2WS-CONFIG.

       END-CONVERT-C2WS-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Encipher WS-ORIGINAL-PASSWORD into WS-CIPHERED-PASSWORD,     *
      *  then decipher it again and compare: a record is rewritten    *
      *  only if every password on it reads back exactly. A blank     *
      *  password stays blank.                                        *
      *---------------------------------------------------------------*
       ENCIPHER-AND-VERIFY.

           MOVE WS-ORIGINAL-PASSWORD TO WS-CIPHERED-PASSWORD.
           IF (WS-ORIGINAL-PASSWORD = SPACES)
               GO TO END-ENCIPHER-AND-VERIFY
           END-IF.

           MOVE WS-ORIGINAL-PASSWORD TO PWD-CLEAR-TEXT.
           MOVE SPACES TO PWD-CIPHER-TEXT.
           MOVE LOW-VALUES TO PWD-CHAIN-VECTOR.
           CALL 'CSNBENC' USING PWD-RETURN-CODE
                                PWD-REASON-CODE
                                PWD-EXIT-DATA-LENGTH
                                PWD-EXIT-DATA
                                PWD-KEY-LABEL
                                PWD-TEXT-LENGTH
                                PWD-CLEAR-TEXT
                                PWD-INIT-VECTOR
                                PWD-RULE-ARRAY-COUNT
                                PWD-RULE-ARRAY
                                PWD-PAD-CHARACTER
                                PWD-CHAIN-VECTOR
                                PWD-CIPHER-TEXT.
           IF (NOT PWD-CIPHER-OK)
               DISPLAY 'C2WSPWCV CSNBENC FAILED, RC=' PWD-RETURN-CODE
                   ' REASON=' PWD-REASON-CODE
               MOVE 'CSNBENC FAILED, SEE JOB LOG' TO WS-FAILED-REASON
               SET CIPHER-FAILED TO TRUE
               GO TO END-ENCIPHER-AND-VERIFY
           END-IF.
           MOVE PWD-CIPHER-TEXT TO WS-CIPHERED-PASSWORD.

           MOVE SPACES TO PWD-CLEAR-TEXT.
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
           IF (NOT PWD-CIPHER-OK)
               DISPLAY 'C2WSPWCV CSNBDEC FAILED, RC=' PWD-RETURN-CODE
                   ' REASON=' PWD-REASON-CODE
               MOVE 'CSNBDEC FAILED, SEE JOB LOG' TO WS-FAILED-REASON
               SET CIPHER-FAILED TO TRUE
               GO TO END-ENCIPHER-AND-VERIFY
           END-IF.
           IF (PWD-CLEAR-TEXT NOT = WS-ORIGINAL-PASSWORD)
               MOVE 'DECIPHERED VALUE DID NOT MATCH'
                 TO WS-FAILED-REASON
               SET CIPHER-FAILED TO TRUE
           END-IF.
           MOVE SPACES TO PWD-CLEAR-TEXT.
           MOVE SPACES TO WS-ORIGINAL-PASSWORD.

       END-ENCIPHER-AND-VERIFY.   EXIT.

       REPORT-CONVERTED.

           ADD 1 TO WS-CTL-CONVERTED.
           MOVE 'CONVERTED' TO WS-DTL-OUTCOME.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-REPORT-CONVERTED.   EXIT.

       REPORT-ALREADY-ENCRYPTED.

           ADD 1 TO WS-CTL-ALREADY.
           MOVE 'ALREADY ENCRYPTED' TO WS-DTL-OUTCOME.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-REPORT-ALREADY-ENCRYPTED.   EXIT.

      *---------------------------------------------------------------*
      *  The record is left as it was on the file -- still clear.     *
      *---------------------------------------------------------------*
       REPORT-FAILED.

           ADD 1 TO WS-CTL-FAILED.
           MOVE '** FAILED **' TO WS-DTL-OUTCOME.
           MOVE WS-FAILED-REASON TO WS-DTL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-FAILED-REASON.

       END-REPORT-FAILED.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CONVERTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-CONVERTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ALREADY ENCRYPTED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ALREADY TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FAILED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-FAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF (CHANGE-IS-PENDING)
              OR (WS-CTL-FAILED > 0)
              OR (WS-JOB-RC NOT = 0)
               MOVE 'CONVERSION INCOMPLETE - NOT EVERY RECORD IS ENCIPH
      -            'ERED' TO REPORT-LINE
               IF (WS-JOB-RC < 8)
                   MOVE 8 TO WS-JOB-RC
               END-IF
           ELSE
               MOVE 'CONVERSION COMPLETE - EVERY RECORD IS ENCIPHERED'
                 TO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'C2WSPWCV REPORT WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           DISPLAY 'C2WSPWCV RECORDS READ      : ' WS-CTL-READ.
           DISPLAY 'C2WSPWCV CONVERTED         : ' WS-CTL-CONVERTED.
           DISPLAY 'C2WSPWCV ALREADY ENCRYPTED : ' WS-CTL-ALREADY.
           DISPLAY 'C2WSPWCV FAILED            : ' WS-CTL-FAILED.

           CLOSE REPORT-FILE.
           MOVE WS-JOB-RC TO RETURN-CODE.

           DISPLAY 'C2WSPWCV STOPPING =============================='.

       END-EPILOG.   EXIT.

       END PROGRAM C2WSPWCV.
