      *   'A' approve: a SECOND userid (never the proposer) applies   *
      *       the pending record to the live config file;             *
      *   'R' reject: discard the pending record;                     *
      *   'I' inquire: show what is pending and who proposed it;      *
      *   'L' live: return the record in force, so a caller can build *
      *       its proposal from it rather than keying it blind.       *
      * Every propose, approve and reject is appended to the          *
      * CFGCHJRL change journal with the before and after images.     *
      *                                                               *
      * The same transaction keeps the credential calendar (CREDCAL,  *
      * see the CREDCAL copybook): when each userid/password and      *
      * each provider AppID expires, and who owns renewing it.        *
      * CFGM-FILE 'A' names a provider AppID:                         *
      *   'E' expiry: record or replace a credential's issued and     *
      *       expiry dates and its owner;                             *
      *   'Q' query: return a credential's calendar entry;            *
      *   'D' delete: drop the entry of a retired credential.         *
      * Calendar entries need no second approver -- they hold no      *
      * secret -- but 'E' and 'D' are journalled the same way.        *
      *                                                               *
      * Passwords are held enciphered (see the CFGPWD copybook) in    *
      * the config files, the pending record and both journal images. *
      * A proposed password is enciphered here on 'P'; '********' in  *
      * a password field keeps the live password as it stands. 'I'    *
      * returns '********' for every non-blank password, never the    *
      * password itself, and neither does 'L'.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO CFGCHJRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-JOURNAL-STATUS.
      *---------------------------------------------------------------*
      *  One calendar entry per credential, keyed by file and slot.   *
      *---------------------------------------------------------------*
           SELECT CREDENTIAL-CALENDAR-FILE ASSIGN TO CREDCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-KEY
               FILE STATUS IS CREDENTIAL-CALENDAR-STATUS.

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

      *---------------------------------------------------------------*
      *  Layout matches the CFGC2WS record LSC2WSSA loads in PROLOG.  *
           05  CCFG-PASSWORD              PIC X(8).
           05  CCFG-DEFAULT-CULTURE       PIC X(32).
           05  CCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  CCFG-PASSWORD-FORM         PIC X(1).
               88  CCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

       FD  PENDING-CHANGE-FILE
           RECORDING MODE IS F.
               88  JOURNAL-PROPOSED           VALUE 'P'.
               88  JOURNAL-APPROVED           VALUE 'A'.
               88  JOURNAL-REJECTED           VALUE 'R'.
               88  JOURNAL-EXPIRY-RECORDED    VALUE 'E'.
               88  JOURNAL-CREDENTIAL-DROPPED VALUE 'D'.
           05  CFJ-BEFORE-IMAGE           PIC X(180).
           05  CFJ-AFTER-IMAGE            PIC X(180).

       FD  CREDENTIAL-CALENDAR-FILE
           RECORDING MODE IS F.
       01  CREDENTIAL-CALENDAR-RECORD.
           COPY CREDCAL.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       77  C2WS-CONFIG-STATUS            PIC X(2) VALUE '00'.
       77  PENDING-CHANGE-STATUS         PIC X(2) VALUE '00'.
       77  CHANGE-JOURNAL-STATUS         PIC X(2) VALUE '00'.
       77  CREDENTIAL-CALENDAR-STATUS    PIC X(2) VALUE '00'.

      *---------------------------------------------------------------*
      *  Work copies of the live and proposed records, overlaid onto  *
      *  the right layout per file.                                   *
      *---------------------------------------------------------------*
       01  WS-LIVE-IMAGE                 PIC X(180) VALUE SPACES.
       01  WS-LIVE-MSN REDEFINES WS-LIVE-IMAGE.
           05  FILLER                     PIC X(63).
           05  WLM-PASSWORD               PIC X(8).
           05  FILLER                     PIC X(63).
           05  WLM-SECONDARY-PASSWORD     PIC X(8).
           05  FILLER                     PIC X(38).
       01  WS-LIVE-C2WS REDEFINES WS-LIVE-IMAGE.
           05  FILLER                     PIC X(65).
           05  WLC-PASSWORD               PIC X(8).
           05  FILLER                     PIC X(107).
       01  WS-NEW-IMAGE                  PIC X(180) VALUE SPACES.
       01  WS-NEW-MSN REDEFINES WS-NEW-IMAGE.
           05  WSM-SERVICE-URI            PIC X(55).
           05  WSC-RECV-TIMEOUT-SECS      PIC 9(3).
           05  FILLER                     PIC X(72).

      *---------------------------------------------------------------*
      *  Whether the live record's passwords were already enciphered  *
      *  when read; if not they are enciphered in WS-LIVE-IMAGE on    *
      *  the way in, so no clear password reaches a journal image.    *
      *---------------------------------------------------------------*
       77  WS-LIVE-PASSWORD-FORM         PIC X(1) VALUE SPACE.
           88  LIVE-PASSWORDS-ENCRYPTED      VALUE 'E'.
       77  WS-PASSWORD-MASK              PIC X(8) VALUE '********'.
       77  WS-CIPHER-VERDICT             PIC X(1) VALUE 'Y'.
           88  CIPHER-FAILED                 VALUE 'N'.
       01  PWD-CIPHER-PARMS.
           COPY CFGPWD.

       77  WS-PROBE-URI                  PIC X(57) VALUE SPACES.
       77  WS-LIVE-URI                   PIC X(57) VALUE SPACES.
       77  WS-URI-CHANGED                PIC X(1) VALUE 'N'.
           05  CFJ-DATE-WORK              PIC X(8).
           05  CFJ-TIME-OF-DAY            PIC X(6).
       77  WS-NOW-TIMESTAMP              PIC X(15) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The userid live in the config file for the credential slot   *
      *  being recorded, stamped on the calendar entry.               *
      *---------------------------------------------------------------*
       77  WS-CRED-LIVE-USERID           PIC X(8) VALUE SPACES.
      *---------------------------------------------------------------*
      *  The acting userid, taken from the sign-on (ASSIGN USERID)    *
      *  and never from the commarea: dual control is worthless if a  *
      *---------------------------------------------------------------*
       77  WS-ACTING-USERID              PIC X(8) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Every journaled event also goes to the shared administrative *
      *  change log through C2WSADMW, with the passwords masked: the  *
      *  log is printed for the weekly security review.               *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSADMW           PIC X(8) VALUE 'C2WSADMW'.
       77  WS-ADMW-RESP                  PIC S9(9) BINARY VALUE 0.
       01  WS-ADMIN-CHANGE.
           COPY ADMCHG.

      *---------------------------------------------------------------*
      *  Every change is checked against the signed-on userid's roles *
      *  through C2WSAUTH before it is made.                          *
      *---------------------------------------------------------------*
       01  WS-PROGRAM-C2WSAUTH           PIC X(8) VALUE 'C2WSAUTH'.
       77  WS-AUTH-RESP                  PIC S9(9) BINARY VALUE 0.
       77  WS-AUTHORIZED                 PIC X(1) VALUE 'Y'.
           88  ACTION-AUTHORIZED             VALUE 'Y'.
           88  ACTION-REFUSED                VALUE 'N'.
       01  WS-AUTHORIZATION.
           COPY AUTHCHK.

      *---------------------------------------------------------------*
      *  The field an invalid-field refusal names to the caller.      *
      *---------------------------------------------------------------*
       77  WS-ERROR-FIELD                PIC X(20) VALUE SPACES.

       01  W03-RESP                      PIC S9(9) BINARY VALUE 0.
           88  OK-CODE            VALUE 0.
           88  ERROR-CODE         VALUE -1.
             88 CFGM-ACTION-APPROVE          VALUE 'A'.
             88 CFGM-ACTION-REJECT           VALUE 'R'.
             88 CFGM-ACTION-INQUIRE          VALUE 'I'.
             88 CFGM-ACTION-LIVE             VALUE 'L'.
             88 CFGM-ACTION-SET-EXPIRY       VALUE 'E'.
             88 CFGM-ACTION-QUERY-EXPIRY     VALUE 'Q'.
             88 CFGM-ACTION-DROP-EXPIRY      VALUE 'D'.
             88 CFGM-CALENDAR-ACTION         VALUE 'E' 'Q' 'D'.
          05 CFGM-FILE                   PIC X(1).
             88 CFGM-FILE-MSN                VALUE 'M'.
             88 CFGM-FILE-C2WS               VALUE 'C'.
             88 CFGM-FILE-APPID              VALUE 'A'.
      *---------------------------------------------------------------*
      *  No longer used for attribution: the acting userid comes     *
      *  from the caller's sign-on (ASSIGN USERID), so a proposer    *
      *---------------------------------------------------------------*
      *  The complete proposed record image, built by the caller in   *
      *  the target file's own layout (padded with spaces).           *
      *  On 'P' a password of '********' keeps the live password; on  *
      *  'I' every non-blank password comes back as '********'.       *
      *---------------------------------------------------------------*
          05 CFGM-NEW-IMAGE              PIC X(180).
          05 CFGM-PROPOSER               PIC X(8).
          05 CFGM-PENDING-TIMESTAMP      PIC X(15).
          05 CFGM-RETURN-CODE            PIC X(1).
             88 CFGM-OK                      VALUE '0'.
      *      '1' on 'L' means there is no live record.
             88 CFGM-NOTHING-PENDING         VALUE '1'.
             88 CFGM-INVALID-ACTION          VALUE '2'.
             88 CFGM-INVALID-FIELD           VALUE '3'.
             88 CFGM-SELF-APPROVAL           VALUE '5'.
             88 CFGM-ALREADY-PENDING         VALUE '6'.
             88 CFGM-FILE-ERROR              VALUE '7'.
             88 CFGM-NO-SUCH-CREDENTIAL      VALUE '8'.
             88 CFGM-NOT-AUTHORIZED          VALUE '9'.
      *---------------------------------------------------------------*
      *  Credential calendar actions only. The slot is 'PRIMARY' or   *
      *  'SECONDARY' for a config file, the AppID itself for 'A'.     *
      *  Dates are YYYYMMDD. On 'Q' the entry comes back here.        *
      *---------------------------------------------------------------*
          05 CFGM-CREDENTIAL.
             10 CFGM-CRED-SLOT           PIC X(40).
             10 CFGM-CRED-NAME           PIC X(8).
             10 CFGM-CRED-OWNER-USERID   PIC X(8).
             10 CFGM-CRED-OWNER-NAME     PIC X(32).
             10 CFGM-CRED-SET-DATE       PIC 9(8).
             10 CFGM-CRED-EXPIRY-DATE    PIC 9(8).
             10 CFGM-CRED-USERID         PIC X(8).
             10 CFGM-CRED-UPDATED-BY     PIC X(8).
             10 CFGM-CRED-UPDATED-TIMESTAMP
                                         PIC X(15).
      *---------------------------------------------------------------*
      *  Appended: callers built to the shorter commarea still work,  *
      *  without the message. Filled when the role check refuses.     *
      *---------------------------------------------------------------*
          05 CFGM-REFUSAL-MESSAGE        PIC X(80).
      *---------------------------------------------------------------*
      *  Appended after the message: on an invalid-field or probe     *
      *  refusal, the field refused, named as in this commarea        *
      *  without the prefix (a field of the proposed image by its     *
      *  name in the config record, e.g. SERVICE-URI), so a screen    *
      *  can point the user straight at it. Blank otherwise. Callers  *
      *  built shorter still work.                                    *
      *---------------------------------------------------------------*
          05 CFGM-ERROR-FIELD            PIC X(20).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO WS-ERROR-FIELD.
           PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD.

           IF ((NOT CFGM-FILE-MSN) AND (NOT CFGM-FILE-C2WS))
              AND ((NOT CFGM-FILE-APPID) OR (NOT CFGM-CALENDAR-ACTION))
               SET CFGM-INVALID-FIELD TO TRUE
               MOVE 'FILE' TO WS-ERROR-FIELD
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               EXEC CICS RETURN END-EXEC
           END-IF.

               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-AUTHORIZATION THRU END-CHECK-AUTHORIZATION.
           IF (ACTION-REFUSED)
               EXEC CICS RETURN END-EXEC
           END-IF.

           IF (CFGM-CALENDAR-ACTION)
               PERFORM BUILD-NOW-TIMESTAMP THRU
                   END-BUILD-NOW-TIMESTAMP
               PERFORM MAINTAIN-CREDENTIAL-CALENDAR THRU
                   END-MAINTAIN-CREDENTIAL-CALENDAR
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN I-O PENDING-CHANGE-FILE.
           IF (PENDING-CHANGE-STATUS NOT = '00')
               DISPLAY 'C2WSCFGM CFGPEND OPEN FAILED, STATUS='
           PERFORM BUILD-NOW-TIMESTAMP THRU
               END-BUILD-NOW-TIMESTAMP.
           PERFORM READ-LIVE-IMAGE THRU END-READ-LIVE-IMAGE.
           PERFORM SECURE-LIVE-IMAGE THRU END-SECURE-LIVE-IMAGE.
           IF (CIPHER-FAILED)
               SET CFGM-FILE-ERROR TO TRUE
               CLOSE PENDING-CHANGE-FILE
               EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN CFGM-ACTION-PROPOSE
               WHEN CFGM-ACTION-INQUIRE
                   PERFORM INQUIRE-CHANGE THRU
                       END-INQUIRE-CHANGE
               WHEN CFGM-ACTION-LIVE
                   PERFORM INQUIRE-LIVE-IMAGE THRU
                       END-INQUIRE-LIVE-IMAGE
               WHEN OTHER
                   SET CFGM-INVALID-ACTION TO TRUE
           END-EVALUATE.

           MOVE SPACES TO WS-LIVE-IMAGE.
           MOVE SPACES TO WS-LIVE-URI.
           MOVE SPACE  TO WS-LIVE-PASSWORD-FORM.

           IF (CFGM-FILE-MSN)
               OPEN INPUT MSN-CONFIG-FILE
                       NOT AT END
                           MOVE MSN-CONFIG-RECORD TO WS-LIVE-IMAGE
                           MOVE MCFG-SERVICE-URI TO WS-LIVE-URI
                           MOVE MCFG-PASSWORD-FORM
                               TO WS-LIVE-PASSWORD-FORM
                   END-READ
                   CLOSE MSN-CONFIG-FILE
               END-IF
                       NOT AT END
                           MOVE C2WS-CONFIG-RECORD TO WS-LIVE-IMAGE
                           MOVE CCFG-SERVICE-URI TO WS-LIVE-URI
                           MOVE CCFG-PASSWORD-FORM
                               TO WS-LIVE-PASSWORD-FORM
                   END-READ
                   CLOSE C2WS-CONFIG-FILE
               END-IF

       END-READ-LIVE-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      * A LIVE RECORD STILL IN CLEAR (NOT YET CONVERTED) HAS ITS      *
      * PASSWORDS ENCIPHERED IN THE WORK IMAGE, SO THE JOURNAL'S      *
      * BEFORE-IMAGE AND A KEPT PASSWORD ARE ALWAYS ENCIPHERED        *
      *---------------------------------------------------------------*
       SECURE-LIVE-IMAGE.

           SET WS-CIPHER-VERDICT TO 'Y'.
           IF (WS-LIVE-IMAGE = SPACES)
              OR (LIVE-PASSWORDS-ENCRYPTED)
               GO TO END-SECURE-LIVE-IMAGE
           END-IF.

           IF (CFGM-FILE-MSN)
               MOVE WLM-PASSWORD TO PWD-CLEAR-TEXT
               PERFORM ENCIPHER-PASSWORD THRU END-ENCIPHER-PASSWORD
               MOVE PWD-CIPHER-TEXT TO WLM-PASSWORD
               MOVE WLM-SECONDARY-PASSWORD TO PWD-CLEAR-TEXT
               PERFORM ENCIPHER-PASSWORD THRU END-ENCIPHER-PASSWORD
               MOVE PWD-CIPHER-TEXT TO WLM-SECONDARY-PASSWORD
           ELSE
               MOVE WLC-PASSWORD TO PWD-CLEAR-TEXT
               PERFORM ENCIPHER-PASSWORD THRU END-ENCIPHER-PASSWORD
               MOVE PWD-CIPHER-TEXT TO WLC-PASSWORD
           END-IF.
           MOVE SPACES TO PWD-CLEAR-TEXT.

       END-SECURE-LIVE-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      * ENCIPHER ONE PASSWORD (PWD-CLEAR-TEXT) INTO PWD-CIPHER-TEXT   *
      * UNDER THE CKDS KEY THE CFGPWD COPYBOOK NAMES. A BLANK         *
      * PASSWORD STAYS BLANK. A FAILURE SETS CIPHER-FAILED; NOTHING   *
      * IS PARKED OR APPLIED WITH A PASSWORD IN CLEAR.                *
      *---------------------------------------------------------------*
       ENCIPHER-PASSWORD.

           MOVE SPACES TO PWD-CIPHER-TEXT.
           IF (PWD-CLEAR-TEXT = SPACES)
               GO TO END-ENCIPHER-PASSWORD
           END-IF.

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
               DISPLAY 'C2WSCFGM CSNBENC FAILED, RC=' PWD-RETURN-CODE
                   ' REASON=' PWD-REASON-CODE
               MOVE SPACES TO PWD-CIPHER-TEXT
               SET CIPHER-FAILED TO TRUE
           END-IF.

       END-ENCIPHER-PASSWORD.   EXIT.

      *---------------------------------------------------------------*
      * VALIDATE FIELD BY FIELD, PROBE A CHANGED PRIMARY URI, AND     *
      * PARK THE CHANGE FOR A SECOND USERID'S APPROVAL. ONE PENDING   *
               PERFORM PROBE-NEW-URI THRU END-PROBE-NEW-URI
               IF (NOT PROBE-ANSWERED)
                   SET CFGM-PROBE-FAILED TO TRUE
                   MOVE 'SERVICE-URI' TO WS-ERROR-FIELD
                   PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
                   GO TO END-PROPOSE-CHANGE
               END-IF
           END-IF.
                   GO TO END-PROPOSE-CHANGE
           END-READ.

           PERFORM ENCIPHER-NEW-PASSWORDS THRU
               END-ENCIPHER-NEW-PASSWORDS.
           IF (CIPHER-FAILED)
               SET CFGM-FILE-ERROR TO TRUE
               GO TO END-PROPOSE-CHANGE
           END-IF.

           MOVE CFGM-FILE         TO CFPD-FILE-ID.
           MOVE WS-ACTING-USERID  TO CFPD-PROPOSER.
           MOVE WS-NOW-TIMESTAMP  TO CFPD-TIMESTAMP.
           SET WS-URI-CHANGED TO 'N'.

           IF (CFGM-FILE-MSN)
               EVALUATE TRUE
                   WHEN (WSM-SERVICE-URI = SPACES)
                       MOVE 'SERVICE-URI' TO WS-ERROR-FIELD
                   WHEN (WSM-USERID = SPACES)
                       MOVE 'USERID' TO WS-ERROR-FIELD
                   WHEN (WSM-RECV-TIMEOUT-SECS IS NOT NUMERIC)
                       MOVE 'RECV-TIMEOUT-SECS' TO WS-ERROR-FIELD
                   WHEN (WSM-SAFESEARCH-POLICY NOT = 'F')
                    AND (WSM-SAFESEARCH-POLICY NOT = 'R')
                    AND (WSM-SAFESEARCH-POLICY NOT = SPACE)
                       MOVE 'SAFESEARCH-POLICY' TO WS-ERROR-FIELD
               END-EVALUATE
               IF (WS-ERROR-FIELD NOT = SPACES)
                   SET CFGM-INVALID-FIELD TO TRUE
                   PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
                   GO TO END-VALIDATE-NEW-IMAGE
               END-IF
               MOVE SPACES TO WS-PROBE-URI
               MOVE WSM-SERVICE-URI TO WS-PROBE-URI(1:55)
           ELSE
               EVALUATE TRUE
                   WHEN (WSC-SERVICE-URI = SPACES)
                       MOVE 'SERVICE-URI' TO WS-ERROR-FIELD
                   WHEN (WSC-USERID = SPACES)
                       MOVE 'USERID' TO WS-ERROR-FIELD
                   WHEN (WSC-RECV-TIMEOUT-SECS IS NOT NUMERIC)
                       MOVE 'RECV-TIMEOUT-SECS' TO WS-ERROR-FIELD
               END-EVALUATE
               IF (WS-ERROR-FIELD NOT = SPACES)
                   SET CFGM-INVALID-FIELD TO TRUE
                   PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
                   GO TO END-VALIDATE-NEW-IMAGE
               END-IF
               MOVE WSC-SERVICE-URI TO WS-PROBE-URI

       END-VALIDATE-NEW-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      * ENCIPHER THE PROPOSED PASSWORDS IN WS-NEW-IMAGE BEFORE THEY   *
      * ARE PARKED. '********' KEEPS THE LIVE (ENCIPHERED) PASSWORD.  *
      *---------------------------------------------------------------*
       ENCIPHER-NEW-PASSWORDS.

           SET WS-CIPHER-VERDICT TO 'Y'.

           IF (CFGM-FILE-MSN)
               IF (WSM-PASSWORD = WS-PASSWORD-MASK)
                   MOVE WLM-PASSWORD TO WSM-PASSWORD
               ELSE
                   MOVE WSM-PASSWORD TO PWD-CLEAR-TEXT
                   PERFORM ENCIPHER-PASSWORD THRU END-ENCIPHER-PASSWORD
                   MOVE PWD-CIPHER-TEXT TO WSM-PASSWORD
               END-IF
               IF (WSM-SECONDARY-PASSWORD = WS-PASSWORD-MASK)
                   MOVE WLM-SECONDARY-PASSWORD TO WSM-SECONDARY-PASSWORD
               ELSE
                   MOVE WSM-SECONDARY-PASSWORD TO PWD-CLEAR-TEXT
                   PERFORM ENCIPHER-PASSWORD THRU END-ENCIPHER-PASSWORD
                   MOVE PWD-CIPHER-TEXT TO WSM-SECONDARY-PASSWORD
               END-IF
           ELSE
               IF (WSC-PASSWORD = WS-PASSWORD-MASK)
                   MOVE WLC-PASSWORD TO WSC-PASSWORD
               ELSE
                   MOVE WSC-PASSWORD TO PWD-CLEAR-TEXT
                   PERFORM ENCIPHER-PASSWORD THRU END-ENCIPHER-PASSWORD
                   MOVE PWD-CIPHER-TEXT TO WSC-PASSWORD
               END-IF
           END-IF.
           MOVE SPACES TO PWD-CLEAR-TEXT.

       END-ENCIPHER-NEW-PASSWORDS.   EXIT.

      *---------------------------------------------------------------*
      * ONE MINIMAL INVOKE AGAINST THE PROPOSED URI, C2WSHB-STYLE.    *
      * ANY ANSWER PASSES; A DEAD ADDRESS REFUSES THE PROPOSAL        *
                       GO TO END-APPROVE-CHANGE
               END-READ
               MOVE WS-NEW-IMAGE(1:180) TO MSN-CONFIG-RECORD
               SET MCFG-PASSWORDS-ENCRYPTED TO TRUE
               REWRITE MSN-CONFIG-RECORD
               IF (MSN-CONFIG-STATUS NOT = '00')
                   SET CFGM-FILE-ERROR TO TRUE
                       GO TO END-APPROVE-CHANGE
               END-READ
               MOVE WS-NEW-IMAGE(1:108) TO C2WS-CONFIG-RECORD
               SET CCFG-PASSWORDS-ENCRYPTED TO TRUE
               REWRITE C2WS-CONFIG-RECORD
               IF (C2WS-CONFIG-STATUS NOT = '00')
                   SET CFGM-FILE-ERROR TO TRUE
               INVALID KEY
                   SET CFGM-NOTHING-PENDING TO TRUE
               NOT INVALID KEY
                   MOVE CFPD-NEW-IMAGE TO WS-NEW-IMAGE
                   PERFORM MASK-NEW-PASSWORDS THRU
                       END-MASK-NEW-PASSWORDS
                   MOVE WS-NEW-IMAGE   TO CFGM-NEW-IMAGE
                   MOVE CFPD-PROPOSER  TO CFGM-PROPOSER
                   MOVE CFPD-TIMESTAMP TO CFGM-PENDING-TIMESTAMP
                   SET CFGM-OK TO TRUE

       END-INQUIRE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * RETURN THE LIVE RECORD IN FORCE, PASSWORDS MASKED THE SAME    *
      * WAY AS ON INQUIRY                                             *
      *---------------------------------------------------------------*
       INQUIRE-LIVE-IMAGE.

           IF (WS-LIVE-IMAGE = SPACES)
               SET CFGM-NOTHING-PENDING TO TRUE
               GO TO END-INQUIRE-LIVE-IMAGE
           END-IF.

           MOVE WS-LIVE-IMAGE TO WS-NEW-IMAGE.
           PERFORM MASK-NEW-PASSWORDS THRU END-MASK-NEW-PASSWORDS.
           MOVE WS-NEW-IMAGE TO CFGM-NEW-IMAGE.
           SET CFGM-OK TO TRUE.

       END-INQUIRE-LIVE-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      * NO PASSWORD LEAVES THIS PROGRAM: EVERY NON-BLANK PASSWORD IN  *
      * THE IMAGE RETURNED ON INQUIRY IS REPLACED BY '********'       *
      *---------------------------------------------------------------*
       MASK-NEW-PASSWORDS.

           IF (CFGM-FILE-MSN)
               IF (WSM-PASSWORD NOT = SPACES)
                   MOVE WS-PASSWORD-MASK TO WSM-PASSWORD
               END-IF
               IF (WSM-SECONDARY-PASSWORD NOT = SPACES)
                   MOVE WS-PASSWORD-MASK TO WSM-SECONDARY-PASSWORD
               END-IF
           ELSE
               IF (WSC-PASSWORD NOT = SPACES)
                   MOVE WS-PASSWORD-MASK TO WSC-PASSWORD
               END-IF
           END-IF.

       END-MASK-NEW-PASSWORDS.   EXIT.

      *---------------------------------------------------------------*
      * ONE JOURNAL ENTRY PER PROPOSE/APPROVE/REJECT, WITH BEFORE     *
      * AND AFTER IMAGES. THE SAME EVENT GOES TO THE ADMINISTRATIVE   *
      * CHANGE LOG                                                    *
      *---------------------------------------------------------------*
       WRITE-CHANGE-JOURNAL.

           PERFORM WRITE-ADMIN-CHANGE THRU
               END-WRITE-ADMIN-CHANGE.

           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF (CHANGE-JOURNAL-STATUS NOT = '00')
               DISPLAY 'C2WSCFGM CFGCHJRL OPEN FAILED, STATUS='

       END-WRITE-CHANGE-JOURNAL.   EXIT.

      *---------------------------------------------------------------*
      * HAVE C2WSAUTH CHECK THE SIGNED-ON USERID'S ROLES ALLOW THE    *
      * CHANGE. AN INQUIRY OR QUERY IS NOT CHECKED.                   *
      * IF THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED             *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.

           SET ACTION-AUTHORIZED TO TRUE.
           IF (NOT CFGM-ACTION-PROPOSE) AND (NOT CFGM-ACTION-APPROVE)
              AND (NOT CFGM-ACTION-REJECT)
              AND (NOT CFGM-ACTION-SET-EXPIRY)
              AND (NOT CFGM-ACTION-DROP-EXPIRY)
               GO TO END-CHECK-AUTHORIZATION
           END-IF.

           MOVE SPACES      TO WS-AUTHORIZATION.
           MOVE 'C2WSCFGM'  TO AUTH-PROGRAM.
           MOVE CFGM-ACTION TO AUTH-ACTION.
           IF (CFGM-CALENDAR-ACTION)
               MOVE 'CREDCAL' TO AUTH-FILE
               STRING CFGM-FILE      DELIMITED BY SIZE
                      CFGM-CRED-SLOT DELIMITED BY SIZE
                      INTO AUTH-KEY
               END-STRING
           ELSE
               MOVE 'CONFIG RECORD' TO AUTH-KEY
               IF (CFGM-FILE-MSN)
                   MOVE 'CFGMSN' TO AUTH-FILE
               ELSE
                   MOVE 'CFGC2WS' TO AUTH-FILE
               END-IF
           END-IF.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSAUTH)
               COMMAREA(WS-AUTHORIZATION)
               LENGTH(LENGTH OF WS-AUTHORIZATION)
               RESP(WS-AUTH-RESP)
           END-EXEC.

           IF (WS-AUTH-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSCFGM C2WSAUTH LINK FAILED, RESP='
                   WS-AUTH-RESP
               MOVE 'AUTHORIZATION CHECK UNAVAILABLE - ACTION REFUSED'
                 TO AUTH-MESSAGE
           END-IF.

           IF (NOT AUTH-GRANTED)
               SET ACTION-REFUSED TO TRUE
               SET CFGM-NOT-AUTHORIZED TO TRUE
               IF (EIBCALEN >= LENGTH OF DFHCOMMAREA
                                - LENGTH OF CFGM-ERROR-FIELD)
                   MOVE AUTH-MESSAGE TO CFGM-REFUSAL-MESSAGE
               END-IF
           END-IF.

       END-CHECK-AUTHORIZATION.   EXIT.

      *---------------------------------------------------------------*
      * RECORD THE EVENT IN THE ADMINISTRATIVE CHANGE LOG: A CONFIG   *
      * PROPOSAL, APPROVAL OR REJECTION AGAINST THE CONFIG FILE, OR A *
      * CREDENTIAL CALENDAR ENTRY RECORDED OR DROPPED. NO PASSWORD,   *
      * CLEAR OR ENCIPHERED, GOES INTO THE LOG                        *
      *---------------------------------------------------------------*
       WRITE-ADMIN-CHANGE.

           MOVE SPACES        TO WS-ADMIN-CHANGE.
           MOVE WS-LIVE-IMAGE TO ACHG-BEFORE-VALUE.
           MOVE WS-NEW-IMAGE  TO ACHG-AFTER-VALUE.

           EVALUATE TRUE
               WHEN JOURNAL-PROPOSED
                   SET ACHG-PROPOSED TO TRUE
               WHEN JOURNAL-APPROVED
                   SET ACHG-CHANGED TO TRUE
               WHEN JOURNAL-REJECTED
                   SET ACHG-REJECTED TO TRUE
               WHEN JOURNAL-EXPIRY-RECORDED
                   IF (WS-LIVE-IMAGE = SPACES)
                       SET ACHG-ADDED TO TRUE
                   ELSE
                       SET ACHG-CHANGED TO TRUE
                   END-IF
               WHEN JOURNAL-CREDENTIAL-DROPPED
                   SET ACHG-DELETED TO TRUE
           END-EVALUATE.

           IF (JOURNAL-EXPIRY-RECORDED) OR (JOURNAL-CREDENTIAL-DROPPED)
               MOVE 'CREDCAL' TO ACHG-FILE
               STRING CFGM-FILE      DELIMITED BY SIZE
                      CFGM-CRED-SLOT DELIMITED BY SIZE
                      INTO ACHG-KEY
               END-STRING
           ELSE
               MOVE 'CONFIG RECORD' TO ACHG-KEY
               IF (CFGM-FILE-MSN)
                   MOVE 'CFGMSN' TO ACHG-FILE
                   IF (ACHG-BEFORE-VALUE(64:8) NOT = SPACES)
                       MOVE WS-PASSWORD-MASK TO ACHG-BEFORE-VALUE(64:8)
                   END-IF
                   IF (ACHG-BEFORE-VALUE(135:8) NOT = SPACES)
                       MOVE WS-PASSWORD-MASK TO ACHG-BEFORE-VALUE(135:8)
                   END-IF
                   IF (ACHG-AFTER-VALUE(64:8) NOT = SPACES)
                       MOVE WS-PASSWORD-MASK TO ACHG-AFTER-VALUE(64:8)
                   END-IF
                   IF (ACHG-AFTER-VALUE(135:8) NOT = SPACES)
                       MOVE WS-PASSWORD-MASK TO ACHG-AFTER-VALUE(135:8)
                   END-IF
               ELSE
                   MOVE 'CFGC2WS' TO ACHG-FILE
                   IF (ACHG-BEFORE-VALUE(66:8) NOT = SPACES)
                       MOVE WS-PASSWORD-MASK TO ACHG-BEFORE-VALUE(66:8)
                   END-IF
                   IF (ACHG-AFTER-VALUE(66:8) NOT = SPACES)
                       MOVE WS-PASSWORD-MASK TO ACHG-AFTER-VALUE(66:8)
                   END-IF
               END-IF
           END-IF.

           EXEC CICS LINK PROGRAM(WS-PROGRAM-C2WSADMW)
               COMMAREA(WS-ADMIN-CHANGE)
               LENGTH(LENGTH OF WS-ADMIN-CHANGE)
               RESP(WS-ADMW-RESP)
           END-EXEC.

           IF (WS-ADMW-RESP NOT = DFHRESP(NORMAL))
               DISPLAY 'C2WSCFGM C2WSADMW LINK FAILED, RESP='
                   WS-ADMW-RESP
           END-IF.

       END-WRITE-ADMIN-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * CREDENTIAL CALENDAR: RECORD, QUERY OR DROP ONE CREDENTIAL'S   *
      * EXPIRY ENTRY                                                  *
      *---------------------------------------------------------------*
       MAINTAIN-CREDENTIAL-CALENDAR.

           IF (CFGM-CRED-SLOT = SPACES)
              OR ((CFGM-FILE-MSN)
                  AND (CFGM-CRED-SLOT NOT = 'PRIMARY')
                  AND (CFGM-CRED-SLOT NOT = 'SECONDARY'))
              OR ((CFGM-FILE-C2WS)
                  AND (CFGM-CRED-SLOT NOT = 'PRIMARY'))
               SET CFGM-INVALID-FIELD TO TRUE
               MOVE 'CRED-SLOT' TO WS-ERROR-FIELD
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               GO TO END-MAINTAIN-CREDENTIAL-CALENDAR
           END-IF.

           OPEN I-O CREDENTIAL-CALENDAR-FILE.
           IF (CREDENTIAL-CALENDAR-STATUS NOT = '00')
               DISPLAY 'C2WSCFGM CREDCAL OPEN FAILED, STATUS='
                   CREDENTIAL-CALENDAR-STATUS
               SET CFGM-FILE-ERROR TO TRUE
               GO TO END-MAINTAIN-CREDENTIAL-CALENDAR
           END-IF.

           EVALUATE TRUE
               WHEN CFGM-ACTION-SET-EXPIRY
                   PERFORM SET-CREDENTIAL-EXPIRY THRU
                       END-SET-CREDENTIAL-EXPIRY
               WHEN CFGM-ACTION-QUERY-EXPIRY
                   PERFORM QUERY-CREDENTIAL-EXPIRY THRU
                       END-QUERY-CREDENTIAL-EXPIRY
               WHEN CFGM-ACTION-DROP-EXPIRY
                   PERFORM DROP-CREDENTIAL-EXPIRY THRU
                       END-DROP-CREDENTIAL-EXPIRY
           END-EVALUATE.

           CLOSE CREDENTIAL-CALENDAR-FILE.

       END-MAINTAIN-CREDENTIAL-CALENDAR.   EXIT.

      *---------------------------------------------------------------*
      * RECORD OR REPLACE THE ENTRY. THE USERID IS TAKEN FROM THE     *
      * LIVE CONFIG FILE, NOT THE CALLER, SO THE NIGHTLY JOB CAN TELL *
      * WHEN THE CREDENTIAL HAS SINCE BEEN CHANGED UNDER THE ENTRY.   *
      *---------------------------------------------------------------*
       SET-CREDENTIAL-EXPIRY.

           EVALUATE TRUE
               WHEN (CFGM-CRED-NAME = SPACES)
                   MOVE 'CRED-NAME' TO WS-ERROR-FIELD
               WHEN (CFGM-CRED-OWNER-USERID = SPACES)
                   MOVE 'CRED-OWNER-USERID' TO WS-ERROR-FIELD
               WHEN (CFGM-CRED-SET-DATE IS NOT NUMERIC)
                   MOVE 'CRED-SET-DATE' TO WS-ERROR-FIELD
               WHEN (CFGM-CRED-EXPIRY-DATE IS NOT NUMERIC)
                 OR (CFGM-CRED-EXPIRY-DATE < 19000101)
                   MOVE 'CRED-EXPIRY-DATE' TO WS-ERROR-FIELD
               WHEN (CFGM-CRED-SET-DATE > CFGM-CRED-EXPIRY-DATE)
                   MOVE 'CRED-SET-DATE' TO WS-ERROR-FIELD
           END-EVALUATE.
           IF (WS-ERROR-FIELD NOT = SPACES)
               SET CFGM-INVALID-FIELD TO TRUE
               PERFORM NAME-ERROR-FIELD THRU END-NAME-ERROR-FIELD
               GO TO END-SET-CREDENTIAL-EXPIRY
           END-IF.

           MOVE SPACES TO WS-CRED-LIVE-USERID.
           IF (NOT CFGM-FILE-APPID)
               PERFORM READ-LIVE-IMAGE THRU END-READ-LIVE-IMAGE
               MOVE WS-LIVE-IMAGE TO WS-NEW-IMAGE
               IF (CFGM-FILE-C2WS)
                   MOVE WSC-USERID TO WS-CRED-LIVE-USERID
               ELSE
                   IF (CFGM-CRED-SLOT = 'PRIMARY')
                       MOVE WSM-USERID TO WS-CRED-LIVE-USERID
                   ELSE
                       MOVE WSM-SECONDARY-USERID
                         TO WS-CRED-LIVE-USERID
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-LIVE-IMAGE.
           MOVE CFGM-FILE      TO CRED-FILE-ID.
           MOVE CFGM-CRED-SLOT TO CRED-SLOT.
           READ CREDENTIAL-CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CREDENTIAL-CALENDAR-RECORD TO WS-LIVE-IMAGE
           END-READ.

           MOVE CFGM-FILE              TO CRED-FILE-ID.
           MOVE CFGM-CRED-SLOT         TO CRED-SLOT.
           MOVE CFGM-CRED-NAME         TO CRED-NAME.
           MOVE WS-CRED-LIVE-USERID    TO CRED-USERID.
           MOVE CFGM-CRED-OWNER-USERID TO CRED-OWNER-USERID.
           MOVE CFGM-CRED-OWNER-NAME   TO CRED-OWNER-NAME.
           MOVE CFGM-CRED-SET-DATE     TO CRED-SET-DATE.
           MOVE CFGM-CRED-EXPIRY-DATE  TO CRED-EXPIRY-DATE.
           SET CRED-NOT-YET-WARNED TO TRUE.
           MOVE WS-ACTING-USERID       TO CRED-UPDATED-BY.
           MOVE WS-NOW-TIMESTAMP       TO CRED-UPDATED-TIMESTAMP.

           IF (WS-LIVE-IMAGE = SPACES)
               WRITE CREDENTIAL-CALENDAR-RECORD
           ELSE
               REWRITE CREDENTIAL-CALENDAR-RECORD
           END-IF.
           IF (CREDENTIAL-CALENDAR-STATUS NOT = '00')
               SET CFGM-FILE-ERROR TO TRUE
               GO TO END-SET-CREDENTIAL-EXPIRY
           END-IF.

           MOVE CRED-USERID            TO CFGM-CRED-USERID.
           MOVE CRED-UPDATED-BY        TO CFGM-CRED-UPDATED-BY.
           MOVE CRED-UPDATED-TIMESTAMP TO CFGM-CRED-UPDATED-TIMESTAMP.

           SET CFGM-OK TO TRUE.
           MOVE SPACES TO WS-NEW-IMAGE.
           MOVE CREDENTIAL-CALENDAR-RECORD TO WS-NEW-IMAGE.
           MOVE 'E' TO CFJ-EVENT.
           PERFORM WRITE-CHANGE-JOURNAL THRU
               END-WRITE-CHANGE-JOURNAL.

       END-SET-CREDENTIAL-EXPIRY.   EXIT.

       QUERY-CREDENTIAL-EXPIRY.

           MOVE CFGM-FILE      TO CRED-FILE-ID.
           MOVE CFGM-CRED-SLOT TO CRED-SLOT.
           READ CREDENTIAL-CALENDAR-FILE
               INVALID KEY
                   SET CFGM-NO-SUCH-CREDENTIAL TO TRUE
               NOT INVALID KEY
                   MOVE CRED-NAME         TO CFGM-CRED-NAME
                   MOVE CRED-OWNER-USERID TO CFGM-CRED-OWNER-USERID
                   MOVE CRED-OWNER-NAME   TO CFGM-CRED-OWNER-NAME
                   MOVE CRED-SET-DATE     TO CFGM-CRED-SET-DATE
                   MOVE CRED-EXPIRY-DATE  TO CFGM-CRED-EXPIRY-DATE
                   MOVE CRED-USERID       TO CFGM-CRED-USERID
                   MOVE CRED-UPDATED-BY   TO CFGM-CRED-UPDATED-BY
                   MOVE CRED-UPDATED-TIMESTAMP
                     TO CFGM-CRED-UPDATED-TIMESTAMP
                   SET CFGM-OK TO TRUE
           END-READ.

       END-QUERY-CREDENTIAL-EXPIRY.   EXIT.

       DROP-CREDENTIAL-EXPIRY.

           MOVE CFGM-FILE      TO CRED-FILE-ID.
           MOVE CFGM-CRED-SLOT TO CRED-SLOT.
           READ CREDENTIAL-CALENDAR-FILE
               INVALID KEY
                   SET CFGM-NO-SUCH-CREDENTIAL TO TRUE
                   GO TO END-DROP-CREDENTIAL-EXPIRY
           END-READ.

           MOVE SPACES TO WS-LIVE-IMAGE.
           MOVE CREDENTIAL-CALENDAR-RECORD TO WS-LIVE-IMAGE.
           DELETE CREDENTIAL-CALENDAR-FILE RECORD.
           IF (CREDENTIAL-CALENDAR-STATUS NOT = '00')
               SET CFGM-FILE-ERROR TO TRUE
               GO TO END-DROP-CREDENTIAL-EXPIRY
           END-IF.

           SET CFGM-OK TO TRUE.
           MOVE SPACES TO WS-NEW-IMAGE.
           MOVE 'D' TO CFJ-EVENT.
           PERFORM WRITE-CHANGE-JOURNAL THRU
               END-WRITE-CHANGE-JOURNAL.

       END-DROP-CREDENTIAL-EXPIRY.   EXIT.

      *---------------------------------------------------------------*
      * NAME THE REFUSED FIELD BACK TO A CALLER BUILT TO THE FULL     *
      * COMMAREA (BLANK CLEARS IT)                                    *
      *---------------------------------------------------------------*
       NAME-ERROR-FIELD.

           IF (EIBCALEN >= LENGTH OF DFHCOMMAREA)
               MOVE WS-ERROR-FIELD TO CFGM-ERROR-FIELD
           END-IF.

       END-NAME-ERROR-FIELD.   EXIT.

       END PROGRAM C2WSCFGM.
