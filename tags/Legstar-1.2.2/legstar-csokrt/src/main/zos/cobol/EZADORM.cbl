       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZADORM.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Monthly dormant userid report over EZACICSE's security audit  *
      * trail (SECAUDT). Every userid the socket security files know  *
      * -- a logon baseline on USERPROF, an access window on ACCWNDW  *
      * or a session maximum on SESSCNT -- is looked for among the    *
      * GRANTED records. A userid with no granted logon since the     *
      * cutoff (the run date less the DORMCTL card's number of days;  *
      * ninety when the card is missing or blank) is dormant: staff   *
      * who moved on still have live userids, windows and limits.     *
      * Each dormant userid is listed with its last granted logon     *
      * date and client address, the files that know it and every     *
      * TRUSTIP entry it owns, and written to the REVKPROP proposal   *
      * file for security to work through with EZAREVK.               *
      * Userids the USERREVK register already shows revoked, or       *
      * retained within the review period, are not proposed again;    *
      * they are reported as already actioned, and a revoked userid   *
      * with a granted logon after its revocation is called out.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-CONTROL-FILE ASSIGN TO DORMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMANCY-CONTROL-STATUS.
           SELECT USER-PROFILE-FILE ASSIGN TO USERPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UPF-USERID
               FILE STATUS IS USER-PROFILE-STATUS.
           SELECT ACCESS-WINDOW-FILE ASSIGN TO ACCWNDW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AWD-USERID
               FILE STATUS IS ACCESS-WINDOW-STATUS.
           SELECT SESSION-COUNT-FILE ASSIGN TO SESSCNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SESS-USERID
               FILE STATUS IS SESSION-COUNT-STATUS.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SECURITY-AUDIT-STATUS.
           SELECT TRUSTED-IP-FILE ASSIGN TO TRUSTIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRIP-KEY
               FILE STATUS IS TRUSTED-IP-STATUS.
           SELECT REVOCATION-FILE ASSIGN TO USERREVK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REVK-USERID
               FILE STATUS IS REVOCATION-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO REVKPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROPOSAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTSEC05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      *  Review period in days.                                       *
      *---------------------------------------------------------------*
       FD  DORMANCY-CONTROL-FILE
           RECORDING MODE IS F.
       01  DORMANCY-CONTROL-RECORD.
           05  DCTL-PERIOD-DAYS       PIC 9(3).
           05  FILLER                 PIC X(77).

      *---------------------------------------------------------------*
      *  Layout matches the logon baseline EZAPROF keeps.             *
      *---------------------------------------------------------------*
       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-RECORD.
           05  UPF-USERID             PIC X(8).
           05  UPF-LOGON-COUNT        PIC 9(9) COMP-5.
           05  UPF-MIN-HOUR           PIC 9(2).
           05  UPF-MAX-HOUR           PIC 9(2).
           05  UPF-ADDRESS-COUNT      PIC 9(4) COMP-5.
           05  UPF-KNOWN-ADDRESS      OCCURS 8 TIMES PIC X(32).

       FD  ACCESS-WINDOW-FILE
           RECORDING MODE IS F.
       01  ACCESS-WINDOW-RECORD.
           COPY ACCWNDW.

       FD  SESSION-COUNT-FILE
           RECORDING MODE IS F.
       01  SESSION-COUNT-RECORD.
           COPY SESSCNT.

      *---------------------------------------------------------------*
      *  Layout matches the security audit record written by          *
      *  EZACICSE.                                                    *
      *---------------------------------------------------------------*
       FD  SECURITY-AUDIT-FILE
           RECORDING MODE IS F.
       01  SECURITY-AUDIT-RECORD.
           05  SECA-TIMESTAMP         PIC X(15).
           05  SECA-USERID            PIC X(8).
           05  SECA-CLIENT-IPV4       PIC 9(8) COMP-5.
           05  SECA-CLIENT-IPV6       PIC X(32).
           05  SECA-CLIENT-IPV6-SCOPEID PIC 9(8) COMP-5.
           05  SECA-RESP              PIC S9(8) COMP.
           05  SECA-RESP2             PIC S9(8) COMP.
           05  SECA-STATUS-FLAG       PIC X(1).
               88  ACCESS-GRANTED         VALUE 'A'.
               88  ACCESS-DENIED          VALUE 'D'.
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

       FD  TRUSTED-IP-FILE
           RECORDING MODE IS F.
       01  TRUSTED-IP-RECORD.
           COPY EZATRUST.

      *---------------------------------------------------------------*
      *  Same shared record layout EZAREVK maintains.                 *
      *---------------------------------------------------------------*
       FD  REVOCATION-FILE
           RECORDING MODE IS F.
       01  REVOCATION-RECORD.
           COPY USERREVK.

      *---------------------------------------------------------------*
      *  One proposal per dormant userid; the run date is passed      *
      *  back to EZAREVK when the proposal is decided. A retention    *
      *  that has lapsed is proposed again, marked 'K'.               *
      *---------------------------------------------------------------*
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
       01  PROPOSAL-RECORD.
           05  RVP-RUN-DATE           PIC X(8).
           05  RVP-USERID             PIC X(8).
           05  RVP-LAST-LOGON-DATE    PIC X(8).
           05  RVP-LAST-CLIENT        PIC X(32).
           05  RVP-ON-USERPROF        PIC X(1).
           05  RVP-ON-ACCWNDW         PIC X(1).
           05  RVP-ON-SESSCNT         PIC X(1).
           05  RVP-TRUSTED-COUNT      PIC 9(4).
           05  RVP-CUTOFF-DATE        PIC X(8).
           05  RVP-PREVIOUS-DECISION  PIC X(1).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                   PIC X(132).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  DORMANCY-CONTROL-STATUS       PIC X(2) VALUE '00'.
       77  USER-PROFILE-STATUS           PIC X(2) VALUE '00'.
           88  END-OF-USER-PROFILE-FILE      VALUE '10'.
       77  ACCESS-WINDOW-STATUS          PIC X(2) VALUE '00'.
           88  END-OF-ACCESS-WINDOW-FILE     VALUE '10'.
       77  SESSION-COUNT-STATUS          PIC X(2) VALUE '00'.
           88  END-OF-SESSION-COUNT-FILE     VALUE '10'.
       77  SECURITY-AUDIT-STATUS         PIC X(2) VALUE '00'.
           88  END-OF-SECURITY-AUDIT-FILE    VALUE '10'.
       77  TRUSTED-IP-STATUS             PIC X(2) VALUE '00'.
           88  END-OF-TRUSTED-IP-FILE        VALUE '10'.
       77  REVOCATION-STATUS             PIC X(2) VALUE '00'.
       77  PROPOSAL-FILE-STATUS          PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-REVOCATION-FILE-OPEN       PIC X(1) VALUE 'N'.
           88  REVOCATION-OPEN               VALUE 'Y'.
       77  WS-IX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-TX                         PIC 9(4) COMP-5 VALUE 0.
       77  WS-FOUND                      PIC X(1) VALUE 'N'.
           88  ENTRY-FOUND                   VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Cutoff: the run date backed off by the review period. A      *
      *  last granted logon before it leaves the userid dormant.      *
      *---------------------------------------------------------------*
       77  WS-PERIOD-DAYS                PIC 9(3) VALUE 90.
       77  WS-TODAY                      PIC 9(8) VALUE 0.
       77  WS-TODAY-INTEGER              PIC S9(9) COMP-5 VALUE 0.
       77  WS-CUTOFF-DATE                PIC 9(8) VALUE 0.
       01  WS-DATE-WORK                  PIC X(8).
       01  WS-TODAY-YYMMDD               PIC 9(6) VALUE 0.

      *---------------------------------------------------------------*
      *  Audit timestamps start YYMMDD; the date is widened the same  *
      *  way the run date is.                                         *
      *---------------------------------------------------------------*
       77  WS-LOGON-YYMMDD               PIC 9(6) VALUE 0.
       77  WS-LOGON-DATE                 PIC 9(8) VALUE 0.
       77  WS-DECISION-DATE              PIC 9(8) VALUE 0.
       77  WS-CLIENT-IPV4-DISPLAY        PIC 9(8).
       01  WS-CLIENT-KEY                 PIC X(32) VALUE SPACES.
       77  WS-NEW-USERID                 PIC X(8) VALUE SPACES.
       77  WS-NEW-SOURCE                 PIC X(1) VALUE SPACE.
           88  NEW-FROM-USERPROF             VALUE 'P'.
           88  NEW-FROM-ACCWNDW              VALUE 'W'.
           88  NEW-FROM-SESSCNT              VALUE 'S'.
       77  WS-DEFAULT-WINDOW-USERID      PIC X(8) VALUE '*DEFAULT'.

       77  WS-CTL-USERIDS                PIC 9(9) VALUE 0.
       77  WS-CTL-ON-USERPROF            PIC 9(9) VALUE 0.
       77  WS-CTL-ON-ACCWNDW             PIC 9(9) VALUE 0.
       77  WS-CTL-ON-SESSCNT             PIC 9(9) VALUE 0.
       77  WS-CTL-RECORDS                PIC 9(9) VALUE 0.
       77  WS-CTL-GRANTED                PIC 9(9) VALUE 0.
       77  WS-CTL-UNKNOWN                PIC 9(9) VALUE 0.
       77  WS-CTL-TRUSTED                PIC 9(9) VALUE 0.
       77  WS-CTL-DORMANT                PIC 9(9) VALUE 0.
       77  WS-CTL-PROPOSED               PIC 9(9) VALUE 0.
       77  WS-CTL-LAPSED                 PIC 9(9) VALUE 0.
       77  WS-CTL-REVOKED                PIC 9(9) VALUE 0.
       77  WS-CTL-RETAINED               PIC 9(9) VALUE 0.
       77  WS-CTL-LOGON-AFTER            PIC 9(9) VALUE 0.
       77  WS-CTL-OVERFLOW               PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Every known userid in key order, with the last granted logon *
      *  found and the outcome of the review. Unused entries keep     *
      *  HIGH-VALUES keys so the table stays in order for SEARCH ALL. *
      *---------------------------------------------------------------*
       01  USERID-TABLE.
           05  USERID-COUNT               PIC 9(4) COMP-5 VALUE 0.
           05  USERID-ENTRY OCCURS 3000 TIMES
                   ASCENDING KEY IS USR-USERID
                   INDEXED BY USERID-IX.
               10  USR-USERID             PIC X(8) VALUE HIGH-VALUES.
               10  USR-ON-USERPROF        PIC X(1) VALUE SPACE.
               10  USR-ON-ACCWNDW         PIC X(1) VALUE SPACE.
               10  USR-ON-SESSCNT         PIC X(1) VALUE SPACE.
               10  USR-LAST-LOGON         PIC X(15) VALUE SPACES.
               10  USR-LAST-CLIENT        PIC X(32) VALUE SPACES.
               10  USR-TRUSTED-COUNT      PIC 9(4) COMP-5 VALUE 0.
               10  USR-OUTCOME            PIC X(1) VALUE SPACE.
                   88  USR-ACTIVE             VALUE SPACE.
                   88  USR-PROPOSED           VALUE 'P'.
                   88  USR-REVOKED            VALUE 'R'.
                   88  USR-RETAINED           VALUE 'K'.
                   88  USR-LOGON-AFTER        VALUE 'L'.
                   88  USR-ACTIONED           VALUE 'R' 'K' 'L'.
               10  USR-DECISION-DATE      PIC X(8) VALUE SPACES.
               10  USR-DECIDED-BY         PIC X(8) VALUE SPACES.
               10  USR-REASON             PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Trusted-IP entries owned by a known userid, listed under the *
      *  owner when it is proposed.                                   *
      *---------------------------------------------------------------*
       01  TRUST-TABLE.
           05  TRUST-COUNT                PIC 9(4) COMP-5 VALUE 0.
           05  TRUST-ENTRY OCCURS 1000 TIMES.
               10  TRT-OWNER              PIC X(8).
               10  TRT-KEY                PIC X(32).
               10  TRT-RULE               PIC X(1).
               10  TRT-EXPIRY             PIC 9(8).
               10  TRT-DISABLED           PIC X(1).

       01  WS-PROPOSAL-LINE.
           05  WS-PRP-USERID              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-PRP-LOGON               PIC X(13).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-PRP-CLIENT              PIC X(32).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-PRP-USERPROF            PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-PRP-ACCWNDW             PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-PRP-SESSCNT             PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-PRP-TRUSTED             PIC ZZZZZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-PRP-NOTE                PIC X(30).

       01  WS-TRUST-LINE.
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'TRUSTED '.
           05  WS-TRL-KEY                 PIC X(32).
           05  FILLER                     PIC X(6) VALUE ' RULE '.
           05  WS-TRL-RULE                PIC X(1).
           05  FILLER                     PIC X(9) VALUE '  EXPIRY '.
           05  WS-TRL-EXPIRY              PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-TRL-STATE               PIC X(8).

       01  WS-ACTIONED-LINE.
           05  WS-ACT-USERID              PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ACT-DECISION            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ACT-DATE                PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ACT-BY                  PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ACT-LOGON               PIC X(13).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-ACT-NOTE                PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL               PIC X(28).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM PROLOG THRU END-PROLOG.
           PERFORM LOAD-USER-PROFILES THRU END-LOAD-USER-PROFILES
               UNTIL END-OF-USER-PROFILE-FILE.
           PERFORM LOAD-ACCESS-WINDOWS THRU END-LOAD-ACCESS-WINDOWS
               UNTIL END-OF-ACCESS-WINDOW-FILE.
           PERFORM LOAD-SESSION-COUNTS THRU END-LOAD-SESSION-COUNTS
               UNTIL END-OF-SESSION-COUNT-FILE.
           PERFORM SCAN-SECURITY-AUDIT THRU END-SCAN-SECURITY-AUDIT
               UNTIL END-OF-SECURITY-AUDIT-FILE.
           PERFORM SCAN-TRUSTED-IP THRU END-SCAN-TRUSTED-IP
               UNTIL END-OF-TRUSTED-IP-FILE.
           PERFORM WRITE-REPORT-HEADING THRU
               END-WRITE-REPORT-HEADING.
           PERFORM REVIEW-USERID THRU END-REVIEW-USERID
               VARYING USERID-IX FROM 1 BY 1
               UNTIL USERID-IX > USERID-COUNT.
           PERFORM WRITE-ACTIONED-HEADING THRU
               END-WRITE-ACTIONED-HEADING.
           PERFORM LIST-ACTIONED THRU END-LIST-ACTIONED
               VARYING USERID-IX FROM 1 BY 1
               UNTIL USERID-IX > USERID-COUNT.
           PERFORM WRITE-CONTROL-TOTALS THRU END-WRITE-CONTROL-TOTALS.
           PERFORM EPILOG THRU END-EPILOG.

           GOBACK.

       PROLOG.

           DISPLAY 'EZADORM STARTING ==============================='.
           OPEN INPUT USER-PROFILE-FILE.
           IF (USER-PROFILE-STATUS NOT = '00')
               DISPLAY 'EZADORM USERPROF OPEN FAILED, STATUS='
                   USER-PROFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCESS-WINDOW-FILE.
           IF (ACCESS-WINDOW-STATUS NOT = '00')
               DISPLAY 'EZADORM ACCWNDW OPEN FAILED, STATUS='
                   ACCESS-WINDOW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SESSION-COUNT-FILE.
           IF (SESSION-COUNT-STATUS NOT = '00')
               DISPLAY 'EZADORM SESSCNT OPEN FAILED, STATUS='
                   SESSION-COUNT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SECURITY-AUDIT-FILE.
           IF (SECURITY-AUDIT-STATUS NOT = '00')
               DISPLAY 'EZADORM SECAUDT OPEN FAILED, STATUS='
                   SECURITY-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRUSTED-IP-FILE.
           IF (TRUSTED-IP-STATUS NOT = '00')
               DISPLAY 'EZADORM TRUSTIP OPEN FAILED, STATUS='
                   TRUSTED-IP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           IF (PROPOSAL-FILE-STATUS NOT = '00')
               DISPLAY 'EZADORM REVKPROP OPEN FAILED, STATUS='
                   PROPOSAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'EZADORM REPORT-FILE OPEN FAILED, STATUS='
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      * Before the first review nobody has decided anything, so a
      * missing register only means every dormant userid is proposed.
      *
           OPEN INPUT REVOCATION-FILE.
           IF (REVOCATION-STATUS = '00')
               MOVE 'Y' TO WS-REVOCATION-FILE-OPEN
           ELSE
               DISPLAY 'EZADORM USERREVK NOT AVAILABLE, STATUS='
                   REVOCATION-STATUS
           END-IF.

           OPEN INPUT DORMANCY-CONTROL-FILE.
           IF (DORMANCY-CONTROL-STATUS = '00')
               READ DORMANCY-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF (DCTL-PERIOD-DAYS IS NUMERIC)
                          AND (DCTL-PERIOD-DAYS > 0)
                           MOVE DCTL-PERIOD-DAYS TO WS-PERIOD-DAYS
                       END-IF
               END-READ
               CLOSE DORMANCY-CONTROL-FILE
           END-IF.

           ACCEPT WS-DATE-WORK FROM DATE.
           MOVE WS-DATE-WORK(1:6) TO WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                        - WS-PERIOD-DAYS).

           PERFORM READ-USER-PROFILE THRU END-READ-USER-PROFILE.
           PERFORM READ-ACCESS-WINDOW THRU END-READ-ACCESS-WINDOW.
           PERFORM READ-SESSION-COUNT THRU END-READ-SESSION-COUNT.
           PERFORM READ-SECURITY-AUDIT THRU END-READ-SECURITY-AUDIT.
           PERFORM READ-TRUSTED-IP THRU END-READ-TRUSTED-IP.

       END-PROLOG.   EXIT.

       READ-USER-PROFILE.

           READ USER-PROFILE-FILE NEXT RECORD
               AT END SET END-OF-USER-PROFILE-FILE TO TRUE
           END-READ.

       END-READ-USER-PROFILE.   EXIT.

       READ-ACCESS-WINDOW.

           READ ACCESS-WINDOW-FILE NEXT RECORD
               AT END SET END-OF-ACCESS-WINDOW-FILE TO TRUE
           END-READ.

       END-READ-ACCESS-WINDOW.   EXIT.

       READ-SESSION-COUNT.

           READ SESSION-COUNT-FILE NEXT RECORD
               AT END SET END-OF-SESSION-COUNT-FILE TO TRUE
           END-READ.

       END-READ-SESSION-COUNT.   EXIT.

       READ-SECURITY-AUDIT.

           READ SECURITY-AUDIT-FILE
               AT END SET END-OF-SECURITY-AUDIT-FILE TO TRUE
           END-READ.

       END-READ-SECURITY-AUDIT.   EXIT.

       READ-TRUSTED-IP.

           READ TRUSTED-IP-FILE NEXT RECORD
               AT END SET END-OF-TRUSTED-IP-FILE TO TRUE
           END-READ.

       END-READ-TRUSTED-IP.   EXIT.

      *---------------------------------------------------------------*
      * THE THREE FILES THAT KNOW A USERID ARE MERGED INTO ONE TABLE  *
      * IN KEY ORDER; THE '*DEFAULT' CLASS WINDOW IS NOT A USERID     *
      *---------------------------------------------------------------*
       LOAD-USER-PROFILES.

           ADD 1 TO WS-CTL-ON-USERPROF.
           MOVE UPF-USERID TO WS-NEW-USERID.
           SET NEW-FROM-USERPROF TO TRUE.
           PERFORM ADD-KNOWN-USERID THRU END-ADD-KNOWN-USERID.

           PERFORM READ-USER-PROFILE THRU END-READ-USER-PROFILE.

       END-LOAD-USER-PROFILES.   EXIT.

       LOAD-ACCESS-WINDOWS.

           IF (AWD-USERID NOT = WS-DEFAULT-WINDOW-USERID)
               ADD 1 TO WS-CTL-ON-ACCWNDW
               MOVE AWD-USERID TO WS-NEW-USERID
               SET NEW-FROM-ACCWNDW TO TRUE
               PERFORM ADD-KNOWN-USERID THRU END-ADD-KNOWN-USERID
           END-IF.

           PERFORM READ-ACCESS-WINDOW THRU END-READ-ACCESS-WINDOW.

       END-LOAD-ACCESS-WINDOWS.   EXIT.

       LOAD-SESSION-COUNTS.

           ADD 1 TO WS-CTL-ON-SESSCNT.
           MOVE SESS-USERID TO WS-NEW-USERID.
           SET NEW-FROM-SESSCNT TO TRUE.
           PERFORM ADD-KNOWN-USERID THRU END-ADD-KNOWN-USERID.

           PERFORM READ-SESSION-COUNT THRU END-READ-SESSION-COUNT.

       END-LOAD-SESSION-COUNTS.   EXIT.

      *---------------------------------------------------------------*
      * FIND THE USERID OR INSERT IT IN ORDER BEFORE THE FIRST HIGHER *
      * KEY (THE HIGH-VALUES PADDING AT WORST), SHIFTING THE HIGHER   *
      * KEYS UP ONE, THEN NOTE WHICH FILE KNOWS IT                    *
      *---------------------------------------------------------------*
       ADD-KNOWN-USERID.

           PERFORM FIND-USERID-ENTRY THRU END-FIND-USERID-ENTRY.

           IF (NOT ENTRY-FOUND)
               IF (USERID-COUNT >= 3000)
                   ADD 1 TO WS-CTL-OVERFLOW
                   DISPLAY 'EZADORM USERID-TABLE FULL, SKIPPING USERID='
                       WS-NEW-USERID
                   MOVE 4 TO RETURN-CODE
                   GO TO END-ADD-KNOWN-USERID
               END-IF
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL USR-USERID(WS-IX) > WS-NEW-USERID
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-TX FROM USERID-COUNT BY -1
                       UNTIL WS-TX < WS-IX
                   MOVE USERID-ENTRY(WS-TX) TO USERID-ENTRY(WS-TX + 1)
               END-PERFORM
               ADD 1 TO USERID-COUNT
               ADD 1 TO WS-CTL-USERIDS
               SET USERID-IX TO WS-IX
               MOVE WS-NEW-USERID TO USR-USERID(USERID-IX)
               MOVE SPACE  TO USR-ON-USERPROF(USERID-IX)
               MOVE SPACE  TO USR-ON-ACCWNDW(USERID-IX)
               MOVE SPACE  TO USR-ON-SESSCNT(USERID-IX)
               MOVE SPACES TO USR-LAST-LOGON(USERID-IX)
               MOVE SPACES TO USR-LAST-CLIENT(USERID-IX)
               MOVE 0      TO USR-TRUSTED-COUNT(USERID-IX)
               MOVE SPACE  TO USR-OUTCOME(USERID-IX)
               MOVE SPACES TO USR-DECISION-DATE(USERID-IX)
               MOVE SPACES TO USR-DECIDED-BY(USERID-IX)
               MOVE SPACES TO USR-REASON(USERID-IX)
           END-IF.

           EVALUATE TRUE
               WHEN NEW-FROM-USERPROF
                   MOVE 'Y' TO USR-ON-USERPROF(USERID-IX)
               WHEN NEW-FROM-ACCWNDW
                   MOVE 'Y' TO USR-ON-ACCWNDW(USERID-IX)
               WHEN NEW-FROM-SESSCNT
                   MOVE 'Y' TO USR-ON-SESSCNT(USERID-IX)
           END-EVALUATE.

       END-ADD-KNOWN-USERID.   EXIT.

       FIND-USERID-ENTRY.

           SET WS-FOUND TO 'N'.
           SEARCH ALL USERID-ENTRY
               AT END
                   CONTINUE
               WHEN USR-USERID(USERID-IX) = WS-NEW-USERID
                   SET WS-FOUND TO 'Y'
           END-SEARCH.

       END-FIND-USERID-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      * ONLY A GRANTED LOGON KEEPS A USERID LIVE: THE LATEST ONE      *
      * FOUND, AND THE CLIENT ADDRESS IT CAME FROM, ARE KEPT. LOGONS  *
      * BY USERIDS NO FILE KNOWS ARE COUNTED AND OTHERWISE IGNORED    *
      *---------------------------------------------------------------*
       SCAN-SECURITY-AUDIT.

           ADD 1 TO WS-CTL-RECORDS.

           IF (ACCESS-GRANTED)
               ADD 1 TO WS-CTL-GRANTED
               MOVE SECA-USERID TO WS-NEW-USERID
               PERFORM FIND-USERID-ENTRY THRU END-FIND-USERID-ENTRY
               IF (NOT ENTRY-FOUND)
                   ADD 1 TO WS-CTL-UNKNOWN
               ELSE
                   IF (SECA-TIMESTAMP(1:6) IS NUMERIC)
                      AND (SECA-TIMESTAMP >
                           USR-LAST-LOGON(USERID-IX))
                       PERFORM BUILD-CLIENT-KEY THRU
                           END-BUILD-CLIENT-KEY
                       MOVE SECA-TIMESTAMP TO
                           USR-LAST-LOGON(USERID-IX)
                       MOVE WS-CLIENT-KEY TO
                           USR-LAST-CLIENT(USERID-IX)
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-SECURITY-AUDIT THRU END-READ-SECURITY-AUDIT.

       END-SCAN-SECURITY-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      * BUILD A DISPLAYABLE CLIENT-IP KEY FROM WHICHEVER ADDRESS      *
      * FAMILY THIS RECORD CARRIES, SAME AS EZAPROF                   *
      *---------------------------------------------------------------*
       BUILD-CLIENT-KEY.

           MOVE SPACES TO WS-CLIENT-KEY.
           IF (SECA-CLIENT-IPV6 NOT = SPACES)
               MOVE SECA-CLIENT-IPV6 TO WS-CLIENT-KEY
           ELSE
               MOVE SECA-CLIENT-IPV4 TO WS-CLIENT-IPV4-DISPLAY
               MOVE WS-CLIENT-IPV4-DISPLAY TO WS-CLIENT-KEY
           END-IF.

       END-BUILD-CLIENT-KEY.   EXIT.

      *---------------------------------------------------------------*
      * KEEP THE TRUSTED-IP ENTRIES A KNOWN USERID OWNS               *
      *---------------------------------------------------------------*
       SCAN-TRUSTED-IP.

           ADD 1 TO WS-CTL-TRUSTED.
           MOVE TRIP-OWNER-USERID TO WS-NEW-USERID.
           PERFORM FIND-USERID-ENTRY THRU END-FIND-USERID-ENTRY.

           IF (ENTRY-FOUND)
               IF (TRUST-COUNT >= 1000)
                   ADD 1 TO WS-CTL-OVERFLOW
                   DISPLAY 'EZADORM TRUST-TABLE FULL, SKIPPING ENTRY='
                       TRIP-KEY
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO TRUST-COUNT
                   ADD 1 TO USR-TRUSTED-COUNT(USERID-IX)
                   MOVE TRIP-OWNER-USERID  TO TRT-OWNER(TRUST-COUNT)
                   MOVE TRIP-KEY           TO TRT-KEY(TRUST-COUNT)
                   MOVE TRIP-ACTION        TO TRT-RULE(TRUST-COUNT)
                   MOVE TRIP-EXPIRY-DATE   TO TRT-EXPIRY(TRUST-COUNT)
                   MOVE TRIP-DISABLED-FLAG TO
                       TRT-DISABLED(TRUST-COUNT)
               END-IF
           END-IF.

           PERFORM READ-TRUSTED-IP THRU END-READ-TRUSTED-IP.

       END-SCAN-TRUSTED-IP.   EXIT.

      *---------------------------------------------------------------*
      * DORMANT: NO GRANTED LOGON SINCE THE CUTOFF, OR NONE AT ALL.   *
      * A REVOKED USERID IS ACTIONED WHETHER DORMANT OR NOT; A        *
      * RETENTION HOLDS FOR ONE REVIEW PERIOD, THEN IS PROPOSED AGAIN *
      *---------------------------------------------------------------*
       REVIEW-USERID.

           MOVE 0 TO WS-LOGON-DATE.
           IF (USR-LAST-LOGON(USERID-IX) NOT = SPACES)
               MOVE USR-LAST-LOGON(USERID-IX)(1:6) TO WS-LOGON-YYMMDD
               COMPUTE WS-LOGON-DATE = 20000000 + WS-LOGON-YYMMDD
           END-IF.

           MOVE SPACES TO REVOCATION-RECORD.
           MOVE 0 TO WS-DECISION-DATE.
           IF (REVOCATION-OPEN)
               MOVE USR-USERID(USERID-IX) TO REVK-USERID
               READ REVOCATION-FILE
                   INVALID KEY
                       MOVE SPACES TO REVOCATION-RECORD
                   NOT INVALID KEY
                       IF (REVK-STATUS-DATE IS NUMERIC)
                           MOVE REVK-STATUS-DATE TO WS-DECISION-DATE
                       END-IF
                       MOVE REVK-STATUS-DATE TO
                           USR-DECISION-DATE(USERID-IX)
                       MOVE REVK-DECIDED-BY TO
                           USR-DECIDED-BY(USERID-IX)
                       MOVE REVK-REASON TO USR-REASON(USERID-IX)
               END-READ
           END-IF.

           IF (REVK-REVOKED)
               IF (WS-LOGON-DATE > WS-DECISION-DATE)
                   SET USR-LOGON-AFTER(USERID-IX) TO TRUE
                   ADD 1 TO WS-CTL-LOGON-AFTER
               ELSE
                   SET USR-REVOKED(USERID-IX) TO TRUE
                   ADD 1 TO WS-CTL-REVOKED
               END-IF
               GO TO END-REVIEW-USERID
           END-IF.

           IF (WS-LOGON-DATE NOT < WS-CUTOFF-DATE)
               GO TO END-REVIEW-USERID
           END-IF.

           ADD 1 TO WS-CTL-DORMANT.
           IF (REVK-RETAINED)
              AND (WS-DECISION-DATE NOT < WS-CUTOFF-DATE)
               SET USR-RETAINED(USERID-IX) TO TRUE
               ADD 1 TO WS-CTL-RETAINED
           ELSE
               PERFORM PROPOSE-REVOCATION THRU
                   END-PROPOSE-REVOCATION
           END-IF.

       END-REVIEW-USERID.   EXIT.

       PROPOSE-REVOCATION.

           SET USR-PROPOSED(USERID-IX) TO TRUE.

           MOVE SPACES TO PROPOSAL-RECORD.
           MOVE WS-TODAY                     TO RVP-RUN-DATE.
           MOVE USR-USERID(USERID-IX)        TO RVP-USERID.
           IF (WS-LOGON-DATE > 0)
               MOVE WS-LOGON-DATE            TO RVP-LAST-LOGON-DATE
           END-IF.
           MOVE USR-LAST-CLIENT(USERID-IX)   TO RVP-LAST-CLIENT.
           MOVE USR-ON-USERPROF(USERID-IX)   TO RVP-ON-USERPROF.
           MOVE USR-ON-ACCWNDW(USERID-IX)    TO RVP-ON-ACCWNDW.
           MOVE USR-ON-SESSCNT(USERID-IX)    TO RVP-ON-SESSCNT.
           MOVE USR-TRUSTED-COUNT(USERID-IX) TO RVP-TRUSTED-COUNT.
           MOVE WS-CUTOFF-DATE               TO RVP-CUTOFF-DATE.
           MOVE REVK-STATUS                  TO RVP-PREVIOUS-DECISION.
           WRITE PROPOSAL-RECORD.
           IF (PROPOSAL-FILE-STATUS NOT = '00')
               DISPLAY 'EZADORM REVKPROP WRITE FAILED, STATUS='
                   PROPOSAL-FILE-STATUS
           ELSE
               ADD 1 TO WS-CTL-PROPOSED
           END-IF.

           MOVE SPACES TO WS-PROPOSAL-LINE.
           MOVE USR-USERID(USERID-IX) TO WS-PRP-USERID.
           IF (WS-LOGON-DATE > 0)
               MOVE WS-LOGON-DATE TO WS-PRP-LOGON
           ELSE
               MOVE 'NONE ON TRAIL' TO WS-PRP-LOGON
           END-IF.
           MOVE USR-LAST-CLIENT(USERID-IX) TO WS-PRP-CLIENT.
           IF (USR-ON-USERPROF(USERID-IX) = 'Y')
               MOVE 'PROF' TO WS-PRP-USERPROF
           END-IF.
           IF (USR-ON-ACCWNDW(USERID-IX) = 'Y')
               MOVE 'WNDW' TO WS-PRP-ACCWNDW
           END-IF.
           IF (USR-ON-SESSCNT(USERID-IX) = 'Y')
               MOVE 'SESS' TO WS-PRP-SESSCNT
           END-IF.
           MOVE USR-TRUSTED-COUNT(USERID-IX) TO WS-PRP-TRUSTED.
           IF (REVK-RETAINED)
               ADD 1 TO WS-CTL-LAPSED
               STRING 'RETENTION OF ' DELIMITED BY SIZE
                      REVK-STATUS-DATE DELIMITED BY SIZE
                      ' LAPSED' DELIMITED BY SIZE
                   INTO WS-PRP-NOTE
               END-STRING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PROPOSAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > TRUST-COUNT
               IF (TRT-OWNER(WS-TX) = USR-USERID(USERID-IX))
                   PERFORM LIST-TRUSTED-ENTRY THRU
                       END-LIST-TRUSTED-ENTRY
               END-IF
           END-PERFORM.

       END-PROPOSE-REVOCATION.   EXIT.

       LIST-TRUSTED-ENTRY.

           MOVE TRT-KEY(WS-TX)    TO WS-TRL-KEY.
           MOVE TRT-RULE(WS-TX)   TO WS-TRL-RULE.
           MOVE TRT-EXPIRY(WS-TX) TO WS-TRL-EXPIRY.
           IF (TRT-DISABLED(WS-TX) = 'Y')
               MOVE 'DISABLED' TO WS-TRL-STATE
           ELSE
               MOVE 'ACTIVE' TO WS-TRL-STATE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TRUST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-LIST-TRUSTED-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      * USERIDS ALREADY DECIDED THROUGH EZAREVK                       *
      *---------------------------------------------------------------*
       LIST-ACTIONED.

           IF (NOT USR-ACTIONED(USERID-IX))
               GO TO END-LIST-ACTIONED
           END-IF.

           MOVE SPACES TO WS-ACTIONED-LINE.
           MOVE USR-USERID(USERID-IX) TO WS-ACT-USERID.
           IF (USR-RETAINED(USERID-IX))
               MOVE 'RETAINED' TO WS-ACT-DECISION
           ELSE
               MOVE 'REVOKED' TO WS-ACT-DECISION
           END-IF.
           MOVE USR-DECISION-DATE(USERID-IX) TO WS-ACT-DATE.
           MOVE USR-DECIDED-BY(USERID-IX) TO WS-ACT-BY.
           IF (USR-LAST-LOGON(USERID-IX) = SPACES)
               MOVE 'NONE ON TRAIL' TO WS-ACT-LOGON
           ELSE
               MOVE USR-LAST-LOGON(USERID-IX)(1:6) TO WS-LOGON-YYMMDD
               COMPUTE WS-LOGON-DATE = 20000000 + WS-LOGON-YYMMDD
               MOVE WS-LOGON-DATE TO WS-ACT-LOGON
           END-IF.
           IF (USR-LOGON-AFTER(USERID-IX))
               MOVE '*** GRANTED LOGON AFTER REVOCATION ***'
                   TO WS-ACT-NOTE
           ELSE
               MOVE USR-REASON(USERID-IX) TO WS-ACT-NOTE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACTIONED-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-LIST-ACTIONED.   EXIT.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'DORMANT USERID REVIEW - NO GRANTED LOGON ON SECAUDT'
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NO GRANTED LOGON SINCE ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-PERIOD-DAYS DELIMITED BY SIZE
                  ' DAYS)' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'REVOCATION PROPOSED' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'USERID   LAST LOGON    LAST CLIENT ADDRESS
      -        ' ON FILES       TRUSTED  NOTE' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-REPORT-HEADING.   EXIT.

       WRITE-ACTIONED-HEADING.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ALREADY ACTIONED' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'USERID   DECISION DATE     BY       LAST LOGON    REASO
      -        'N' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

       END-WRITE-ACTIONED-HEADING.   EXIT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.

           MOVE 'USERIDS KNOWN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-USERIDS TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  ON USERPROF:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ON-USERPROF TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  ON ACCWNDW:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ON-ACCWNDW TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  ON SESSCNT:' TO WS-TOT-LABEL.
           MOVE WS-CTL-ON-SESSCNT TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'AUDIT RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RECORDS TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'GRANTED LOGONS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-GRANTED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  BY USERIDS NOT KNOWN:' TO WS-TOT-LABEL.
           MOVE WS-CTL-UNKNOWN TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'TRUSTED ENTRIES READ:' TO WS-TOT-LABEL.
           MOVE WS-CTL-TRUSTED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'DORMANT USERIDS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-DORMANT TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'PROPOSED FOR REVOCATION:' TO WS-TOT-LABEL.
           MOVE WS-CTL-PROPOSED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE '  RETENTION LAPSED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LAPSED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'ALREADY REVOKED:' TO WS-TOT-LABEL.
           MOVE WS-CTL-REVOKED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'RETAINED THIS PERIOD:' TO WS-TOT-LABEL.
           MOVE WS-CTL-RETAINED TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'LOGON AFTER REVOCATION:' TO WS-TOT-LABEL.
           MOVE WS-CTL-LOGON-AFTER TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.
           MOVE 'TABLE OVERFLOWS:' TO WS-TOT-LABEL.
           MOVE WS-CTL-OVERFLOW TO WS-TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE THRU END-WRITE-TOTAL-LINE.

       END-WRITE-CONTROL-TOTALS.   EXIT.

       WRITE-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       END-WRITE-TOTAL-LINE.   EXIT.

       WRITE-REPORT-LINE.

           WRITE REPORT-LINE.
           IF (REPORT-FILE-STATUS NOT = '00')
               DISPLAY 'EZADORM REPORT-FILE WRITE FAILED, STATUS='
                   REPORT-FILE-STATUS
           END-IF.

       END-WRITE-REPORT-LINE.   EXIT.

       EPILOG.

           CLOSE USER-PROFILE-FILE.
           CLOSE ACCESS-WINDOW-FILE.
           CLOSE SESSION-COUNT-FILE.
           CLOSE SECURITY-AUDIT-FILE.
           CLOSE TRUSTED-IP-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE REPORT-FILE.
           IF (REVOCATION-OPEN)
               CLOSE REVOCATION-FILE
           END-IF.
           DISPLAY 'EZADORM PROPOSED: ' WS-CTL-PROPOSED.
           DISPLAY 'EZADORM STOPPING ==============================='.

       END-EPILOG.   EXIT.

       END PROGRAM EZADORM.
