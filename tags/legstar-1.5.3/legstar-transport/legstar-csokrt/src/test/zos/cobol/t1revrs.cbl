       PROCESS XOPTS(SP APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T1REVRS.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Commarea-driven reversal of one journaled change to the FILEA *
      * customer master (same mold as T1CUSTM). The caller names the  *
      * FILEJRNL entry by its timestamp and customer key; the         *
      * customer's record is put back to that entry's before image -- *
      * an add is undone by deleting the record, a delete by writing  *
      * it back, anything else by rewriting it -- instead of a teller *
      * keying the correction from memory.                            *
      *                                                               *
      * A reversal is only safe against the state the entry left      *
      * behind. If the journal holds later entries for the same       *
      * customer, the reversal is refused and those intervening       *
      * changes are returned so the caller can see what happened      *
      * since (and reverse them first, latest first, if that is what  *
      * is wanted). If the master no longer matches the entry's after *
      * image for any other reason, the reversal is refused too.      *
      *                                                               *
      * The reversal is journaled as its own entry, action 'R', with  *
      * FJ-REVERSES-TIMESTAMP naming the entry it undoes -- the audit *
      * trail shows both the error and the correction. The CUSTXREF   *
      * name/phone cross-reference is kept in step as T1CUSTM keeps   *
      * it.                                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *SOURCE-COMPUTER. IBM-390 WITH DEBUGGING MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO FILEA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-USER-ID
               FILE STATUS IS CUSTOMER-FILE-STATUS.
      *---------------------------------------------------------------*
      *  Read through once to find the entry and anything after it,   *
      *  then reopened for extend to journal the reversal itself.     *
      *---------------------------------------------------------------*
           SELECT FILEA-JOURNAL ASSIGN TO FILEJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILEA-JOURNAL-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XCU-KEY
               FILE STATUS IS CUSTOMER-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           05  CUST-USER-ID           PIC X(8).
           COPY DFH0CFIL.

      *---------------------------------------------------------------*
      *  Layout matches the update journal T1CUSTM writes.            *
      *---------------------------------------------------------------*
       FD  FILEA-JOURNAL
           RECORDING MODE IS F.
       01  FILEA-JOURNAL-RECORD.
           05  FJ-TIMESTAMP           PIC X(15).
           05  FJ-ACTION              PIC X(1).
           05  FJ-CALLER-USERID       PIC X(8).
           05  FJ-CALLER-TASK         PIC S9(7).
           05  FJ-CUSTOMER-KEY        PIC X(8).
           05  FJ-BEFORE-IMAGE        PIC X(159).
           05  FJ-AFTER-IMAGE         PIC X(159).
           05  FJ-REVERSES-TIMESTAMP  PIC X(15).

      *---------------------------------------------------------------*
      *  Layout matches the cross-reference T1CUSTM maintains and     *
      *  T1LOOKUP reads.                                              *
      *---------------------------------------------------------------*
       FD  CUSTOMER-XREF-FILE
           RECORDING MODE IS F.
       01  CUSTOMER-XREF-RECORD.
           05  XCU-KEY.
               10  XCU-TYPE           PIC X(1).
               10  XCU-VALUE          PIC X(20).
               10  XCU-USER-ID        PIC X(8).

       WORKING-STORAGE SECTION.

        01  CUSTOMER-FILE-STATUS         PIC X(2) VALUE '00'.
        01  FILEA-JOURNAL-STATUS         PIC X(2) VALUE '00'.
            88  END-OF-FILEA-JOURNAL         VALUE '10'.
        01  CUSTOMER-XREF-STATUS         PIC X(2) VALUE '00'.
        01  WS-XREF-FILE-OPEN            PIC X(1) VALUE 'N'.
            88  CUSTOMER-XREF-OPEN           VALUE 'Y'.

        01  WS-CALLER-USERID             PIC X(8) VALUE SPACES.
        01  WS-CALLER-TASK               PIC S9(7) VALUE 0.
        01  WS-JRN-ABSTIME               PIC S9(15) COMP-3 VALUE 0.
        01  WS-JRN-DATE-WORK             PIC X(8).
        01  WS-JRN-TIME-OF-DAY           PIC X(6).

      *---------------------------------------------------------------*
      *  The journal entry being reversed, held whole once found.     *
      *---------------------------------------------------------------*
        01  WS-ENTRY-FOUND               PIC X(1) VALUE 'N'.
            88  ORIGINAL-ENTRY-FOUND         VALUE 'Y'.
        01  WS-ORIGINAL-ENTRY.
            05  WSO-TIMESTAMP            PIC X(15).
            05  WSO-ACTION               PIC X(1).
            05  WSO-CALLER-USERID        PIC X(8).
            05  WSO-CALLER-TASK          PIC S9(7).
            05  WSO-CUSTOMER-KEY         PIC X(8).
            05  WSO-BEFORE-IMAGE         PIC X(159).
            05  WSO-AFTER-IMAGE          PIC X(159).
            05  WSO-REVERSES-TIMESTAMP   PIC X(15).

      *---------------------------------------------------------------*
      *  The master as it stands before the reversal (the reversal's  *
      *  own before image) and as the reversal leaves it.             *
      *---------------------------------------------------------------*
        01  WS-BEFORE-IMAGE              PIC X(159) VALUE SPACES.
        01  WS-RECORD-EXISTS             PIC X(1) VALUE 'N'.
            88  CUSTOMER-ON-FILE             VALUE 'Y'.

      *---------------------------------------------------------------*
      *  An image overlaid onto the record's own layout, for the      *
      *  name and phone the cross-reference carries.                  *
      *---------------------------------------------------------------*
        01  WS-IMAGE-RECORD.
            05  WSI-USER-ID              PIC X(8).
            05  WSI-CUSTNO               PIC 9(6).
            05  WSI-PERSONAL.
                10  WSI-NAME             PIC X(20).
                10  WSI-ADDRESS          PIC X(40).
                10  WSI-PHONE            PIC X(15).
            05  WSI-DATE-OF-BIRTH        PIC X(8).
            05  WSI-CREDIT-RATING        PIC X(2).
            05  WSI-BALANCE              PIC S9(7)V99 COMP-3.
            05  WSI-CREDIT-LIMIT         PIC S9(7)V99 COMP-3.
            05  WSI-COMMENTS             PIC X(50).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 REVR-TIMESTAMP              PIC X(15).
          05 REVR-USER-ID                PIC X(8).
          05 REVR-RETURN-CODE            PIC X(1).
             88 REVR-OK                      VALUE '0'.
             88 REVR-NOT-FOUND               VALUE '1'.
             88 REVR-INVALID-FIELD           VALUE '3'.
             88 REVR-FILE-ERROR              VALUE '5'.
             88 REVR-CHANGED-SINCE           VALUE '6'.
          05 REVR-ORIGINAL-ACTION        PIC X(1).
          05 REVR-ORIGINAL-USERID        PIC X(8).
          05 REVR-MORE-CHANGES           PIC X(1).
          05 REVR-CHANGE-COUNT           PIC 9(4) COMP-5.
          05 REVR-CHANGE-ENTRY OCCURS 10 TIMES.
             10 REVR-CHG-TIMESTAMP       PIC X(15).
             10 REVR-CHG-ACTION          PIC X(1).
             10 REVR-CHG-USERID          PIC X(8).

       PROCEDURE DIVISION.

           MOVE 0 TO REVR-CHANGE-COUNT.
           MOVE 'N' TO REVR-MORE-CHANGES.
           MOVE SPACES TO REVR-ORIGINAL-ACTION.
           MOVE SPACES TO REVR-ORIGINAL-USERID.

           IF (REVR-TIMESTAMP = SPACES) OR (REVR-USER-ID = SPACES)
               SET REVR-INVALID-FIELD TO TRUE
               EXEC CICS RETURN END-EXEC
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF (CUSTOMER-FILE-STATUS NOT = '00')
               DISPLAY 'T1REVRS CUSTOMER-FILE OPEN FAILED, STATUS='
                   CUSTOMER-FILE-STATUS
               SET REVR-FILE-ERROR TO TRUE
               EXEC CICS RETURN END-EXEC
               GOBACK
           END-IF.
           OPEN INPUT FILEA-JOURNAL.
           IF (FILEA-JOURNAL-STATUS NOT = '00')
               DISPLAY 'T1REVRS FILEA-JOURNAL OPEN FAILED, STATUS='
                   FILEA-JOURNAL-STATUS
               SET REVR-FILE-ERROR TO TRUE
               CLOSE CUSTOMER-FILE
               EXEC CICS RETURN END-EXEC
               GOBACK
           END-IF.

           EXEC CICS ASSIGN USERID(WS-CALLER-USERID) END-EXEC.
           COMPUTE WS-CALLER-TASK = EIBTASKN.

           SET REVR-OK TO TRUE.
           PERFORM READ-FILEA-JOURNAL THRU END-READ-FILEA-JOURNAL.
           PERFORM SCAN-JOURNAL-ENTRY THRU END-SCAN-JOURNAL-ENTRY
               UNTIL END-OF-FILEA-JOURNAL.
           CLOSE FILEA-JOURNAL.

           IF (NOT ORIGINAL-ENTRY-FOUND)
               SET REVR-NOT-FOUND TO TRUE
           ELSE
               IF (REVR-CHANGE-COUNT > 0)
                   SET REVR-CHANGED-SINCE TO TRUE
               END-IF
           END-IF.

           IF (REVR-OK)
               PERFORM CHECK-MASTER-UNCHANGED THRU
                   END-CHECK-MASTER-UNCHANGED
           END-IF.

      *
      * The journal is part of the control, as it is in T1CUSTM: a
      * reversal that cannot be journaled is not applied.
      *
           IF (REVR-OK)
               OPEN EXTEND FILEA-JOURNAL
               IF (FILEA-JOURNAL-STATUS NOT = '00')
                   DISPLAY 'T1REVRS FILEA-JOURNAL OPEN FAILED, STATUS='
                       FILEA-JOURNAL-STATUS
                   SET REVR-FILE-ERROR TO TRUE
               ELSE
                   OPEN I-O CUSTOMER-XREF-FILE
                   IF (CUSTOMER-XREF-STATUS = '00')
                       SET CUSTOMER-XREF-OPEN TO TRUE
                   ELSE
                       DISPLAY 'T1REVRS CUSTXREF UNAVAILABLE, STATUS='
                           CUSTOMER-XREF-STATUS
                   END-IF
                   PERFORM APPLY-REVERSAL THRU END-APPLY-REVERSAL
                   CLOSE FILEA-JOURNAL
                   IF (CUSTOMER-XREF-OPEN)
                       CLOSE CUSTOMER-XREF-FILE
                   END-IF
               END-IF
           END-IF.

           CLOSE CUSTOMER-FILE.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

       READ-FILEA-JOURNAL.

           READ FILEA-JOURNAL
               AT END SET END-OF-FILEA-JOURNAL TO TRUE
           END-READ.

       END-READ-FILEA-JOURNAL.   EXIT.

       SCAN-JOURNAL-ENTRY.

           IF (FJ-CUSTOMER-KEY = REVR-USER-ID)
               PERFORM CHECK-JOURNAL-ENTRY THRU
                   END-CHECK-JOURNAL-ENTRY
           END-IF.
           PERFORM READ-FILEA-JOURNAL THRU END-READ-FILEA-JOURNAL.

       END-SCAN-JOURNAL-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  The first entry matching timestamp and key is the original;  *
      *  every later entry for the same key is an intervening change. *
      *---------------------------------------------------------------*
       CHECK-JOURNAL-ENTRY.

           IF (ORIGINAL-ENTRY-FOUND)
               IF (REVR-CHANGE-COUNT < 10)
                   ADD 1 TO REVR-CHANGE-COUNT
                   MOVE FJ-TIMESTAMP TO
                       REVR-CHG-TIMESTAMP(REVR-CHANGE-COUNT)
                   MOVE FJ-ACTION TO
                       REVR-CHG-ACTION(REVR-CHANGE-COUNT)
                   MOVE FJ-CALLER-USERID TO
                       REVR-CHG-USERID(REVR-CHANGE-COUNT)
               ELSE
                   MOVE 'Y' TO REVR-MORE-CHANGES
               END-IF
           ELSE
               IF (FJ-TIMESTAMP = REVR-TIMESTAMP)
                   SET ORIGINAL-ENTRY-FOUND TO TRUE
                   MOVE FILEA-JOURNAL-RECORD TO WS-ORIGINAL-ENTRY
                   MOVE WSO-ACTION TO REVR-ORIGINAL-ACTION
                   MOVE WSO-CALLER-USERID TO REVR-ORIGINAL-USERID
               END-IF
           END-IF.

       END-CHECK-JOURNAL-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  The master must still be exactly what the entry left: its    *
      *  after image, or no record at all where the entry left none.  *
      *  An image carrying nothing past the key is "no record" -- an  *
      *  add's before image and a delete's after image are journaled  *
      *  that way.                                                    *
      *---------------------------------------------------------------*
       CHECK-MASTER-UNCHANGED.

           MOVE REVR-USER-ID TO CUST-USER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-RECORD-EXISTS TO 'N'
               NOT INVALID KEY
                   SET WS-RECORD-EXISTS TO 'Y'
           END-READ.

           IF (WSO-AFTER-IMAGE(9:151) = SPACES)
               IF (CUSTOMER-ON-FILE)
                   SET REVR-CHANGED-SINCE TO TRUE
               END-IF
           ELSE
               IF (NOT CUSTOMER-ON-FILE)
                   SET REVR-CHANGED-SINCE TO TRUE
               ELSE
                   IF (CUSTOMER-RECORD NOT = WSO-AFTER-IMAGE)
                       SET REVR-CHANGED-SINCE TO TRUE
                   END-IF
               END-IF
           END-IF.

       END-CHECK-MASTER-UNCHANGED.   EXIT.

      *---------------------------------------------------------------*
      *  Put the before image back. CUSTOMER-RECORD still holds the   *
      *  current master from the check above.                         *
      *---------------------------------------------------------------*
       APPLY-REVERSAL.

           IF (CUSTOMER-ON-FILE)
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.

           EVALUATE TRUE
               WHEN WSO-BEFORE-IMAGE(9:151) = SPACES
                   DELETE CUSTOMER-FILE RECORD
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE REVR-USER-ID TO CUST-USER-ID
               WHEN NOT CUSTOMER-ON-FILE
                   MOVE WSO-BEFORE-IMAGE TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
               WHEN OTHER
                   MOVE WSO-BEFORE-IMAGE TO CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
           END-EVALUATE.
           IF (CUSTOMER-FILE-STATUS NOT = '00')
               DISPLAY 'T1REVRS CUSTOMER-FILE UPDATE FAILED, STATUS='
                   CUSTOMER-FILE-STATUS
               SET REVR-FILE-ERROR TO TRUE
               GO TO END-APPLY-REVERSAL
           END-IF.

           PERFORM WRITE-JOURNAL-RECORD THRU END-WRITE-JOURNAL-RECORD.

           MOVE WS-BEFORE-IMAGE TO WS-IMAGE-RECORD.
           PERFORM DELETE-XREF-ENTRIES THRU END-DELETE-XREF-ENTRIES.
           IF (WSO-BEFORE-IMAGE(9:151) NOT = SPACES)
               MOVE WSO-BEFORE-IMAGE TO WS-IMAGE-RECORD
               PERFORM ADD-XREF-ENTRIES THRU END-ADD-XREF-ENTRIES
           END-IF.

       END-APPLY-REVERSAL.   EXIT.

      *---------------------------------------------------------------*
      *  Cross-reference the name and phone in WS-IMAGE-RECORD, the   *
      *  same entries T1CUSTM writes. Blank values are skipped.       *
      *---------------------------------------------------------------*
       ADD-XREF-ENTRIES.

           IF (NOT CUSTOMER-XREF-OPEN)
               GO TO END-ADD-XREF-ENTRIES
           END-IF.

           IF (WSI-NAME NOT = SPACES)
               MOVE 'N' TO XCU-TYPE
               MOVE WSI-NAME TO XCU-VALUE
               MOVE REVR-USER-ID TO XCU-USER-ID
               WRITE CUSTOMER-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

           IF (WSI-PHONE NOT = SPACES)
               MOVE 'P' TO XCU-TYPE
               MOVE SPACES TO XCU-VALUE
               MOVE WSI-PHONE TO XCU-VALUE(1:15)
               MOVE REVR-USER-ID TO XCU-USER-ID
               WRITE CUSTOMER-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       END-ADD-XREF-ENTRIES.   EXIT.

       DELETE-XREF-ENTRIES.

           IF (NOT CUSTOMER-XREF-OPEN)
               GO TO END-DELETE-XREF-ENTRIES
           END-IF.

           IF (WSI-NAME NOT = SPACES)
               MOVE 'N' TO XCU-TYPE
               MOVE WSI-NAME TO XCU-VALUE
               MOVE REVR-USER-ID TO XCU-USER-ID
               DELETE CUSTOMER-XREF-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           IF (WSI-PHONE NOT = SPACES)
               MOVE 'P' TO XCU-TYPE
               MOVE SPACES TO XCU-VALUE
               MOVE WSI-PHONE TO XCU-VALUE(1:15)
               MOVE REVR-USER-ID TO XCU-USER-ID
               DELETE CUSTOMER-XREF-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       END-DELETE-XREF-ENTRIES.   EXIT.

      *---------------------------------------------------------------*
      *  The reversal's own journal entry: who reversed, the master   *
      *  before and after, and the timestamp of the entry undone.     *
      *---------------------------------------------------------------*
       WRITE-JOURNAL-RECORD.

           EXEC CICS ASKTIME ABSTIME(WS-JRN-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-JRN-ABSTIME)
               YYMMDD(WS-JRN-DATE-WORK)
               TIME(WS-JRN-TIME-OF-DAY)
           END-EXEC.
           STRING WS-JRN-DATE-WORK DELIMITED BY SIZE
                  WS-JRN-TIME-OF-DAY DELIMITED BY SIZE
               INTO FJ-TIMESTAMP
           END-STRING.

           MOVE 'R'              TO FJ-ACTION.
           MOVE WS-CALLER-USERID TO FJ-CALLER-USERID.
           MOVE WS-CALLER-TASK   TO FJ-CALLER-TASK.
           MOVE REVR-USER-ID     TO FJ-CUSTOMER-KEY.
           MOVE WS-BEFORE-IMAGE  TO FJ-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD  TO FJ-AFTER-IMAGE.
           MOVE WSO-TIMESTAMP    TO FJ-REVERSES-TIMESTAMP.

           WRITE FILEA-JOURNAL-RECORD.
           IF (FILEA-JOURNAL-STATUS NOT = '00')
               DISPLAY 'T1REVRS JOURNAL WRITE FAILED, STATUS='
                   FILEA-JOURNAL-STATUS
           END-IF.

       END-WRITE-JOURNAL-RECORD.   EXIT.

       END PROGRAM T1REVRS.
