      * change to FILEA, but customers still get nothing on paper.    *
      * For each customer on the master this job prints: the opening  *
      * balance (closing balance backed off by the month's journaled  *
      * movements), one line per posted transaction, the closing      *
      * FILEA-BALANCE, and the credit line position (limit less       *
      * balance). The month's FILEJRNL and CUSTTRAN increments are    *
      * the input, the same GDG handoff the other monthly jobs use.   *
      *                                                               *
      * Postings T1POST applied (journal action 'P') print from the   *
      * transaction history with their type and reference. Any other  *
      * journaled change that moved the balance -- an account opened  *
      * or closed, a maintenance correction -- still prints as a      *
      * movement line so the statement always foots.                  *
      *                                                               *
      * Formatting follows the statement run's locale the way the     *
      * search hardcopy formats: the run control record (STMTCTL)     *
      * branch or locale, so a branch runs its own statement pass     *
      * with its own control record, and the spool is that branch's   *
      * handout stack.                                                *
      *                                                               *
      * Alongside the spool the job writes the print vendor's         *
      * extract (STMTVEND): a header record per customer with the     *
      * name and the address broken into lines, a detail record per   *
      * activity line, a summary record with the opening and closing  *
      * balances and credit position, and one trailer carrying the    *
      * customer count and the totals the vendor balances to. When    *
      * the control record asks for it, a customer with no activity   *
      * and nothing owed either way is left out of the extract; the   *
      * spool still prints everyone.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILEA-JOURNAL-STATUS.
      *---------------------------------------------------------------*
      *  The month's customer transaction history from T1POST.        *
      *---------------------------------------------------------------*
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO CUSTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-HISTORY-STATUS.
      *---------------------------------------------------------------*
      *  One-record run control: the statement run's cultureCode.     *
      *---------------------------------------------------------------*
           SELECT STATEMENT-CONTROL-FILE ASSIGN TO STMTCTL
           SELECT STATEMENT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
      *---------------------------------------------------------------*
      *  Structured statement extract for the print vendor.           *
      *---------------------------------------------------------------*
           SELECT VENDOR-EXTRACT-FILE ASSIGN TO STMTVEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FJ-CUSTOMER-KEY        PIC X(8).
           05  FJ-BEFORE-IMAGE        PIC X(159).
           05  FJ-AFTER-IMAGE         PIC X(159).
           05  FJ-REVERSES-TIMESTAMP  PIC X(15).

      *---------------------------------------------------------------*
      *  Layout matches the transaction history T1POST writes.        *
      *---------------------------------------------------------------*
       FD  TRANSACTION-HISTORY-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-HISTORY-RECORD.
           05  CTH-TIMESTAMP          PIC X(15).
           05  CTH-CUSTOMER-KEY       PIC X(8).
           05  CTH-TYPE               PIC X(1).
           05  CTH-AMOUNT             PIC S9(7)V99 COMP-3.
           05  CTH-REFERENCE          PIC X(20).
           05  CTH-OVERRIDE           PIC X(1).
           05  CTH-BALANCE-AFTER      PIC S9(7)V99 COMP-3.
           05  CTH-CALLER-USERID      PIC X(8).
           05  CTH-CALLER-TASK        PIC S9(7).

       FD  STATEMENT-CONTROL-FILE
           RECORDING MODE IS F.
       01  STATEMENT-CONTROL-RECORD.
           05  STMT-CULTURE-CODE      PIC X(32).
           05  STMT-BRANCH-NAME       PIC X(32).
           05  STMT-SUPPRESS-INACTIVE PIC X(1).
               88  SUPPRESS-INACTIVE      VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Layout matches the CULTCACH record LSC2WSSA/LSC2WSSB write.  *
           05  STM-CARRIAGE-CONTROL       PIC X(1).
           05  STM-LINE                   PIC X(132).

      *---------------------------------------------------------------*
      *  Print vendor extract, 300-byte fixed records, one layout per *
      *  record type: H header, D detail, S summary, T trailer. The   *
      *  money is zoned with a leading separate sign so the vendor    *
      *  reads it without any of our locale editing. Detail dates     *
      *  are the activity timestamp's YYMMDD.                         *
      *---------------------------------------------------------------*
       FD  VENDOR-EXTRACT-FILE
           RECORDING MODE IS F.
       01  VENDOR-HEADER-RECORD.
           05  VXH-RECORD-TYPE            PIC X(1).
           05  VXH-CUSTOMER-KEY           PIC X(8).
           05  VXH-CUSTNO                 PIC 9(6).
           05  VXH-STATEMENT-DATE         PIC X(8).
           05  VXH-BRANCH-NAME            PIC X(32).
           05  VXH-CULTURE-CODE           PIC X(32).
           05  VXH-CURRENCY               PIC X(32).
           05  VXH-NAME-LINE              PIC X(40).
           05  VXH-ADDRESS-LINE           PIC X(40) OCCURS 3 TIMES.
           05  FILLER                     PIC X(21).
       01  VENDOR-DETAIL-RECORD.
           05  VXD-RECORD-TYPE            PIC X(1).
           05  VXD-CUSTOMER-KEY           PIC X(8).
           05  VXD-ACTIVITY-DATE          PIC X(6).
           05  VXD-ACTIVITY-CODE          PIC X(1).
           05  VXD-DESCRIPTION            PIC X(30).
           05  VXD-REFERENCE              PIC X(20).
           05  VXD-AMOUNT                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(222).
       01  VENDOR-SUMMARY-RECORD.
           05  VXS-RECORD-TYPE            PIC X(1).
           05  VXS-CUSTOMER-KEY           PIC X(8).
           05  VXS-OPENING-BALANCE        PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  VXS-CLOSING-BALANCE        PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  VXS-CREDIT-LIMIT           PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  VXS-CREDIT-AVAILABLE       PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  VXS-DETAIL-COUNT           PIC 9(5).
           05  FILLER                     PIC X(238).
       01  VENDOR-TRAILER-RECORD.
           05  VXT-RECORD-TYPE            PIC X(1).
           05  FILLER                     PIC X(8).
           05  VXT-STATEMENT-DATE         PIC X(8).
           05  VXT-CUSTOMER-COUNT         PIC 9(9).
           05  VXT-DETAIL-COUNT           PIC 9(9).
           05  VXT-TOTAL-OPENING          PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
           05  VXT-TOTAL-ACTIVITY         PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
           05  VXT-TOTAL-CLOSING          PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(223).

       WORKING-STORAGE SECTION.

        01  CUSTOMER-FILE-STATUS         PIC X(2) VALUE '00'.
        01  FILEA-JOURNAL-STATUS         PIC X(2) VALUE '00'.
            88  END-OF-FILEA-JOURNAL         VALUE '10'.
        01  TRANSACTION-HISTORY-STATUS   PIC X(2) VALUE '00'.
            88  END-OF-TRANSACTION-HISTORY   VALUE '10'.
        01  STATEMENT-CONTROL-STATUS     PIC X(2) VALUE '00'.
        01  CULTURE-CACHE-STATUS         PIC X(2) VALUE '00'.
        01  STATEMENT-FILE-STATUS        PIC X(2) VALUE '00'.
        01  VENDOR-EXTRACT-STATUS        PIC X(2) VALUE '00'.
        01  WS-SCAN-DONE                 PIC X(1) VALUE 'N'.
            88  CUSTOMER-SCAN-DONE           VALUE 'Y'.

                10  MOV-BEFORE-BALANCE   PIC S9(7)V99 COMP-3.
                10  MOV-AFTER-BALANCE    PIC S9(7)V99 COMP-3.

      *---------------------------------------------------------------*
      *  The month's posted transactions, loaded once and merged      *
      *  with the movements by timestamp per customer.                *
      *---------------------------------------------------------------*
        01  TRANSACTION-TABLE.
            05  TRANSACTION-COUNT        PIC 9(4) COMP-5 VALUE 0.
            05  TRANSACTION-ENTRY OCCURS 5000 TIMES
                    INDEXED BY TRAN-IX.
                10  TRN-CUSTOMER-KEY     PIC X(8).
                10  TRN-TIMESTAMP        PIC X(15).
                10  TRN-TYPE             PIC X(1).
                10  TRN-AMOUNT           PIC S9(7)V99 COMP-3.
                10  TRN-REFERENCE        PIC X(20).

      *---------------------------------------------------------------*
      *  Work copy of a journal image, overlaid onto the customer     *
      *  record's own layout so the packed balance can be read.       *

        01  WS-AMOUNT-EDIT               PIC -(7)9.99.
        01  WS-FMT-DATE-TEXT             PIC X(8) VALUE SPACES.
        01  WS-FMT-TIMESTAMP             PIC X(15) VALUE SPACES.
        01  WS-NEXT-LINE                 PIC X(1) VALUE SPACE.
            88  NEXT-IS-MOVEMENT             VALUE 'M'.
            88  NEXT-IS-TRANSACTION          VALUE 'T'.

        01  WS-CTL-CUSTOMERS             PIC 9(9) VALUE 0.
        01  WS-CTL-MOVEMENTS             PIC 9(9) VALUE 0.
        01  WS-CTL-TRANSACTIONS          PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      *  Vendor extract state and the trailer's balancing totals.     *
      *  Activity lines are counted ahead of the statement so a       *
      *  suppressed customer writes nothing at all to the extract.    *
      *---------------------------------------------------------------*
        01  WS-RUN-DATE                  PIC X(8) VALUE SPACES.
        01  WS-CUSTOMER-ACTIVITY         PIC 9(5) VALUE 0.
        01  WS-EXTRACT-CUSTOMER          PIC X(1) VALUE 'N'.
            88  EXTRACT-THIS-CUSTOMER        VALUE 'Y'.
        01  WS-ACTIVITY-CODE             PIC X(1) VALUE SPACE.
        01  WS-ACTIVITY-DESCRIPTION      PIC X(30) VALUE SPACES.
        01  WS-ACTIVITY-REFERENCE        PIC X(20) VALUE SPACES.
        01  WS-ADDRESS-PART              PIC X(40) OCCURS 3 TIMES.
        01  WS-ADDRESS-POINTER           PIC 9(4) COMP-5 VALUE 0.
        01  WS-ADDRESS-IX                PIC 9(4) COMP-5 VALUE 0.
        01  WS-ADDRESS-LEAD              PIC 9(4) COMP-5 VALUE 0.
        01  WS-CTL-EXTRACTED             PIC 9(9) VALUE 0.
        01  WS-CTL-SUPPRESSED            PIC 9(9) VALUE 0.
        01  WS-CTL-EXTRACT-DETAILS       PIC 9(9) VALUE 0.
        01  WS-EXT-TOTAL-OPENING         PIC S9(11)V99 VALUE 0.
        01  WS-EXT-TOTAL-ACTIVITY        PIC S9(11)V99 VALUE 0.
        01  WS-EXT-TOTAL-CLOSING         PIC S9(11)V99 VALUE 0.

        01  WS-DETAIL-LINE.
            05  WS-DTL-LABEL             PIC X(22).
           PERFORM PROLOG THRU END-PROLOG.
           PERFORM LOAD-MOVEMENTS THRU END-LOAD-MOVEMENTS
               UNTIL END-OF-FILEA-JOURNAL.
           PERFORM LOAD-TRANSACTIONS THRU END-LOAD-TRANSACTIONS
               UNTIL END-OF-TRANSACTION-HISTORY.
           PERFORM STATEMENT-ONE-CUSTOMER THRU
                   END-STATEMENT-ONE-CUSTOMER
               UNTIL CUSTOMER-SCAN-DONE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF (TRANSACTION-HISTORY-STATUS NOT = '00')
               DISPLAY 'T1STMT CUSTTRAN OPEN FAILED, STATUS='
                   TRANSACTION-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF (STATEMENT-FILE-STATUS NOT = '00')
               DISPLAY 'T1STMT STMTOUT OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VENDOR-EXTRACT-FILE.
           IF (VENDOR-EXTRACT-STATUS NOT = '00')
               DISPLAY 'T1STMT STMTVEND OPEN FAILED, STATUS='
                   VENDOR-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-FILEA-JOURNAL THRU END-READ-FILEA-JOURNAL.
           PERFORM READ-TRANSACTION-HISTORY THRU
               END-READ-TRANSACTION-HISTORY.

           MOVE LOW-VALUES TO CUST-USER-ID.
           START CUSTOMER-FILE KEY NOT < CUST-USER-ID
           MOVE FJ-ACTION       TO MOV-ACTION(MOVE-IX).

           MOVE FJ-BEFORE-IMAGE TO WS-IMAGE-RECORD.
           IF (FJ-ACTION = 'A') OR (FJ-BEFORE-IMAGE(9:151) = SPACES)
               MOVE 0 TO MOV-BEFORE-BALANCE(MOVE-IX)
           ELSE
               MOVE WSI-BALANCE TO MOV-BEFORE-BALANCE(MOVE-IX)
           END-IF.

           MOVE FJ-AFTER-IMAGE TO WS-IMAGE-RECORD.
           IF (FJ-ACTION = 'D') OR (FJ-AFTER-IMAGE(9:151) = SPACES)
               MOVE 0 TO MOV-AFTER-BALANCE(MOVE-IX)
           ELSE
               MOVE WSI-BALANCE TO MOV-AFTER-BALANCE(MOVE-IX)

       END-LOAD-MOVEMENTS.   EXIT.

       READ-TRANSACTION-HISTORY.

           READ TRANSACTION-HISTORY-FILE
               AT END SET END-OF-TRANSACTION-HISTORY TO TRUE
           END-READ.

       END-READ-TRANSACTION-HISTORY.   EXIT.

      *---------------------------------------------------------------*
      *  Table one posted transaction for the statement lines.        *
      *---------------------------------------------------------------*
       LOAD-TRANSACTIONS.

           IF (TRANSACTION-COUNT >= 5000)
               DISPLAY 'T1STMT TRANSACTION TABLE FULL'
               SET END-OF-TRANSACTION-HISTORY TO TRUE
               GO TO END-LOAD-TRANSACTIONS
           END-IF.

           ADD 1 TO TRANSACTION-COUNT.
           ADD 1 TO WS-CTL-TRANSACTIONS.
           SET TRAN-IX TO TRANSACTION-COUNT.
           MOVE CTH-CUSTOMER-KEY TO TRN-CUSTOMER-KEY(TRAN-IX).
           MOVE CTH-TIMESTAMP    TO TRN-TIMESTAMP(TRAN-IX).
           MOVE CTH-TYPE         TO TRN-TYPE(TRAN-IX).
           MOVE CTH-AMOUNT       TO TRN-AMOUNT(TRAN-IX).
           MOVE CTH-REFERENCE    TO TRN-REFERENCE(TRAN-IX).

           PERFORM READ-TRANSACTION-HISTORY THRU
               END-READ-TRANSACTION-HISTORY.

       END-LOAD-TRANSACTIONS.   EXIT.

       READ-NEXT-CUSTOMER.

           READ CUSTOMER-FILE NEXT RECORD
      *---------------------------------------------------------------*
      *  One statement per customer: heading, opening balance (the    *
      *  closing balance backed off by the month's net movement),     *
      *  the month's activity in timestamp order, closing balance and *
      *  credit line position.                                        *
      *---------------------------------------------------------------*
       STATEMENT-ONE-CUSTOMER.

           COMPUTE WS-CREDIT-AVAILABLE =
               FILEA-CREDIT-LIMIT - FILEA-BALANCE.

           PERFORM DECIDE-EXTRACT THRU END-DECIDE-EXTRACT.
           IF (EXTRACT-THIS-CUSTOMER)
               PERFORM WRITE-EXTRACT-HEADER THRU
                   END-WRITE-EXTRACT-HEADER
           END-IF.

           MOVE SPACES TO STATEMENT-RECORD.
           MOVE '1' TO STM-CARRIAGE-CONTROL.
           STRING 'MONTHLY STATEMENT - ' DELIMITED BY SIZE
           MOVE 'OPENING BALANCE:' TO WS-DTL-LABEL.
           PERFORM WRITE-AMOUNT-LINE THRU END-WRITE-AMOUNT-LINE.

           SET MOVE-IX TO 1.
           SET TRAN-IX TO 1.
           PERFORM WRITE-NEXT-ACTIVITY THRU END-WRITE-NEXT-ACTIVITY
               UNTIL (MOVE-IX > MOVEMENT-COUNT)
                 AND (TRAN-IX > TRANSACTION-COUNT).

           MOVE FILEA-BALANCE TO WS-MOVEMENT-AMOUNT.
           MOVE SPACES TO WS-DTL-NOTE.
           MOVE 'CREDIT AVAILABLE:' TO WS-DTL-LABEL.
           PERFORM WRITE-AMOUNT-LINE THRU END-WRITE-AMOUNT-LINE.

           IF (EXTRACT-THIS-CUSTOMER)
               PERFORM WRITE-EXTRACT-SUMMARY THRU
                   END-WRITE-EXTRACT-SUMMARY
           END-IF.

           PERFORM READ-NEXT-CUSTOMER THRU END-READ-NEXT-CUSTOMER.

       END-STATEMENT-ONE-CUSTOMER.   EXIT.

      *---------------------------------------------------------------*
      *  Step the movement and transaction tables forward to this     *
      *  customer's next entry in each, and print whichever of the    *
      *  two is earlier. Postings are skipped on the movement side:   *
      *  the transaction history carries them with type and          *
      *  reference. A maintenance update that left the balance alone  *
      *  is not money and prints nothing.                             *
      *---------------------------------------------------------------*
       WRITE-NEXT-ACTIVITY.

           IF (MOVE-IX <= MOVEMENT-COUNT)
               IF (MOV-CUSTOMER-KEY(MOVE-IX) NOT = CUST-USER-ID)
                  OR (MOV-ACTION(MOVE-IX) = 'P')
                  OR ((MOV-ACTION(MOVE-IX) = 'U')
                  AND (MOV-AFTER-BALANCE(MOVE-IX) =
                       MOV-BEFORE-BALANCE(MOVE-IX)))
                   SET MOVE-IX UP BY 1
                   GO TO END-WRITE-NEXT-ACTIVITY
               END-IF
           END-IF.

           IF (TRAN-IX <= TRANSACTION-COUNT)
               IF (TRN-CUSTOMER-KEY(TRAN-IX) NOT = CUST-USER-ID)
                   SET TRAN-IX UP BY 1
                   GO TO END-WRITE-NEXT-ACTIVITY
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MOVE-IX > MOVEMENT-COUNT
                   SET NEXT-IS-TRANSACTION TO TRUE
               WHEN TRAN-IX > TRANSACTION-COUNT
                   SET NEXT-IS-MOVEMENT TO TRUE
               WHEN MOV-TIMESTAMP(MOVE-IX) NOT > TRN-TIMESTAMP(TRAN-IX)
                   SET NEXT-IS-MOVEMENT TO TRUE
               WHEN OTHER
                   SET NEXT-IS-TRANSACTION TO TRUE
           END-EVALUATE.

           IF (NEXT-IS-MOVEMENT)
               PERFORM WRITE-MOVEMENT-LINE THRU END-WRITE-MOVEMENT-LINE
               SET MOVE-IX UP BY 1
           ELSE
               PERFORM WRITE-TRANSACTION-LINE THRU
                   END-WRITE-TRANSACTION-LINE
               SET TRAN-IX UP BY 1
           END-IF.

       END-WRITE-NEXT-ACTIVITY.   EXIT.

      *---------------------------------------------------------------*
      *  One movement line: the journal timestamp's date in the run   *
      *  locale's field order, and the balance delta.                 *
      *---------------------------------------------------------------*
       WRITE-MOVEMENT-LINE.

           MOVE MOV-TIMESTAMP(MOVE-IX) TO WS-FMT-TIMESTAMP.
           PERFORM FORMAT-ACTIVITY-DATE THRU END-FORMAT-ACTIVITY-DATE.

           COMPUTE WS-MOVEMENT-AMOUNT =
               MOV-AFTER-BALANCE(MOVE-IX)
                   MOVE 'ACCOUNT OPENED' TO WS-DTL-NOTE
               WHEN 'D'
                   MOVE 'ACCOUNT CLOSED' TO WS-DTL-NOTE
               WHEN 'R'
                   MOVE 'REVERSAL OF AN EARLIER ENTRY' TO WS-DTL-NOTE
               WHEN OTHER
                   MOVE 'BALANCE CORRECTION' TO WS-DTL-NOTE
           END-EVALUATE.
           PERFORM WRITE-AMOUNT-LINE THRU END-WRITE-AMOUNT-LINE.

           IF (EXTRACT-THIS-CUSTOMER)
               MOVE 'M' TO WS-ACTIVITY-CODE
               MOVE WS-DTL-NOTE TO WS-ACTIVITY-DESCRIPTION
               MOVE SPACES TO WS-ACTIVITY-REFERENCE
               MOVE MOV-TIMESTAMP(MOVE-IX) TO WS-FMT-TIMESTAMP
               PERFORM WRITE-EXTRACT-DETAIL THRU
                   END-WRITE-EXTRACT-DETAIL
           END-IF.

       END-WRITE-MOVEMENT-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  One posted transaction: date, type, signed amount (payments  *
      *  print negative) and the caller's reference.                  *
      *---------------------------------------------------------------*
       WRITE-TRANSACTION-LINE.

           MOVE TRN-TIMESTAMP(TRAN-IX) TO WS-FMT-TIMESTAMP.
           PERFORM FORMAT-ACTIVITY-DATE THRU END-FORMAT-ACTIVITY-DATE.

           MOVE TRN-AMOUNT(TRAN-IX) TO WS-MOVEMENT-AMOUNT.
           EVALUATE TRN-TYPE(TRAN-IX)
               WHEN 'P'
                   MOVE 'PAYMENT:' TO WS-DTL-LABEL
               WHEN 'C'
                   MOVE 'CHARGE:' TO WS-DTL-LABEL
               WHEN 'F'
                   MOVE 'FEE:' TO WS-DTL-LABEL
               WHEN 'A'
                   MOVE 'ADJUSTMENT:' TO WS-DTL-LABEL
               WHEN OTHER
                   MOVE 'TRANSACTION:' TO WS-DTL-LABEL
           END-EVALUATE.
           MOVE WS-FMT-DATE-TEXT TO WS-DTL-DATE.
           MOVE TRN-REFERENCE(TRAN-IX) TO WS-DTL-NOTE.
           PERFORM WRITE-AMOUNT-LINE THRU END-WRITE-AMOUNT-LINE.

           IF (EXTRACT-THIS-CUSTOMER)
               MOVE TRN-TYPE(TRAN-IX) TO WS-ACTIVITY-CODE
               MOVE WS-DTL-LABEL TO WS-ACTIVITY-DESCRIPTION
               INSPECT WS-ACTIVITY-DESCRIPTION REPLACING ALL ':' BY ' '
               MOVE TRN-REFERENCE(TRAN-IX) TO WS-ACTIVITY-REFERENCE
               MOVE TRN-TIMESTAMP(TRAN-IX) TO WS-FMT-TIMESTAMP
               PERFORM WRITE-EXTRACT-DETAIL THRU
                   END-WRITE-EXTRACT-DETAIL
           END-IF.

       END-WRITE-TRANSACTION-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  The date part of the timestamp in WS-FMT-TIMESTAMP, in the   *
      *  run locale's field order.                                  *
      *---------------------------------------------------------------*
       FORMAT-ACTIVITY-DATE.

           MOVE SPACES TO WS-FMT-DATE-TEXT.
           IF (DATE-ORDER-MDY)
               STRING WS-FMT-TIMESTAMP(3:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-FMT-TIMESTAMP(5:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-FMT-TIMESTAMP(1:2) DELIMITED BY SIZE
                      INTO WS-FMT-DATE-TEXT
               END-STRING
           ELSE
               STRING WS-FMT-TIMESTAMP(5:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-FMT-TIMESTAMP(3:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-FMT-TIMESTAMP(1:2) DELIMITED BY SIZE
                      INTO WS-FMT-DATE-TEXT
               END-STRING
           END-IF.

       END-FORMAT-ACTIVITY-DATE.   EXIT.

      *---------------------------------------------------------------*
      *  Edit the amount in WS-MOVEMENT-AMOUNT with the run locale's  *
      *  decimal mark and print the detail line.                      *

       END-WRITE-STATEMENT-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  Count the activity lines this customer's statement will      *
      *  print -- the same entries WRITE-NEXT-ACTIVITY prints -- and  *
      *  decide whether the customer goes to the vendor. With the     *
      *  control record's suppress setting on, a customer with no     *
      *  activity and a zero balance is left out of the extract.      *
      *---------------------------------------------------------------*
       DECIDE-EXTRACT.

           MOVE 0 TO WS-CUSTOMER-ACTIVITY.
           PERFORM VARYING MOVE-IX FROM 1 BY 1
                   UNTIL MOVE-IX > MOVEMENT-COUNT
               IF (MOV-CUSTOMER-KEY(MOVE-IX) = CUST-USER-ID)
                  AND (MOV-ACTION(MOVE-IX) NOT = 'P')
                  AND ((MOV-ACTION(MOVE-IX) NOT = 'U')
                   OR (MOV-AFTER-BALANCE(MOVE-IX) NOT =
                       MOV-BEFORE-BALANCE(MOVE-IX)))
                   ADD 1 TO WS-CUSTOMER-ACTIVITY
               END-IF
           END-PERFORM.
           PERFORM VARYING TRAN-IX FROM 1 BY 1
                   UNTIL TRAN-IX > TRANSACTION-COUNT
               IF (TRN-CUSTOMER-KEY(TRAN-IX) = CUST-USER-ID)
                   ADD 1 TO WS-CUSTOMER-ACTIVITY
               END-IF
           END-PERFORM.

           MOVE 'Y' TO WS-EXTRACT-CUSTOMER.
           IF (SUPPRESS-INACTIVE)
              AND (WS-CUSTOMER-ACTIVITY = 0)
              AND (FILEA-BALANCE = 0)
              AND (WS-OPENING-BALANCE = 0)
               MOVE 'N' TO WS-EXTRACT-CUSTOMER
               ADD 1 TO WS-CTL-SUPPRESSED
           END-IF.

       END-DECIDE-EXTRACT.   EXIT.

      *---------------------------------------------------------------*
      *  Vendor header: the name on its own line and FILEA-ADDRESS    *
      *  broken at its commas. The first two commas start new lines;  *
      *  whatever follows the second stays on the third line.         *
      *---------------------------------------------------------------*
       WRITE-EXTRACT-HEADER.

           ADD 1 TO WS-CTL-EXTRACTED.
           ADD WS-OPENING-BALANCE TO WS-EXT-TOTAL-OPENING.
           ADD FILEA-BALANCE TO WS-EXT-TOTAL-CLOSING.

           MOVE SPACES TO WS-ADDRESS-PART(1).
           MOVE SPACES TO WS-ADDRESS-PART(2).
           MOVE SPACES TO WS-ADDRESS-PART(3).
           MOVE 1 TO WS-ADDRESS-POINTER.
           UNSTRING FILEA-ADDRESS DELIMITED BY ','
               INTO WS-ADDRESS-PART(1) WS-ADDRESS-PART(2)
               WITH POINTER WS-ADDRESS-POINTER
           END-UNSTRING.
           IF (WS-ADDRESS-POINTER <= LENGTH OF FILEA-ADDRESS)
               MOVE FILEA-ADDRESS(WS-ADDRESS-POINTER:)
                   TO WS-ADDRESS-PART(3)
           END-IF.

           MOVE SPACES TO VENDOR-HEADER-RECORD.
           MOVE 'H' TO VXH-RECORD-TYPE.
           MOVE CUST-USER-ID TO VXH-CUSTOMER-KEY.
           MOVE FILEA-CUSTNO TO VXH-CUSTNO.
           MOVE WS-RUN-DATE TO VXH-STATEMENT-DATE.
           MOVE STMT-BRANCH-NAME TO VXH-BRANCH-NAME.
           MOVE STMT-CULTURE-CODE TO VXH-CULTURE-CODE.
           MOVE WS-RUN-CURRENCY TO VXH-CURRENCY.
           MOVE FILEA-NAME TO VXH-NAME-LINE.
           PERFORM VARYING WS-ADDRESS-IX FROM 1 BY 1
                   UNTIL WS-ADDRESS-IX > 3
               MOVE 0 TO WS-ADDRESS-LEAD
               INSPECT WS-ADDRESS-PART(WS-ADDRESS-IX)
                   TALLYING WS-ADDRESS-LEAD FOR LEADING SPACES
               IF (WS-ADDRESS-LEAD < 40)
                   MOVE WS-ADDRESS-PART(WS-ADDRESS-IX)
                            (WS-ADDRESS-LEAD + 1:)
                       TO VXH-ADDRESS-LINE(WS-ADDRESS-IX)
               END-IF
           END-PERFORM.
           PERFORM WRITE-EXTRACT-RECORD THRU END-WRITE-EXTRACT-RECORD.

       END-WRITE-EXTRACT-HEADER.   EXIT.

      *---------------------------------------------------------------*
      *  Vendor detail for the activity line just printed: the code   *
      *  (transaction type, or M for a journaled movement), its       *
      *  description and reference, and the signed amount.            *
      *---------------------------------------------------------------*
       WRITE-EXTRACT-DETAIL.

           ADD 1 TO WS-CTL-EXTRACT-DETAILS.
           ADD WS-MOVEMENT-AMOUNT TO WS-EXT-TOTAL-ACTIVITY.

           MOVE SPACES TO VENDOR-DETAIL-RECORD.
           MOVE 'D' TO VXD-RECORD-TYPE.
           MOVE CUST-USER-ID TO VXD-CUSTOMER-KEY.
           MOVE WS-FMT-TIMESTAMP(1:6) TO VXD-ACTIVITY-DATE.
           MOVE WS-ACTIVITY-CODE TO VXD-ACTIVITY-CODE.
           MOVE WS-ACTIVITY-DESCRIPTION TO VXD-DESCRIPTION.
           MOVE WS-ACTIVITY-REFERENCE TO VXD-REFERENCE.
           MOVE WS-MOVEMENT-AMOUNT TO VXD-AMOUNT.
           PERFORM WRITE-EXTRACT-RECORD THRU END-WRITE-EXTRACT-RECORD.

       END-WRITE-EXTRACT-DETAIL.   EXIT.

       WRITE-EXTRACT-SUMMARY.

           MOVE SPACES TO VENDOR-SUMMARY-RECORD.
           MOVE 'S' TO VXS-RECORD-TYPE.
           MOVE CUST-USER-ID TO VXS-CUSTOMER-KEY.
           MOVE WS-OPENING-BALANCE TO VXS-OPENING-BALANCE.
           MOVE FILEA-BALANCE TO VXS-CLOSING-BALANCE.
           MOVE FILEA-CREDIT-LIMIT TO VXS-CREDIT-LIMIT.
           MOVE WS-CREDIT-AVAILABLE TO VXS-CREDIT-AVAILABLE.
           MOVE WS-CUSTOMER-ACTIVITY TO VXS-DETAIL-COUNT.
           PERFORM WRITE-EXTRACT-RECORD THRU END-WRITE-EXTRACT-RECORD.

       END-WRITE-EXTRACT-SUMMARY.   EXIT.

      *---------------------------------------------------------------*
      *  One trailer for the vendor to balance to: customers and      *
      *  details written, and opening plus activity equal to closing. *
      *---------------------------------------------------------------*
       WRITE-EXTRACT-TRAILER.

           MOVE SPACES TO VENDOR-TRAILER-RECORD.
           MOVE 'T' TO VXT-RECORD-TYPE.
           MOVE WS-RUN-DATE TO VXT-STATEMENT-DATE.
           MOVE WS-CTL-EXTRACTED TO VXT-CUSTOMER-COUNT.
           MOVE WS-CTL-EXTRACT-DETAILS TO VXT-DETAIL-COUNT.
           MOVE WS-EXT-TOTAL-OPENING TO VXT-TOTAL-OPENING.
           MOVE WS-EXT-TOTAL-ACTIVITY TO VXT-TOTAL-ACTIVITY.
           MOVE WS-EXT-TOTAL-CLOSING TO VXT-TOTAL-CLOSING.
           PERFORM WRITE-EXTRACT-RECORD THRU END-WRITE-EXTRACT-RECORD.

       END-WRITE-EXTRACT-TRAILER.   EXIT.

       WRITE-EXTRACT-RECORD.

           WRITE VENDOR-HEADER-RECORD.
           IF (VENDOR-EXTRACT-STATUS NOT = '00')
               DISPLAY 'T1STMT STMTVEND WRITE FAILED, STATUS='
                   VENDOR-EXTRACT-STATUS
           END-IF.

       END-WRITE-EXTRACT-RECORD.   EXIT.

       EPILOG.

           PERFORM WRITE-EXTRACT-TRAILER THRU END-WRITE-EXTRACT-TRAILER.

           CLOSE CUSTOMER-FILE.
           CLOSE FILEA-JOURNAL.
           CLOSE TRANSACTION-HISTORY-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE VENDOR-EXTRACT-FILE.

           DISPLAY 'T1STMT CUSTOMERS STATEMENTED: ' WS-CTL-CUSTOMERS.
           DISPLAY 'T1STMT MOVEMENTS READ       : ' WS-CTL-MOVEMENTS.
           DISPLAY 'T1STMT TRANSACTIONS READ    : ' WS-CTL-TRANSACTIONS.
           DISPLAY 'T1STMT CUSTOMERS EXTRACTED  : ' WS-CTL-EXTRACTED.
           DISPLAY 'T1STMT CUSTOMERS SUPPRESSED : ' WS-CTL-SUPPRESSED.
           DISPLAY 'T1STMT EXTRACT DETAILS      : '
               WS-CTL-EXTRACT-DETAILS.
           DISPLAY 'T1STMT STOPPING ================================'.

       END-EPILOG.   EXIT.
