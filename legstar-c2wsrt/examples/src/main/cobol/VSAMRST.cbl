           05  CTXC-CUST-BALANCE      PIC S9(7)V99 COMP-3.
           05  CTXC-CUST-CREDIT-LIMIT PIC S9(7)V99 COMP-3.
           05  CTXC-CUST-COMMENTS     PIC X(50).
           05  CTXC-SESSION-DATE      PIC X(8).

       FD  SESSION-AUDIT-FILE
           RECORDING MODE IS F.
