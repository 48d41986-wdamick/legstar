      *****************************************************************
      * PROBTKT                                                       *
      * -------                                                       *
      * Problem record, keyed: one per C2WS problem, opened by        *
      * C2WSALRT with the first escalation for a subject (a program,  *
      * or '*ALL*' for the region-wide total) and worked through      *
      * C2WSPRBM until it is closed with a cause code. While a        *
      * subject has a problem that is not closed, every further       *
      * escalation for it is attached to that problem instead of      *
      * opening another. C2WSPRBR reads the file for the monthly      *
      * time-to-acknowledge and time-to-resolve report.               *
      *                                                               *
      * All times are YYMMDDHHMMSS, the comparable key C2WSALRT       *
      * builds from an ASKTIME, so the key doubles as the problem's   *
      * name on the screen and in the report. Everything is display   *
      * text, so the administrative change log carries it as is.      *
      *****************************************************************
           05  PTKT-KEY.
               10  PTKT-SUBJECT           PIC X(8).
               10  PTKT-OPENED-KEY        PIC X(12).
           05  PTKT-LIFECYCLE.
               10  PTKT-STATUS            PIC X(1).
                   88  PTKT-OPEN              VALUE 'O'.
                   88  PTKT-ACKNOWLEDGED      VALUE 'A'.
                   88  PTKT-CLOSED            VALUE 'C'.
                   88  PTKT-NOT-CLOSED        VALUE 'O' 'A'.
      *---------------------------------------------------------------*
      *  Escalations attached, counting the one that opened it; the   *
      *  latest, and the highest incident count any of them carried.  *
      *---------------------------------------------------------------*
               10  PTKT-ESCALATION-COUNT  PIC 9(4).
               10  PTKT-LAST-ESCALATION-KEY
                                          PIC X(12).
               10  PTKT-PEAK-INCIDENTS    PIC 9(9).
               10  PTKT-WINDOW-MINUTES    PIC 9(4).
               10  PTKT-ACK-KEY           PIC X(12).
               10  PTKT-ACK-BY            PIC X(8).
               10  PTKT-CLOSED-KEY        PIC X(12).
               10  PTKT-CLOSED-BY         PIC X(8).
      *---------------------------------------------------------------*
      *  One of the codes in PTKTCAUS, set when the problem closes.   *
      *---------------------------------------------------------------*
               10  PTKT-CAUSE-CODE        PIC X(4).
           05  PTKT-NOTE-COUNT            PIC 9(2).
           05  PTKT-NOTE OCCURS 10 TIMES.
               10  PTKT-NOTE-KEY          PIC X(12).
               10  PTKT-NOTE-BY           PIC X(8).
               10  PTKT-NOTE-TEXT         PIC X(60).
      *---------------------------------------------------------------*
      *  INC-CORRELATION-IDs of the C2WSINC incidents operations      *
      *  have tied to the problem.                                    *
      *---------------------------------------------------------------*
           05  PTKT-CORRELATION-COUNT     PIC 9(2).
           05  PTKT-CORRELATION-ID OCCURS 10 TIMES
                                          PIC X(16).
