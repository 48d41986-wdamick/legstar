      *****************************************************************
      * PLANCHK                                                       *
      * -------                                                       *
      * Commarea for C2WSPLAN, the planned maintenance window check.  *
      * The caller names the subject -- 'S' and a service name, or    *
      * 'J' and a job name -- and the span of time it is asking       *
      * about, as YYMMDDHHMMSS keys; for "right now" both keys are    *
      * the current moment. C2WSPLAN answers 'Y' when a calendar      *
      * window for that subject, or for the whole region, overlaps    *
      * the span, with the window and its reason; 'N' when none does. *
      * A result that is neither means the calendar could not be      *
      * read, and the caller carries on as if nothing were planned -- *
      * a lost calendar must never hide a real outage.                *
      *****************************************************************
           05  PLAN-SUBJECT-TYPE          PIC X(1).
           05  PLAN-SUBJECT               PIC X(11).
           05  PLAN-FROM-KEY              PIC X(12).
           05  PLAN-TO-KEY                PIC X(12).
           05  PLAN-RESULT                PIC X(1).
               88  PLAN-IN-WINDOW             VALUE 'Y'.
               88  PLAN-NOT-IN-WINDOW         VALUE 'N'.
           05  PLAN-WINDOW-SUBJECT-TYPE   PIC X(1).
           05  PLAN-WINDOW-START-KEY      PIC X(12).
           05  PLAN-WINDOW-END-KEY        PIC X(12).
           05  PLAN-WINDOW-ORIGIN         PIC X(1).
           05  PLAN-WINDOW-REASON         PIC X(40).
