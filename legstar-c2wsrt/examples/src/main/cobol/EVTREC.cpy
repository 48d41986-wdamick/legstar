      *****************************************************************
      * EVTREC                                                        *
      * ------                                                        *
      * Monitoring event record: one fixed 200-byte record for every  *
      * event the enterprise monitoring system is told about as it    *
      * happens -- an outage declared or cleared (C2WSOUTG, C2WSHB),  *
      * an escalation (C2WSALRT), an AppID cut off by its call budget *
      * (MSNSEARC), a client address locked out (EZACICSE) or blocked *
      * automatically (EZASPRAY), a balancing NO-GO (NGTBAL) and a    *
      * stale checkpoint (CKPTSTAT). All of them go to the one event  *
      * feed, EVTFEED, which the monitoring collector drains.         *
      *                                                               *
      * Online programs fill the type, severity, subject, text and,   *
      * when they have one, the correlation id, and LINK to C2WSEVTW, *
      * which stamps the date, time, region and source program and    *
      * makes up a correlation id if none was given. Batch programs   *
      * fill every field and append to EVTFEED themselves. The same   *
      * correlation id on two events means the same occurrence, so    *
      * the collector can drop a repeat. Everything is display text.  *
      *****************************************************************
           05  EVT-TYPE                   PIC X(8).
               88  EVT-OUTAGE-DECLARED        VALUE 'OUTAGE'.
               88  EVT-OUTAGE-CLEARED         VALUE 'OUTCLEAR'.
               88  EVT-ESCALATION             VALUE 'ESCALATE'.
               88  EVT-BUDGET-CUTOFF          VALUE 'BUDGCUT'.
               88  EVT-LOCKOUT                VALUE 'LOCKOUT'.
               88  EVT-AUTO-BLOCK             VALUE 'AUTOBLK'.
               88  EVT-BALANCING-NO-GO        VALUE 'NOGO'.
               88  EVT-STALE-CHECKPOINT       VALUE 'CKPTSTAL'.
           05  EVT-SEVERITY               PIC X(1).
               88  EVT-CRITICAL               VALUE 'C'.
               88  EVT-MAJOR                  VALUE 'M'.
               88  EVT-WARNING                VALUE 'W'.
               88  EVT-INFORMATIONAL          VALUE 'I'.
           05  EVT-SOURCE-PROGRAM         PIC X(8).
      *---------------------------------------------------------------*
      *  When the event happened: YYYYMMDD and HHMMSS.                *
      *---------------------------------------------------------------*
           05  EVT-DATE                   PIC X(8).
           05  EVT-TIME                   PIC X(6).
           05  EVT-CORRELATION-ID         PIC X(16).
      *---------------------------------------------------------------*
      *  CICS APPLID of the region, or the job name for a batch event.*
      *---------------------------------------------------------------*
           05  EVT-REGION                 PIC X(8).
      *---------------------------------------------------------------*
      *  What the event is about: a program, an AppID, a client       *
      *  address, a file -- whatever the event type names.            *
      *---------------------------------------------------------------*
           05  EVT-SUBJECT                PIC X(16).
           05  EVT-TEXT                   PIC X(80).
           05  FILLER                     PIC X(49).
