       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSEVTW.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Writer for the monitoring event feed. Every online program    *
      * that has something to tell the enterprise monitoring system   *
      * -- an outage declared or cleared, an escalation, an AppID     *
      * cut off by its budget, a client locked out, a stale           *
      * checkpoint -- LINKs here at the moment it happens, passing an *
      * EVTREC record with the type, severity, subject and text.      *
      * This program stamps the date and time, the region and the     *
      * program that LINKed, makes up a correlation id when the       *
      * caller had none, and appends the record to EVTFEED, the one   *
      * outbound event queue the monitoring collector drains.         *
      * The event has already happened when this runs, so a feed      *
      * failure is reported on the job log and the caller carries on. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Outbound event queue, appended one record per event.         *
      *---------------------------------------------------------------*
           SELECT EVENT-FEED ASSIGN TO EVTFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EVENT-FEED-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  EVENT-FEED
           RECORDING MODE IS F.
       01  EVENT-FEED-RECORD.
           COPY EVTREC.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  EVENT-FEED-STATUS             PIC X(2) VALUE '00'.
       01  EVTW-TIME-WORK.
           05  EVTW-ABSTIME               PIC S9(15) COMP-3.
           05  EVTW-DATE-WORK             PIC X(8).
           05  EVTW-TIME-OF-DAY           PIC X(6).
       77  EVTW-TASK-NUMBER              PIC 9(7) VALUE 0.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY EVTREC.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM STAMP-EVENT THRU
               END-STAMP-EVENT.

           PERFORM WRITE-EVENT-FEED-RECORD THRU
               END-WRITE-EVENT-FEED-RECORD.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * STAMP WHEN AND WHERE FROM THE TASK ITSELF. A CALLER THAT HAS  *
      * NO CORRELATION ID OF ITS OWN GETS ONE MADE FROM THE DATE, THE *
      * TIME AND THE TASK NUMBER                                      *
      *---------------------------------------------------------------*
       STAMP-EVENT.

           EXEC CICS ASKTIME ABSTIME(EVTW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(EVTW-ABSTIME)
               YYYYMMDD(EVTW-DATE-WORK)
               TIME(EVTW-TIME-OF-DAY)
           END-EXEC.
           MOVE EVTW-DATE-WORK   TO EVT-DATE OF DFHCOMMAREA.
           MOVE EVTW-TIME-OF-DAY TO EVT-TIME OF DFHCOMMAREA.

           EXEC CICS ASSIGN APPLID(EVT-REGION OF DFHCOMMAREA)
           END-EXEC.
           IF (EVT-SOURCE-PROGRAM OF DFHCOMMAREA = SPACES)
               EXEC CICS ASSIGN
                   INVOKINGPROG(EVT-SOURCE-PROGRAM OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           IF (EVT-CORRELATION-ID OF DFHCOMMAREA = SPACES)
               COMPUTE EVTW-TASK-NUMBER = EIBTASKN
               STRING EVTW-DATE-WORK(3:6) DELIMITED BY SIZE
                      EVTW-TIME-OF-DAY DELIMITED BY SIZE
                      EVTW-TASK-NUMBER(4:4) DELIMITED BY SIZE
                      INTO EVT-CORRELATION-ID OF DFHCOMMAREA
               END-STRING
           END-IF.

       END-STAMP-EVENT.   EXIT.

      *---------------------------------------------------------------*
      * APPEND THE STAMPED RECORD TO THE FEED                         *
      *---------------------------------------------------------------*
       WRITE-EVENT-FEED-RECORD.

           OPEN EXTEND EVENT-FEED.
           IF (EVENT-FEED-STATUS NOT = '00')
               DISPLAY 'C2WSEVTW EVTFEED OPEN FAILED, STATUS='
                   EVENT-FEED-STATUS ' TYPE='
                   EVT-TYPE OF DFHCOMMAREA ' SUBJECT='
                   EVT-SUBJECT OF DFHCOMMAREA
               GO TO END-WRITE-EVENT-FEED-RECORD
           END-IF.

           MOVE DFHCOMMAREA TO EVENT-FEED-RECORD.

           WRITE EVENT-FEED-RECORD.
           IF (EVENT-FEED-STATUS NOT = '00')
               DISPLAY 'C2WSEVTW EVTFEED WRITE FAILED, STATUS='
                   EVENT-FEED-STATUS ' TYPE='
                   EVT-TYPE OF DFHCOMMAREA ' SUBJECT='
                   EVT-SUBJECT OF DFHCOMMAREA
           END-IF.

           CLOSE EVENT-FEED.

       END-WRITE-EVENT-FEED-RECORD.   EXIT.

       END PROGRAM C2WSEVTW.
