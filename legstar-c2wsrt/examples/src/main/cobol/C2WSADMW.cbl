       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C2WSADMW.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Writer for the shared administrative change log. Every        *
      * maintenance transaction LINKs here after an add, change or    *
      * delete has gone to its file, passing an ADMCHG record with    *
      * the file, key, action and the before and after values. This   *
      * program stamps the record with the date and time, the         *
      * signed-on userid, the terminal, the transaction and the       *
      * program that LINKed, and appends it to ADMCHLOG -- one place  *
      * the weekly security review (C2WSADMR) reads, instead of each  *
      * transaction's own journal or none at all.                     *
      * The change has already been made when this runs, so a log     *
      * failure is reported on the job log and the caller carries on. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *  Cumulative log, appended one record per change.              *
      *---------------------------------------------------------------*
           SELECT ADMIN-CHANGE-LOG ASSIGN TO ADMCHLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADMIN-CHANGE-LOG-STATUS.

       DATA DIVISION.
      *****************************************************************
      *              F I L E       S E C T I O N                      *
      *****************************************************************
       FILE SECTION.
       FD  ADMIN-CHANGE-LOG
           RECORDING MODE IS F.
       01  ADMIN-CHANGE-LOG-RECORD.
           COPY ADMCHG.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

       77  ADMIN-CHANGE-LOG-STATUS       PIC X(2) VALUE '00'.
       01  ADMW-TIME-WORK.
           05  ADMW-ABSTIME               PIC S9(15) COMP-3.
           05  ADMW-DATE-WORK             PIC X(8).
           05  ADMW-TIME-OF-DAY           PIC X(6).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY ADMCHG.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM STAMP-CHANGE THRU
               END-STAMP-CHANGE.

           PERFORM WRITE-CHANGE-LOG-RECORD THRU
               END-WRITE-CHANGE-LOG-RECORD.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * STAMP WHO, WHERE AND WHEN FROM THE TASK ITSELF, WHATEVER THE  *
      * CALLER LEFT IN THOSE FIELDS                                   *
      *---------------------------------------------------------------*
       STAMP-CHANGE.

           EXEC CICS ASKTIME ABSTIME(ADMW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ADMW-ABSTIME)
               YYYYMMDD(ADMW-DATE-WORK)
               TIME(ADMW-TIME-OF-DAY)
           END-EXEC.
           MOVE ADMW-DATE-WORK   TO ACHG-DATE OF DFHCOMMAREA.
           MOVE ADMW-TIME-OF-DAY TO ACHG-TIME OF DFHCOMMAREA.

           EXEC CICS ASSIGN USERID(ACHG-USERID OF DFHCOMMAREA)
           END-EXEC.
           EXEC CICS ASSIGN INVOKINGPROG(ACHG-PROGRAM OF DFHCOMMAREA)
           END-EXEC.
           MOVE EIBTRMID TO ACHG-TERMID OF DFHCOMMAREA.
           MOVE EIBTRNID TO ACHG-TRANSID OF DFHCOMMAREA.

       END-STAMP-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      * APPEND THE STAMPED RECORD TO THE LOG                          *
      *---------------------------------------------------------------*
       WRITE-CHANGE-LOG-RECORD.

           OPEN EXTEND ADMIN-CHANGE-LOG.
           IF (ADMIN-CHANGE-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSADMW ADMCHLOG OPEN FAILED, STATUS='
                   ADMIN-CHANGE-LOG-STATUS ' FILE='
                   ACHG-FILE OF DFHCOMMAREA ' KEY='
                   ACHG-KEY OF DFHCOMMAREA
               GO TO END-WRITE-CHANGE-LOG-RECORD
           END-IF.

           MOVE DFHCOMMAREA TO ADMIN-CHANGE-LOG-RECORD.

           WRITE ADMIN-CHANGE-LOG-RECORD.
           IF (ADMIN-CHANGE-LOG-STATUS NOT = '00')
               DISPLAY 'C2WSADMW ADMCHLOG WRITE FAILED, STATUS='
                   ADMIN-CHANGE-LOG-STATUS ' FILE='
                   ACHG-FILE OF DFHCOMMAREA ' KEY='
                   ACHG-KEY OF DFHCOMMAREA
           END-IF.

           CLOSE ADMIN-CHANGE-LOG.

       END-WRITE-CHANGE-LOG-RECORD.   EXIT.

       END PROGRAM C2WSADMW.
