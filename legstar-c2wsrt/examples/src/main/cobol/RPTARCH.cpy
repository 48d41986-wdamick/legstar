      *****************************************************************
      * RPTARCH                                                       *
      * -------                                                       *
      * Report archive record, keyed: every batch report run that a   *
      * C2WSRPTA step captures, line by line, under its report id     *
      * (the report's DD name, RPTMSN14, RPTC2W08 ...), the business  *
      * date it reports on (YYYYMMDD) and a run number, 01 for the    *
      * first capture of that report for that date and one more for   *
      * each rerun. Line 000000 of a run is its header; the printed   *
      * lines follow it as 000001 onwards, 132 bytes each, exactly as *
      * the report wrote them. C2WSRPTV lists and pages through the   *
      * runs online and reprints them; C2WSRPTP deletes each run      *
      * once the expiry date in its header has passed.                *
      *****************************************************************
           05  RARC-KEY.
               10  RARC-REPORT-ID         PIC X(8).
               10  RARC-BUSINESS-DATE     PIC X(8).
               10  RARC-RUN-NUMBER        PIC 9(2).
               10  RARC-LINE-NUMBER       PIC 9(6).
           05  RARC-LINE                  PIC X(132).
      *---------------------------------------------------------------*
      *  Line 000000: when the run was captured (YYYYMMDD, HHMMSS),   *
      *  how many lines it holds, the retention it was captured with  *
      *  and the date it may be deleted after, and the report's first *
      *  non-blank line, which is its title.                          *
      *---------------------------------------------------------------*
           05  RARC-HEADER REDEFINES RARC-LINE.
               10  RARC-CAPTURED-DATE     PIC X(8).
               10  RARC-CAPTURED-TIME     PIC X(6).
               10  RARC-LINE-COUNT        PIC 9(6).
               10  RARC-RETAIN-DAYS       PIC 9(4).
               10  RARC-EXPIRY-DATE       PIC X(8).
               10  RARC-TITLE             PIC X(80).
               10  FILLER                 PIC X(20).
