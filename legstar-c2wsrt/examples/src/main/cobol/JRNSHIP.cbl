           05  FJ-CUSTOMER-KEY        PIC X(8).
           05  FJ-BEFORE-IMAGE        PIC X(159).
           05  FJ-AFTER-IMAGE         PIC X(159).
           05  FJ-REVERSES-TIMESTAMP  PIC X(15).

      *---------------------------------------------------------------*
      *  One transmission record per journal record shipped. The      *
