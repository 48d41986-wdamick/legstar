      *****************************************************************
      * AUDCHST                                                       *
      * -------                                                       *
      * Chain state of the audit trails, one keyed record per trail   *
      * (CHST-TRAIL-ID 'AUDTMSN' or 'SECAUDT') in each region's       *
      * AUDCHST file: the sequence number and chain value of the last *
      * record written to that region's copy of the trail, so the     *
      * next writer can continue the chain (see the AUDHASH           *
      * copybook). Online writers hold a CICS ENQ on the trail's      *
      * chain from reading this record until they have rewritten it.  *
      * C2WSTVFY compares the end of the live trail against it, so a  *
      * trail cut short after its last record was written shows up    *
      * too.                                                          *
      *****************************************************************
           05  CHST-TRAIL-ID              PIC X(8).
           05  CHST-LAST-SEQUENCE         PIC 9(12).
           05  CHST-LAST-CHAIN            PIC X(32).
           05  CHST-LAST-TIMESTAMP        PIC X(15).
           05  CHST-LAST-PROGRAM          PIC X(8).
           05  FILLER                     PIC X(5).
