      *****************************************************************
      * AUDPREG                                                       *
      * -------                                                       *
      * Purge register: one record per audit trail record MSNPURGE    *
      * removed or redacted under a legal order, appended run after   *
      * run. It keeps the removed or redacted record's region,        *
      * sequence number and chain value (the sequence is per region), *
      * so C2WSTVFY and MSNBEVID can still verify the chain across a  *
      * lawful removal and tell a redaction from an alteration -- a   *
      * purge must not make the trail look tampered with, and         *
      * nothing else may leave a hole in it.                          *
      *****************************************************************
           05  PREG-TRAIL-ID              PIC X(8).
           05  PREG-REGION                PIC X(4).
           05  PREG-SEQUENCE-NUMBER       PIC 9(12).
           05  PREG-CHAIN-VALUE           PIC X(32).
           05  PREG-ACTION                PIC X(1).
               88  PREG-REMOVED               VALUE 'P'.
               88  PREG-REDACTED              VALUE 'R'.
           05  PREG-ORDER-ID              PIC X(16).
           05  PREG-RUN-TIMESTAMP         PIC X(15).
           05  PREG-RECORD-TIMESTAMP      PIC X(15).
           05  FILLER                     PIC X(17).
