      *****************************************************************
      * MSNSCRA                                                       *
      * -------                                                       *
      * Commarea of MSNSCRT, the keeper of the region's in-storage    *
      * screening tables (BLKTTBL, TENTTBL). MSNSEARC LINKs with 'G'  *
      * before each screen for the tables' current addresses;         *
      * MSNBLKM and MSNENTM LINK with 'B' or 'E' after a change so    *
      * it is screened on from the next search; operators run 'I' to  *
      * see when each table was last refreshed and how many entries   *
      * it holds, and 'R' to force both to reload. Every action       *
      * returns the state, refresh time (YYMMDDHHMMSS) and entry      *
      * count of both tables.                                         *
      *****************************************************************
           05  SCRT-ACTION                PIC X(1).
               88  SCRT-ACTION-GET            VALUE 'G'.
               88  SCRT-ACTION-BLOCKED        VALUE 'B'.
               88  SCRT-ACTION-ENTITLEMENT    VALUE 'E'.
               88  SCRT-ACTION-REFRESH        VALUE 'R'.
               88  SCRT-ACTION-INQUIRE        VALUE 'I'.
           05  SCRT-RETURN-CODE           PIC X(1).
               88  SCRT-OK                    VALUE '0'.
               88  SCRT-STORAGE-ERROR         VALUE '1'.
               88  SCRT-INVALID-ACTION        VALUE '2'.
           05  SCRT-BLOCKED-TABLE         POINTER.
           05  SCRT-ENTITLEMENT-TABLE     POINTER.
           05  SCRT-BLOCKED-STATE         PIC X(1).
           05  SCRT-BLOCKED-REFRESHED-AT  PIC X(12).
           05  SCRT-BLOCKED-ENTRIES       PIC 9(4) COMP-5.
           05  SCRT-ENTITLEMENT-STATE     PIC X(1).
           05  SCRT-ENTITLEMENT-REFRESHED PIC X(12).
           05  SCRT-ENTITLEMENT-ENTRIES   PIC 9(4) COMP-5.
           05  SCRT-REFRESH-MINUTES       PIC 9(4) COMP-5.
