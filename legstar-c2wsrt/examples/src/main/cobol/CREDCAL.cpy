      *****************************************************************
      * CREDCAL                                                       *
      * -------                                                       *
      * Credential calendar record layout: one record per credential  *
      * the C2WS services sign on with -- the CFGMSN primary and      *
      * secondary userid/password pairs, the CFGC2WS userid/password  *
      * and each provider AppID -- with the date it was issued, the   *
      * date it expires and who owns renewing it. Kept through        *
      * C2WSCFGM (actions 'E', 'Q' and 'D'); read by C2WSCRDW, the    *
      * nightly expiry warning, and C2WSCRDL, the month-end listing,  *
      * so all three always agree on the record shape.                *
      *                                                               *
      * CRED-SLOT is 'PRIMARY' or 'SECONDARY' for a userid/password   *
      * pair (CFGC2WS has only a primary), or the AppID itself for a  *
      * provider AppID. CRED-USERID is the userid that was live in    *
      * the config file when the expiry was recorded; the nightly     *
      * job flags the entry as stale once the config file moves on.   *
      *****************************************************************
           05  CRED-KEY.
               10  CRED-FILE-ID           PIC X(1).
                   88  CRED-IN-CFGMSN         VALUE 'M'.
                   88  CRED-IN-CFGC2WS        VALUE 'C'.
                   88  CRED-PROVIDER-APPID    VALUE 'A'.
               10  CRED-SLOT              PIC X(40).
      *---------------------------------------------------------------*
      *  Short name the warnings and the escalation log carry.        *
      *---------------------------------------------------------------*
           05  CRED-NAME                  PIC X(8).
           05  CRED-USERID                PIC X(8).
           05  CRED-OWNER-USERID          PIC X(8).
           05  CRED-OWNER-NAME            PIC X(32).
      *---------------------------------------------------------------*
      *  Issued and expiry dates, YYYYMMDD.                           *
      *---------------------------------------------------------------*
           05  CRED-SET-DATE              PIC 9(8).
           05  CRED-EXPIRY-DATE           PIC 9(8).
      *---------------------------------------------------------------*
      *  The last warning threshold (days before expiry) C2WSCRDW     *
      *  warned the owner at, so each of the 30/14/3 day warnings     *
      *  goes out once even if a night's run is missed. 999 = none    *
      *  yet; C2WSCFGM resets it whenever the expiry is recorded.     *
      *---------------------------------------------------------------*
           05  CRED-WARNED-AT             PIC 9(3).
               88  CRED-NOT-YET-WARNED        VALUE 999.
           05  CRED-UPDATED-BY            PIC X(8).
           05  CRED-UPDATED-TIMESTAMP     PIC X(15).
