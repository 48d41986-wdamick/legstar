      *****************************************************************
      * MANRATE                                                       *
      * -------                                                       *
      * Treasury's manual exchange rates, keyed: one record per       *
      * cultureCode and effective period, giving the rate to USD      *
      * treasury authorised for that period. Kept through C2WSMRTM;   *
      * LSCURRCV quotes off it only when the nightly LSC2WSSB refresh *
      * is stale, and marks every such quote as a manual rate.        *
      * C2WSMRTR reports the rates in force each day and appends them *
      * to RATEHIST.                                                  *
      *                                                               *
      * The period runs from MRAT-EFFECTIVE-FROM to                   *
      * MRAT-EFFECTIVE-TO, both YYYYMMDD and both included. A rate is *
      * never deleted: one entered in error, or overtaken by the      *
      * service coming back, is withdrawn, which keeps it on file so  *
      * the quotes already made off it stay explainable. Active       *
      * periods of the same culture never overlap.                    *
      *****************************************************************
           05  MRAT-KEY.
               10  MRAT-CULTURE-CODE      PIC X(32).
               10  MRAT-EFFECTIVE-FROM    PIC X(8).
           05  MRAT-EFFECTIVE-TO          PIC X(8).
           05  MRAT-RATE-TO-USD           PIC 9(7)V9(6).
           05  MRAT-STATUS                PIC X(1).
               88  MRAT-ACTIVE                VALUE 'A'.
               88  MRAT-WITHDRAWN             VALUE 'W'.
      *---------------------------------------------------------------*
      *  Treasury's authority for the rate (dealing desk fix, bank    *
      *  quote reference), and who entered and who withdrew it.       *
      *---------------------------------------------------------------*
           05  MRAT-REASON                PIC X(40).
           05  MRAT-ENTERED-BY            PIC X(8).
           05  MRAT-ENTERED-TIMESTAMP     PIC X(15).
           05  MRAT-WITHDRAWN-BY          PIC X(8).
           05  MRAT-WITHDRAWN-TIMESTAMP   PIC X(15).
