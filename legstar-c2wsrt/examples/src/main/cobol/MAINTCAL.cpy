      *****************************************************************
      * MAINTCAL                                                      *
      * --------                                                      *
      * Planned maintenance calendar, keyed: one record per window    *
      * in which a service endpoint, a batch job or the whole region  *
      * is expected to be down -- the provider's announced            *
      * maintenance, or our own. Kept through C2WSPLNM; read only     *
      * through C2WSPLAN, the window check C2WSHB, C2WSALRT, MSNPROBE *
      * and CKPTSTAT LINK to before they page anybody, so every one   *
      * of them agrees on what "planned" means.                       *
      *                                                               *
      * MWIN-SUBJECT is the service name as C2WSHB probes it          *
      * ('MSNSearch', 'cultureinfo') for type 'S', the job name the   *
      * job checkpoints under for type 'J', and '*REGION*' for type   *
      * 'R', which covers every service and job at once. Start and    *
      * end are YYMMDDHHMMSS, the comparable key C2WSALRT already     *
      * builds from an ASKTIME; the window includes both ends.        *
      *****************************************************************
           05  MWIN-KEY.
               10  MWIN-SUBJECT-TYPE      PIC X(1).
                   88  MWIN-SERVICE-WINDOW    VALUE 'S'.
                   88  MWIN-JOB-WINDOW        VALUE 'J'.
                   88  MWIN-REGION-WINDOW     VALUE 'R'.
               10  MWIN-SUBJECT           PIC X(11).
               10  MWIN-START-KEY         PIC X(12).
           05  MWIN-END-KEY               PIC X(12).
      *---------------------------------------------------------------*
      *  Whose maintenance it is: announced by the provider, or our   *
      *  own region or job work.                                      *
      *---------------------------------------------------------------*
           05  MWIN-ORIGIN                PIC X(1).
               88  MWIN-PROVIDER-MAINTENANCE  VALUE 'P'.
               88  MWIN-OWN-MAINTENANCE       VALUE 'O'.
           05  MWIN-REASON                PIC X(40).
           05  MWIN-ENTERED-BY            PIC X(8).
           05  MWIN-ENTERED-TIMESTAMP     PIC X(15).
