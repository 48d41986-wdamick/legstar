           05  MCFG-MANDATED-SAFESEARCH   PIC X(32).
           05  MCFG-CACHE-SHARE-APPIDS    PIC X(1).
           05  MCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  MCFG-PASSWORD-FORM         PIC X(1).
               88  MCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

      *---------------------------------------------------------------*
      *  Layout matches the CFGC2WS record LSC2WSSA loads in PROLOG.  *
           05  CCFG-PASSWORD              PIC X(8).
           05  CCFG-DEFAULT-CULTURE       PIC X(32).
           05  CCFG-RECV-TIMEOUT-SECS     PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  CCFG-PASSWORD-FORM         PIC X(1).
               88  CCFG-PASSWORDS-ENCRYPTED   VALUE 'E'.

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
