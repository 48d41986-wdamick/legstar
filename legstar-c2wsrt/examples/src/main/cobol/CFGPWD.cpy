      *****************************************************************
      * CFGPWD                                                        *
      * ------                                                        *
      * ICSF parameter block for enciphering and deciphering the      *
      * service passwords held in CFGMSN and CFGC2WS. The passwords   *
      * are stored enciphered (the record's password-form byte says   *
      * 'E') under the DATA key C2WS.CONFIG.PASSWORD.KEY in the CKDS; *
      * programs name the key by label only, so it never appears in   *
      * a load module, a dump or a backup. One 8-byte password is one *
      * triple-DES block, so the enciphered value fits the same 8     *
      * bytes as the clear one. A blank password (no secondary        *
      * contracted) is left blank, not enciphered.                    *
      *                                                               *
      * CSNBENC (encipher) is called only by C2WSCFGM and C2WSPWCV;   *
      * CSNBDEC (decipher) only by the programs that actually log on  *
      * to a provider, into working storage, never back to a file.    *
      *****************************************************************
           05  PWD-RETURN-CODE            PIC S9(8) BINARY VALUE 0.
               88  PWD-CIPHER-OK              VALUE 0.
           05  PWD-REASON-CODE            PIC S9(8) BINARY VALUE 0.
           05  PWD-EXIT-DATA-LENGTH       PIC S9(8) BINARY VALUE 0.
           05  PWD-EXIT-DATA              PIC X(4) VALUE SPACES.
           05  PWD-KEY-LABEL              PIC X(64) VALUE
               'C2WS.CONFIG.PASSWORD.KEY'.
           05  PWD-TEXT-LENGTH            PIC S9(8) BINARY VALUE 8.
           05  PWD-INIT-VECTOR            PIC X(8) VALUE LOW-VALUES.
           05  PWD-RULE-ARRAY-COUNT       PIC S9(8) BINARY VALUE 1.
           05  PWD-RULE-ARRAY             PIC X(8) VALUE 'CBC'.
           05  PWD-PAD-CHARACTER          PIC S9(8) BINARY VALUE 0.
           05  PWD-CHAIN-VECTOR           PIC X(18) VALUE LOW-VALUES.
           05  PWD-CLEAR-TEXT             PIC X(8) VALUE SPACES.
           05  PWD-CIPHER-TEXT            PIC X(8) VALUE SPACES.
