      *  default.                                                     *
      *---------------------------------------------------------------*
           05  CFG-RECV-TIMEOUT-SECS      PIC 9(3).
      *---------------------------------------------------------------*
      *  'E' once the passwords above are held enciphered (see the    *
      *  CFGPWD copybook); anything else is the old clear text.       *
      *---------------------------------------------------------------*
           05  CFG-PASSWORD-FORM          PIC X(1).
               88  CFG-PASSWORDS-ENCRYPTED    VALUE 'E'.

       FD  LATENCY-FILE
           RECORDING MODE IS F.
           '        '.
       77  C2WS-PASSWORD               PIC X(8) VALUE
           '        '.
      *
      * The password is held enciphered in CONFIG-FILE and deciphered
      * into C2WS-PASSWORD above only, never written back out.
      *
       01  PWD-CIPHER-PARMS.
           COPY CFGPWD.
      *    
      * Service requested.
      *    
           MOVE CFG-SERVICE-URI TO C2WS-SERVICE-URI.
           MOVE CFG-USERID      TO C2WS-USERID.
           MOVE CFG-PASSWORD    TO C2WS-PASSWORD.
           IF (CFG-PASSWORDS-ENCRYPTED)
               MOVE CFG-PASSWORD TO PWD-CIPHER-TEXT
               PERFORM DECIPHER-PASSWORD THRU END-DECIPHER-PASSWORD
               MOVE PWD-CLEAR-TEXT TO C2WS-PASSWORD
               MOVE SPACES TO PWD-CLEAR-TEXT
           END-IF.
           IF (CFG-DEFAULT-CULTURE NOT = SPACES)
               MOVE CFG-DEFAULT-CULTURE TO W00-DEFAULT-CULTURE
           END-IF.

       END-LOAD-CONFIGURATION.   EXIT.

      *---------------------------------------------------------------*
      *  Decipher the stored password (PWD-CIPHER-TEXT) into          *
      *  PWD-CLEAR-TEXT under the CKDS key the CFGPWD copybook names. *
      *  A blank password stays blank. A failure is a configuration   *
      *  failure: the service cannot be called without the password.  *
      *---------------------------------------------------------------*
       DECIPHER-PASSWORD.

           MOVE SPACES TO PWD-CLEAR-TEXT.
           IF (PWD-CIPHER-TEXT = SPACES)
               GO TO END-DECIPHER-PASSWORD
           END-IF.

           MOVE LOW-VALUES TO PWD-CHAIN-VECTOR.
           CALL 'CSNBDEC' USING PWD-RETURN-CODE
                                PWD-REASON-CODE
                                PWD-EXIT-DATA-LENGTH
                                PWD-EXIT-DATA
                                PWD-KEY-LABEL
                                PWD-TEXT-LENGTH
                                PWD-CIPHER-TEXT
                                PWD-INIT-VECTOR
                                PWD-RULE-ARRAY-COUNT
                                PWD-RULE-ARRAY
                                PWD-CHAIN-VECTOR
                                PWD-CLEAR-TEXT.
           IF (NOT PWD-CIPHER-OK)
               DISPLAY 'LSC2WSSA CSNBDEC FAILED, RC=' PWD-RETURN-CODE
                   ' REASON=' PWD-REASON-CODE
               MOVE 'CONFIG-FILE password decipher failed' TO
                   ERROR-MESSAGE
               PERFORM ABORT-PROGRAM THRU
                   END-ABORT-PROGRAM
           END-IF.

       END-DECIPHER-PASSWORD.   EXIT.

      *---------------------------------------------------------------*
      *  Populate the request parameters                              *
      *---------------------------------------------------------------*
