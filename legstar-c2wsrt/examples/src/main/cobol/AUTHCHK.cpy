      *****************************************************************
      * AUTHCHK                                                       *
      * -------                                                       *
      * Commarea for C2WSAUTH, the role check every maintenance       *
      * transaction LINKs to before it makes a change. The caller     *
      * fills the program, the action and the file and key it is      *
      * about to change; C2WSAUTH answers with the result, the        *
      * signed-on userid it checked, the role that allowed the        *
      * action, or on a refusal the message to hand back. Refusals    *
      * are logged by C2WSAUTH itself. A result that is neither 'Y'   *
      * nor 'N' means the check could not be made, and the caller     *
      * refuses the action.                                           *
      *****************************************************************
           05  AUTH-PROGRAM               PIC X(8).
           05  AUTH-ACTION                PIC X(1).
           05  AUTH-FILE                  PIC X(8).
           05  AUTH-KEY                   PIC X(48).
           05  AUTH-RESULT                PIC X(1).
               88  AUTH-GRANTED               VALUE 'Y'.
               88  AUTH-REFUSED               VALUE 'N'.
           05  AUTH-USERID                PIC X(8).
           05  AUTH-ROLE                  PIC X(8).
           05  AUTH-MESSAGE               PIC X(80).
