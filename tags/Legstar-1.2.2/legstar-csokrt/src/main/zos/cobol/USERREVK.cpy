      *****************************************************************
      * USERREVK                                                      *
      * --------                                                      *
      * Dormant-userid decision register layout, shared between       *
      * EZADORM (the monthly report, which proposes userids with no   *
      * granted logon for the review period and reports the ones      *
      * already decided) and EZAREVK (the transaction security staff  *
      * record each decision through), so both programs always agree  *
      * on the record shape. One entry per userid ever decided.       *
      *                                                               *
      * REVK-REVOKED: the userid's access has been taken away.        *
      * REVK-RETAINED: the userid is kept, with the reason; it is not *
      * proposed again until the decision is older than the review    *
      * period. Dates are YYYYMMDD; REVK-PROPOSED-DATE is the run     *
      * date of the EZADORM proposal the decision answers.            *
      *****************************************************************
           05  REVK-USERID            PIC X(8).
           05  REVK-STATUS            PIC X(1).
               88  REVK-REVOKED           VALUE 'R'.
               88  REVK-RETAINED          VALUE 'K'.
           05  REVK-STATUS-DATE       PIC X(8).
           05  REVK-DECIDED-BY        PIC X(8).
           05  REVK-PROPOSED-DATE     PIC X(8).
           05  REVK-REASON            PIC X(40).
