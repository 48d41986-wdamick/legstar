      *                                                               *
      * Designed to be rerun nightly over the full archive or over a  *
      * day's increment: rebuilding from the same records is          *
      * idempotent apart from the hit counts. A new entry starts      *
      * awaiting legal's usage-rights review (see MEDCAT); an         *
      * existing entry's review is never touched here.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
                   MOVE MED-THUMBNAIL-URL TO MCAT-THUMBNAIL-URL
                   MOVE SPACE             TO MCAT-LIVENESS-FLAG
                   MOVE SPACES            TO MCAT-LAST-CHECKED
                   MOVE 'U'               TO MCAT-RIGHTS-STATUS
                   MOVE SPACES            TO MCAT-RIGHTS-SET-BY
                   MOVE SPACES            TO MCAT-RIGHTS-SET-AT
                   MOVE SPACES            TO MCAT-LICENCE-REF
                   MOVE SPACES            TO MCAT-LICENCE-EXPIRY
                   WRITE MEDIA-CATALOG-RECORD
                   IF (CATALOG-FILE-STATUS = '00')
                       ADD 1 TO WS-CTL-ADDED
