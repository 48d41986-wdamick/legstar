      *****************************************************************
      * PTKTCAUS                                                      *
      * --------                                                      *
      * Cause codes a C2WS problem may be closed with, and what each  *
      * means. C2WSPRBM refuses a close with any other code, and      *
      * C2WSPRBR reports problems by cause in this order. Each        *
      * program lays its own OCCURS 8 table over these values: add a  *
      * code at the end and raise the count in both programs.         *
      *****************************************************************
           05  FILLER                     PIC X(4) VALUE 'PROV'.
           05  FILLER                     PIC X(32) VALUE
               'PROVIDER OUTAGE OR DEGRADATION'.
           05  FILLER                     PIC X(4) VALUE 'NETW'.
           05  FILLER                     PIC X(32) VALUE
               'NETWORK OR CONNECTIVITY'.
           05  FILLER                     PIC X(4) VALUE 'CONF'.
           05  FILLER                     PIC X(32) VALUE
               'CONFIGURATION OR CREDENTIAL'.
           05  FILLER                     PIC X(4) VALUE 'CHNG'.
           05  FILLER                     PIC X(32) VALUE
               'CHANGE OR DEPLOYMENT'.
           05  FILLER                     PIC X(4) VALUE 'CODE'.
           05  FILLER                     PIC X(32) VALUE
               'APPLICATION DEFECT'.
           05  FILLER                     PIC X(4) VALUE 'CAPY'.
           05  FILLER                     PIC X(32) VALUE
               'CAPACITY OR VOLUME'.
           05  FILLER                     PIC X(4) VALUE 'DATA'.
           05  FILLER                     PIC X(32) VALUE
               'BAD OR UNEXPECTED DATA'.
           05  FILLER                     PIC X(4) VALUE 'NFF '.
           05  FILLER                     PIC X(32) VALUE
               'NO FAULT FOUND'.
