           RECORDING MODE IS F.
       01  OCC-MCAT-RECORD.
           05  OCC-MCAT-KEY               PIC X(32).
           05  FILLER                     PIC X(338).

       FD  CATALOG-MASTER-FILE
           RECORDING MODE IS F.
       01  OCC-CATL-RECORD.
           05  OCC-CATL-KEY               PIC X(16).
           05  FILLER                     PIC X(335).

       FD  BUDGET-FILE
           RECORDING MODE IS F.
