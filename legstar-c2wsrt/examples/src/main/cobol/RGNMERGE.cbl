      *---------------------------------------------------------------*
       FD  AUDIT-REGION-A
           RECORDING MODE IS F.
       01  AUDIT-A-RECORD                PIC X(814).
       FD  AUDIT-REGION-B
           RECORDING MODE IS F.
       01  AUDIT-B-RECORD                PIC X(814).
       FD  AUDIT-WIDE
           RECORDING MODE IS F.
       01  AUDIT-WIDE-RECORD             PIC X(814).

       FD  INCIDENT-REGION-A
           RECORDING MODE IS F.

       FD  SECAUDT-REGION-A
           RECORDING MODE IS F.
       01  SECAUDT-A-RECORD              PIC X(120).
       FD  SECAUDT-REGION-B
           RECORDING MODE IS F.
       01  SECAUDT-B-RECORD              PIC X(120).
       FD  SECAUDT-WIDE
           RECORDING MODE IS F.
       01  SECAUDT-WIDE-RECORD           PIC X(120).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
