           RECORDING MODE IS F.
       01  PATIENT-BACKUP-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-IMAGE-REC.
           COPY PATREC.
           COPY PATPROV.

       01  WS-RCOV-PARM-STATUS      PIC XX.
       01  WS-BACKUP-STATUS         PIC XX.
