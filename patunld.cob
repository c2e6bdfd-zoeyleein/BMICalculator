       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  PATIENT-BACKUP
           RECORDING MODE IS F.
       01  PATIENT-BACKUP-RECORD.
           COPY PATREC.
           COPY PATPROV.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
