       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       WORKING-STORAGE SECTION.
       01  WS-GOAL-STATUS            PIC XX.
