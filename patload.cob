       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       WORKING-STORAGE SECTION.
       01  WS-SEQ-STATUS            PIC XX.
           END-READ.

       3000-LOAD-RECORD.
      *    THE SEQUENTIAL MASTER CARRIES THE PATIENT FIELDS ONLY,
      *    SO EVERY PATIENT IS LOADED WITH NO PROVIDER ASSIGNED.
           MOVE PATIENT-SEQ-RECORD TO PATIENT-MASTER-RECORD.
           WRITE PATIENT-MASTER-RECORD
               INVALID KEY
