      *****************************************************
      * PROVREC - CARE-PROVIDER MASTER RECORD LAYOUT
      * ONE RECORD PER CLINICIAN, KEYED ON PRV-PROVIDER-ID,
      * KEPT THROUGH PROVMNT.  PATIENTS ARE ASSIGNED TO A
      * PROVIDER THROUGH PAT-PROVIDER-ID ON THE PATIENT
      * MASTER.  A PROVIDER WHO LEAVES IS MARKED INACTIVE
      * RATHER THAN DELETED, SO OLD ASSIGNMENTS STILL FIND A
      * NAME; NO NEW PATIENT MAY BE ASSIGNED TO AN INACTIVE
      * PROVIDER.
      *****************************************************
           05 PRV-PROVIDER-ID       PIC X(6).
           05 PRV-NAME              PIC X(25).
           05 PRV-SITE-CODE         PIC X(3).
           05 PRV-ACTIVE-FLAG       PIC X(1).
               88 PRV-ACTIVE             VALUE "Y".
               88 PRV-INACTIVE           VALUE "N".
