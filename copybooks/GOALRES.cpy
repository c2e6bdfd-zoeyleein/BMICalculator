      *****************************************************
      * GOALRES - NIGHTLY GOAL RESULT RECORD
      * ONE RECORD PER OPEN GOAL JUDGED BY THE NIGHTLY RUN,
      * WRITTEN BY BMICALC ALONGSIDE ITS GOAL REPORT LINE
      * AND CARRYING THE PATIENT'S PROVIDER FROM THE MASTER,
      * SO GOALPROV CAN PRINT THE NIGHT'S RESULTS IN PROVIDER
      * ORDER WITH A SECTION PER CLINICIAN.
      *****************************************************
           05 GR-PROVIDER-ID        PIC X(6).
           05 GR-PAT-ID             PIC X(6).
           05 GR-PAT-NAME           PIC X(20).
           05 GR-TARGET-BMI         PIC 99V99.
           05 GR-CURRENT-BMI        PIC 99V99.
           05 GR-TARGET-DATE        PIC 9(8).
           05 GR-CALC-DATE          PIC 9(8).
           05 GR-RESULT             PIC X(1).
               88 GR-ON-TRACK            VALUE "T".
               88 GR-OFF-TRACK           VALUE "F".
               88 GR-ACHIEVED            VALUE "A".
               88 GR-EXPIRED             VALUE "X".
