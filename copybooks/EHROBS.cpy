      *****************************************************
      * EHROBS - EHR OUTBOUND BMI OBSERVATION RECORD
      * ONE RECORD PER BMI CALCULATION POSTED BY BMICALC,
      * FILED INTO THE PATIENT CHART BY THE HOSPITAL EHR.
      * EHR-MSG-CONTROL-ID IS UNIQUE PER MESSAGE ("B" +
      * RUN DATE + RUN START TIME + SEQUENCE IN THE RUN) AND
      * COMES BACK ON THE EHR ACKNOWLEDGEMENT (ACKREC).
      * EHR-BAND-METHOD SAYS WHETHER THE BAND CAME FROM THE
      * ADULT WHO CUT-OFFS ("W") OR THE PEDIATRIC BMIPCTL
      * PERCENTILE TABLE ("P").
      *****************************************************
           05 EHR-MSG-CONTROL-ID    PIC X(20).
           05 EHR-PAT-ID            PIC X(6).
           05 EHR-SITE-CODE         PIC X(3).
           05 EHR-MEAS-DATE         PIC 9(8).
           05 EHR-HEIGHT            PIC 999V9.
           05 EHR-WEIGHT            PIC 999V9.
           05 EHR-BMI               PIC 99V99.
           05 EHR-BAND              PIC X(11).
           05 EHR-BAND-METHOD       PIC X(1).
               88 EHR-BAND-WHO           VALUE "W".
               88 EHR-BAND-PEDIATRIC     VALUE "P".
