      *****************************************************
      * SURVREC - QUARTERLY OBESITY-SURVEILLANCE SUBMISSION
      * FIXED 60-BYTE RECORD SENT TO THE COUNTY HEALTH
      * DEPARTMENT REGISTRY BY BMISURV.  ONE BATCH PER
      * QUARTER: A HEADER ("H"), ONE DETAIL ("D") PER SITE /
      * AGE GROUP / SEX STRATUM WITH AT LEAST ONE PATIENT,
      * AND A TRAILER ("T").  THE FILE IS DE-IDENTIFIED -
      * NO PATIENT ID, NAME, DATE OF BIRTH OR READING DATE
      * IS EVER CARRIED.  EACH PATIENT IS COUNTED ONCE, IN
      * THE BAND OF THEIR LATEST READING IN THE QUARTER.
      * AGE GROUPS: 01 2-5  02 6-11  03 12-19  04 20-39
      *             05 40-59  06 60 AND OVER
      * SEX: M, F, OR U WHEN NOT RECORDED.
      * SRV-TRL-RECORD-COUNT COUNTS DETAIL RECORDS ONLY.
      *****************************************************
           05 SRV-RECORD-TYPE       PIC X(1).
               88 SRV-HEADER             VALUE "H".
               88 SRV-DETAIL             VALUE "D".
               88 SRV-TRAILER            VALUE "T".
           05 SRV-HEADER-DATA.
               10 SRV-HDR-SUBMITTER     PIC X(8).
               10 SRV-HDR-QUARTER       PIC 9(5).
               10 SRV-HDR-PERIOD-FROM   PIC 9(8).
               10 SRV-HDR-PERIOD-TO     PIC 9(8).
               10 SRV-HDR-CREATE-DATE   PIC 9(8).
               10 SRV-HDR-CREATE-TIME   PIC 9(6).
               10 SRV-HDR-LAYOUT-VER    PIC X(2).
               10 FILLER                PIC X(14).
           05 SRV-DETAIL-DATA REDEFINES SRV-HEADER-DATA.
               10 SRV-DTL-SITE-CODE     PIC X(3).
               10 SRV-DTL-AGE-GROUP     PIC X(2).
               10 SRV-DTL-SEX           PIC X(1).
               10 SRV-DTL-PATIENTS      PIC 9(6).
               10 SRV-DTL-UNDERWEIGHT   PIC 9(6).
               10 SRV-DTL-NORMAL        PIC 9(6).
               10 SRV-DTL-OVERWEIGHT    PIC 9(6).
               10 SRV-DTL-OBESE         PIC 9(6).
               10 FILLER                PIC X(23).
           05 SRV-TRAILER-DATA REDEFINES SRV-HEADER-DATA.
               10 SRV-TRL-QUARTER       PIC 9(5).
               10 SRV-TRL-RECORD-COUNT  PIC 9(7).
               10 SRV-TRL-PATIENT-COUNT PIC 9(7).
               10 FILLER                PIC X(40).
