      * NIGHTLY BATCH RUN.  MATCHED TO THE PATIENT MASTER
      * BY MEAS-PAT-ID; UNMATCHED OR OUT-OF-RANGE READINGS
      * GO TO THE REJECT SUSPENSE FILE.
      * THE FEED OPENS WITH A HEADER (FEED DATE, SENDING
      * SITE, FEED SEQUENCE NUMBER) AND CLOSES WITH A
      * TRAILER (READING COUNT, HASH TOTAL OF MEAS-WEIGHT),
      * TOLD APART FROM READINGS BY THE "*" MARKERS IN THE
      * PATIENT ID POSITION, WHICH NO PATIENT ID CARRIES.
      * FEEDCHK PROVES THEM BEFORE THE NIGHTLY RUN; BMICALC
      * SKIPS THEM.
      *****************************************************
           05 MEAS-PAT-ID           PIC X(6).
               88 MEAS-FEED-HEADER       VALUE "*HEAD*".
               88 MEAS-FEED-TRAILER      VALUE "*TRLR*".
           05 MEAS-READING.
               10 MEAS-DATE             PIC 9(8).
               10 MEAS-HEIGHT           PIC 999V9.
               10 MEAS-WEIGHT           PIC 999V9.
           05 MEAS-HEADER-DATA REDEFINES MEAS-READING.
               10 MEAS-HDR-FEED-DATE    PIC 9(8).
               10 MEAS-HDR-SITE-CODE    PIC X(3).
               10 MEAS-HDR-SEQUENCE     PIC 9(5).
           05 MEAS-TRAILER-DATA REDEFINES MEAS-READING.
               10 MEAS-TRL-COUNT        PIC 9(6).
               10 MEAS-TRL-WEIGHT-HASH  PIC 9(9)V9.
