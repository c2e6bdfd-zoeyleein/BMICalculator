      *****************************************************
      * CHRGREC - BILLING CHARGE-CAPTURE RECORD
      * FIXED 60-BYTE RECORD WRITTEN NIGHTLY BY BMICHRG FOR
      * THE BILLING SYSTEM AND APPENDED TO THE CHARGE LOG
      * (PROD.BMI.CHARGE.LOG) THAT CHRGRECN RECONCILES AT
      * MONTH END.  ONE BATCH PER RUN: A HEADER ("H"), ONE
      * DETAIL ("D") PER CHARGE, AND A TRAILER ("T") WHOSE
      * COUNTS AND DOLLAR HASH MUST MATCH THE DETAILS.
      * SERVICE TYPE S IS A BMI SCREENING, SERVICE DATE =
      * THE READING DATE; C IS WEIGHT COUNSELING FOR A
      * REFERRAL LETTER, SERVICE DATE = THE LETTER DATE.
      * PROCEDURE CODE, UNITS AND AMOUNT COME FROM THE FEE
      * SCHEDULE (FEESCHD) IN EFFECT ON THE SERVICE DATE.
      *****************************************************
           05 CHG-RECORD-TYPE       PIC X(1).
               88 CHG-HEADER             VALUE "H".
               88 CHG-DETAIL             VALUE "D".
               88 CHG-TRAILER            VALUE "T".
           05 CHG-HEADER-DATA.
               10 CHG-HDR-SENDER        PIC X(8).
               10 CHG-HDR-CREATE-DATE   PIC 9(8).
               10 CHG-HDR-CREATE-TIME   PIC 9(6).
               10 CHG-HDR-LAYOUT-VER    PIC X(2).
               10 FILLER                PIC X(35).
           05 CHG-DETAIL-DATA REDEFINES CHG-HEADER-DATA.
               10 CHG-PAT-ID            PIC X(6).
               10 CHG-SITE-CODE         PIC X(3).
               10 CHG-SERVICE-DATE      PIC 9(8).
               10 CHG-SERVICE-TYPE      PIC X(1).
                   88 CHG-SCREENING          VALUE "S".
                   88 CHG-COUNSELING         VALUE "C".
               10 CHG-PROC-CODE         PIC X(5).
               10 CHG-UNITS             PIC 9(3).
               10 CHG-AMOUNT            PIC 9(7)V99.
               10 FILLER                PIC X(24).
           05 CHG-TRAILER-DATA REDEFINES CHG-HEADER-DATA.
               10 CHG-TRL-CREATE-DATE   PIC 9(8).
               10 CHG-TRL-CHARGE-COUNT  PIC 9(7).
               10 CHG-TRL-SCREEN-COUNT  PIC 9(7).
               10 CHG-TRL-COUNSEL-COUNT PIC 9(7).
               10 CHG-TRL-AMOUNT-HASH   PIC 9(9)V99.
               10 FILLER                PIC X(19).
