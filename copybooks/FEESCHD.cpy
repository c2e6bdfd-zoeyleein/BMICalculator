      *****************************************************
      * FEESCHD - BILLING FEE SCHEDULE ENTRY
      * ONE RECORD PER BILLABLE SERVICE AND EFFECTIVE DATE,
      * KEPT BY THE BILLING OFFICE IN PROD.BMI.FEE.SCHEDULE.
      * A CHARGE IS PRICED FROM THE ENTRY FOR ITS SERVICE
      * TYPE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
      * THE SERVICE DATE, SO A CODE OR FEE CHANGE IS ADDED
      * AS A NEW ENTRY RATHER THAN BY CHANGING AN OLD ONE.
      * SERVICE TYPES: S  BMI SCREENING
      *                C  WEIGHT COUNSELING (REFERRAL
      *                   LETTER PRODUCED BY BMILETTR)
      * CHARGE AMOUNT = FEE-UNITS TIMES FEE-UNIT-PRICE.
      * BLANK LINES AND LINES STARTING "*" ARE IGNORED.
      *****************************************************
           05 FEE-SERVICE-TYPE      PIC X(1).
               88 FEE-SCREENING          VALUE "S".
               88 FEE-COUNSELING         VALUE "C".
           05 FEE-EFFECTIVE-DATE    PIC 9(8).
           05 FEE-PROC-CODE         PIC X(5).
           05 FEE-UNITS             PIC 9(3).
           05 FEE-UNIT-PRICE        PIC 9(5)V99.
           05 FEE-DESCRIPTION       PIC X(16).
