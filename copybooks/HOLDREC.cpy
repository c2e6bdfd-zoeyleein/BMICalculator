      *****************************************************
      * HOLDREC - HELD WEIGH-IN READING RECORD LAYOUT
      * ONE RECORD PER READING THE BATCH RUN HELD BACK
      * BECAUSE IT MOVED TOO FAR FROM THE PATIENT'S LAST
      * READING ON THE MASTER (DELTAPCT= ON THE BMICALC
      * PARM CARD, PERCENT CHANGE PER DAY).  STATUS IS "H"
      * (HELD) WHEN WRITTEN; NURSING SETS "R" (RELEASED -
      * POSTED ON THE NEXT NIGHTLY RUN) OR "V" (VOIDED -
      * NEVER POSTED) THROUGH HOLDMNT.  THE PRIOR FIELDS
      * ARE THE MASTER VALUES THE READING WAS JUDGED
      * AGAINST.
      *****************************************************
           05 HOLD-STATUS           PIC X(1).
               88 HOLD-HELD              VALUE "H".
               88 HOLD-RELEASED          VALUE "R".
               88 HOLD-VOIDED            VALUE "V".
           05 HOLD-RUN-DATE         PIC 9(8).
           05 HOLD-PAT-ID           PIC X(6).
           05 HOLD-MEAS-DATE        PIC 9(8).
           05 HOLD-HEIGHT           PIC 999V9.
           05 HOLD-WEIGHT           PIC 999V9.
           05 HOLD-PRIOR-DATE       PIC 9(8).
           05 HOLD-PRIOR-HEIGHT     PIC 999V9.
           05 HOLD-PRIOR-WEIGHT     PIC 999V9.
           05 HOLD-PCT-PER-DAY      PIC 9(3)V99.
           05 HOLD-ACTION-DATE      PIC 9(8).
           05 HOLD-OPERATOR-ID      PIC X(8).
