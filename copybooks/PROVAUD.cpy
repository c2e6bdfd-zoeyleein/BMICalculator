      *****************************************************
      * PROVAUD - CARE-PROVIDER AUDIT TRAIL RECORD
      * ONE RECORD PER CHANGE TO THE PROVIDER MASTER THROUGH
      * PROVMNT - ADD, UPDATE, DEACTIVATION OR REACTIVATION -
      * CARRYING WHO DID IT, WHEN, AND THE BEFORE AND AFTER
      * PROVIDER IMAGES (PROVREC LAYOUT, SPACES BEFORE AN
      * ADD).
      *****************************************************
           05 PA-ACTION-CODE        PIC X(1).
               88 PA-ACTION-ADD          VALUE "A".
               88 PA-ACTION-UPDATE       VALUE "U".
               88 PA-ACTION-DEACTIVATE   VALUE "D".
               88 PA-ACTION-REACTIVATE   VALUE "R".
           05 PA-DATE               PIC 9(8).
           05 PA-TIME               PIC 9(6).
           05 PA-OPERATOR-ID        PIC X(8).
           05 PA-BEFORE-IMAGE       PIC X(35).
           05 PA-AFTER-IMAGE        PIC X(35).
