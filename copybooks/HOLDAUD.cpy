      *****************************************************
      * HOLDAUD - HELD-READING AUDIT TRAIL RECORD
      * ONE RECORD PER RELEASE OR VOID OF A HELD WEIGH-IN
      * READING THROUGH HOLDMNT, CARRYING WHO DID IT, WHEN,
      * AND THE HELD RECORD AS IT STOOD AFTER THE ACTION
      * (HOLDREC LAYOUT).
      *****************************************************
           05 HA-ACTION-CODE        PIC X(1).
               88 HA-ACTION-RELEASE      VALUE "R".
               88 HA-ACTION-VOID         VALUE "V".
           05 HA-DATE               PIC 9(8).
           05 HA-TIME               PIC 9(6).
           05 HA-OPERATOR-ID        PIC X(8).
           05 HA-HOLD-IMAGE         PIC X(68).
