      *****************************************************
      * CONSAUD - PATIENT CONSENT AUDIT TRAIL RECORD
      * ONE RECORD PER CHANGE TO THE CONSENT FILE - ADD,
      * PREFERENCE UPDATE, WITHDRAWAL OR RENEWAL THROUGH
      * CONSMNT, OR A MERGE OF TWO PATIENTS' RECORDS BY
      * PATMERGE - CARRYING WHO DID IT, WHEN, AND THE BEFORE
      * AND AFTER CONSENT IMAGES (CONSREC LAYOUT, SPACES
      * BEFORE AN ADD).
      *****************************************************
           05 CA-ACTION-CODE        PIC X(1).
               88 CA-ACTION-ADD          VALUE "A".
               88 CA-ACTION-UPDATE       VALUE "U".
               88 CA-ACTION-WITHDRAW     VALUE "W".
               88 CA-ACTION-RENEW        VALUE "R".
               88 CA-ACTION-MERGE        VALUE "M".
           05 CA-DATE               PIC 9(8).
           05 CA-TIME               PIC 9(6).
           05 CA-OPERATOR-ID        PIC X(8).
           05 CA-BEFORE-IMAGE       PIC X(25).
           05 CA-AFTER-IMAGE        PIC X(25).
