      * AUDREC - PATIENT MAINTENANCE AUDIT TRAIL RECORD
      * ONE RECORD PER ADD/UPDATE/DELETE APPLIED TO THE
      * PATIENT MASTER, CARRYING WHO DID IT, WHEN, AND THE
      * FULL BEFORE AND AFTER PATIENT MASTER IMAGES (PATREC
      * FOLLOWED BY PATPROV, SPACES WHERE NO IMAGE APPLIES -
      * BEFORE ON AN ADD, AFTER ON A DELETE).
      *****************************************************
           05 AUD-ACTION-CODE       PIC X(1).
               88 AUD-ACTION-ADD         VALUE "A".
           05 AUD-DATE              PIC 9(8).
           05 AUD-TIME              PIC 9(6).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-BEFORE-IMAGE      PIC X(65).
           05 AUD-AFTER-IMAGE       PIC X(65).
