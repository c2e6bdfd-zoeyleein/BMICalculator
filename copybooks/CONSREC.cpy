      *****************************************************
      * CONSREC - PATIENT CONSENT AND CONTACT PREFERENCES
      * ONE RECORD PER PATIENT, KEYED ON CNS-PAT-ID, KEPT
      * THROUGH CONSMNT.  CARRIES WHETHER THE PATIENT LETS
      * THE CLINIC SHARE RESULTS WITH THE WELLNESS PORTAL,
      * WHETHER THEY ACCEPT REFERRAL LETTERS, HOW THEY PREFER
      * TO BE CONTACTED, WHEN CONSENT WAS GIVEN AND WHEN (IF
      * EVER) IT WAS WITHDRAWN.  A PATIENT WITH NO RECORD HAS
      * NOT CONSENTED, AND A WITHDRAWAL DATE STOPS EVERYTHING
      * OUTBOUND WHATEVER THE OTHER FLAGS SAY.
      *****************************************************
           05 CNS-PAT-ID            PIC X(6).
           05 CNS-PORTAL-CONSENT    PIC X(1).
               88 CNS-PORTAL-YES         VALUE "Y".
               88 CNS-PORTAL-NO          VALUE "N".
           05 CNS-LETTER-CONSENT    PIC X(1).
               88 CNS-LETTERS-YES        VALUE "Y".
               88 CNS-LETTERS-NO         VALUE "N".
           05 CNS-CONTACT-METHOD    PIC X(1).
               88 CNS-CONTACT-MAIL       VALUE "M".
               88 CNS-CONTACT-PHONE      VALUE "T".
               88 CNS-CONTACT-EMAIL      VALUE "E".
               88 CNS-CONTACT-PORTAL     VALUE "P".
               88 CNS-CONTACT-VALID      VALUE "M" "T" "E" "P".
           05 CNS-CONSENT-DATE      PIC 9(8).
           05 CNS-WITHDRAWN-DATE    PIC 9(8).
               88 CNS-NOT-WITHDRAWN      VALUE ZERO.
