      *****************************************************
      * CONSSUP - CONSENT SUPPRESSION LOG RECORD
      * ONE RECORD FOR EACH RESULT, RESEND OR LETTER HELD
      * BACK FROM AN OUTBOUND INTERFACE BECAUSE THE PATIENT
      * HAS NOT CONSENTED OR HAS WITHDRAWN.  APPENDED BY THE
      * PROGRAM THAT HELD IT BACK AND LISTED MONTHLY BY
      * CONSRPT FOR THE PRIVACY OFFICER.
      *****************************************************
           05 CSP-RUN-DATE          PIC 9(8).
           05 CSP-PROGRAM-ID        PIC X(8).
           05 CSP-INTERFACE         PIC X(1).
               88 CSP-PORTAL-EXTRACT     VALUE "W".
               88 CSP-EHR-RESULT         VALUE "E".
               88 CSP-EHR-RESEND         VALUE "R".
               88 CSP-REFERRAL-LETTER    VALUE "L".
           05 CSP-PAT-ID            PIC X(6).
           05 CSP-READING-DATE      PIC 9(8).
           05 CSP-REASON-CODE       PIC X(2).
               88 CSP-NO-CONSENT         VALUE "NC".
               88 CSP-WITHDRAWN          VALUE "WD".
               88 CSP-PORTAL-DECLINED    VALUE "NP".
               88 CSP-LETTERS-DECLINED   VALUE "NL".
