      *****************************************************
      * PATPROV - PATIENT MASTER CARE-PROVIDER ASSIGNMENT
      * COPY THIS DIRECTLY AFTER PATREC IN ANY FD THAT
      * DESCRIBES A PATIENT MASTER RECORD (OR ITS NIGHTLY
      * BACKUP) AND IN ANY WORKING-STORAGE IMAGE OF ONE.
      * PAT-PROVIDER-ID IS THE PRV-PROVIDER-ID OF THE
      * CLINICIAN WHOSE PANEL THE PATIENT IS ON; SPACES WHEN
      * THE PATIENT IS NOT ASSIGNED.  THE ASSIGNMENT SITS
      * AFTER THE PATIENT FIELDS, SO HISTORY, SUSPENSE AND
      * EVERY OTHER PATREC-SHAPED RECORD IS UNCHANGED; A
      * PROGRAM THAT REWRITES THE MASTER FROM A PATREC GROUP
      * MUST MOVE THE PATREC FIELDS ONLY AND LEAVE THE
      * PROVIDER AS READ.
      *****************************************************
           05 PAT-PROVIDER-ID       PIC X(6).
               88 PAT-NOT-ASSIGNED       VALUE SPACES.
