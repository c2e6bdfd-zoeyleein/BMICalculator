               ALTERNATE RECORD KEY IS PAT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO PATAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC XX.
       01  WS-PROVIDER-STATUS        PIC XX.
       01  WS-CHOICE                 PIC X.
       01  WS-DONE-SWITCH            PIC X VALUE "N".
           88 MAINTENANCE-DONE           VALUE "Y".
           05 WS-DOB-DD              PIC 9(2).
       01  WS-SEX-CANDIDATE          PIC X(1).
       01  WS-SITE-CANDIDATE         PIC X(3).
       01  WS-PROVIDER-CANDIDATE     PIC X(6).
       01  WS-PROVIDER-FOUND-SWITCH  PIC X VALUE "N".
           88 PROVIDER-FOUND             VALUE "Y".
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(1).
       01  WS-AUDIT-DATE             PIC 9(8).
       01  WS-AUDIT-TIME-RAW         PIC 9(8).
       01  WS-BEFORE-IMAGE           PIC X(65).
       01  WS-AFTER-IMAGE            PIC X(65).

           COPY SIGNON.

           MOVE FUNCTION UPPER-CASE(WS-SITE-CANDIDATE)
               TO WS-SITE-CANDIDATE.

       1700-ACCEPT-PROVIDER.
      *    BLANK LEAVES THE ASSIGNMENT AS IT IS AND NONE TAKES THE
      *    PATIENT OFF ANY PANEL.  ANY OTHER ID MUST BE AN ACTIVE
      *    PROVIDER ON THE PROVIDER MASTER.
           MOVE SPACES TO WS-PROVIDER-CANDIDATE.
           OPEN INPUT PROVIDER-FILE.
           IF WS-PROVIDER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PROVIDER FILE, STATUS: "
                   WS-PROVIDER-STATUS
               DISPLAY "PROVIDER ASSIGNMENT LEFT AS IS"
           ELSE
               MOVE "N" TO WS-VALID-SWITCH
               PERFORM UNTIL VALID-INPUT
                   DISPLAY "ENTER PROVIDER ID (BLANK TO LEAVE AS IS, "
                       "NONE TO UNASSIGN): " WITH NO ADVANCING
                   MOVE SPACES TO WS-PROVIDER-CANDIDATE
                   ACCEPT WS-PROVIDER-CANDIDATE
                   MOVE FUNCTION UPPER-CASE(WS-PROVIDER-CANDIDATE)
                       TO WS-PROVIDER-CANDIDATE
                   IF WS-PROVIDER-CANDIDATE = SPACES
                           OR WS-PROVIDER-CANDIDATE = "NONE"
                       MOVE "Y" TO WS-VALID-SWITCH
                   ELSE
                       MOVE "N" TO WS-PROVIDER-FOUND-SWITCH
                       MOVE WS-PROVIDER-CANDIDATE TO PRV-PROVIDER-ID
                       READ PROVIDER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-PROVIDER-FOUND-SWITCH
                       END-READ
                       IF PROVIDER-FOUND AND PRV-ACTIVE
                           MOVE "Y" TO WS-VALID-SWITCH
                       ELSE
                           DISPLAY "Provider must be on file and active"
                           DISPLAY "please re-enter."
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROVIDER-FILE
           END-IF.

       1750-APPLY-PROVIDER.
           IF WS-PROVIDER-CANDIDATE = "NONE"
               MOVE SPACES TO PAT-PROVIDER-ID
           ELSE
               IF WS-PROVIDER-CANDIDATE NOT = SPACES
                   MOVE WS-PROVIDER-CANDIDATE TO PAT-PROVIDER-ID
               END-IF
           END-IF.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "PATIENT MASTER MAINTENANCE".
                   PERFORM 1400-ACCEPT-HEIGHT-WEIGHT
                   PERFORM 1500-ACCEPT-DOB-SEX
                   PERFORM 1600-ACCEPT-SITE
                   PERFORM 1700-ACCEPT-PROVIDER
                   MOVE WS-HEIGHT-CANDIDATE TO PAT-HEIGHT
                   MOVE WS-WEIGHT-CANDIDATE TO PAT-WEIGHT
                   MOVE WS-DOB-CANDIDATE TO PAT-DOB
                   MOVE ZERO TO PAT-BMI
                   MOVE ZERO TO PAT-LAST-CALC-DATE
                   MOVE SPACE TO PAT-BAND-CODE
                   PERFORM 1750-APPLY-PROVIDER
                   MOVE "N" TO WS-SAVE-STATUS
                   WRITE PATIENT-MASTER-RECORD
                       INVALID KEY
                   DISPLAY "CURRENT DOB: " PAT-DOB
                       " SEX: " PAT-SEX
                       " SITE: " PAT-SITE-CODE
                   IF PAT-NOT-ASSIGNED
                       DISPLAY "CURRENT PROVIDER: NONE"
                   ELSE
                       DISPLAY "CURRENT PROVIDER: " PAT-PROVIDER-ID
                   END-IF
                   PERFORM 1400-ACCEPT-HEIGHT-WEIGHT
                   PERFORM 1500-ACCEPT-DOB-SEX
                   PERFORM 1600-ACCEPT-SITE
                   PERFORM 1700-ACCEPT-PROVIDER
                   MOVE WS-HEIGHT-CANDIDATE TO PAT-HEIGHT
                   MOVE WS-WEIGHT-CANDIDATE TO PAT-WEIGHT
                   IF WS-DOB-CANDIDATE NOT = ZERO
                   IF WS-SITE-CANDIDATE NOT = SPACES
                       MOVE WS-SITE-CANDIDATE TO PAT-SITE-CODE
                   END-IF
                   PERFORM 1750-APPLY-PROVIDER
                   MOVE "N" TO WS-SAVE-STATUS
                   REWRITE PATIENT-MASTER-RECORD
                       INVALID KEY
