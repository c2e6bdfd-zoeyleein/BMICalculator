       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSMNT.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-PAT-ID
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO PATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAT-ID
               ALTERNATE RECORD KEY IS PAT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO CONSAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           COPY CONSREC.

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY CONSAUD.

       WORKING-STORAGE SECTION.
       01  WS-CONSENT-STATUS         PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-CHOICE                 PIC X.
       01  WS-DONE-SWITCH            PIC X VALUE "N".
           88 MAINTENANCE-DONE           VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH      PIC X VALUE "N".
           88 OPEN-ERROR                 VALUE "Y".
       01  WS-CONSENT-FOUND-SWITCH   PIC X VALUE "N".
           88 CONSENT-FOUND              VALUE "Y".
       01  WS-PATIENT-FOUND-SWITCH   PIC X VALUE "N".
           88 PATIENT-FOUND              VALUE "Y".
       01  WS-SAVE-STATUS            PIC X VALUE "N".
           88 SAVE-FAILED                VALUE "Y".
       01  WS-VALID-SWITCH           PIC X VALUE "N".
           88 VALID-INPUT                VALUE "Y".
       01  WS-SEARCH-ID              PIC X(6).
       01  WS-NUMERIC-STAGE          PIC X(8).
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-TODAY                  PIC 9(8).
       01  WS-AUDIT-ACTION           PIC X(1).
       01  WS-AUDIT-DATE             PIC 9(8).
       01  WS-AUDIT-TIME-RAW         PIC 9(8).
       01  WS-BEFORE-IMAGE           PIC X(25).
       01  WS-PORTAL-CAND            PIC X(1).
       01  WS-LETTER-CAND            PIC X(1).
       01  WS-CONTACT-CAND           PIC X(1).
           88 WS-CONTACT-CAND-VALID      VALUE "M" "T" "E" "P".
       01  WS-EARLIEST-DATE          PIC 9(8).
       01  WS-DATE-CAND              PIC 9(8).
       01  WS-DATE-CAND-R REDEFINES WS-DATE-CAND.
           05 WS-DC-YYYY             PIC 9(4).
           05 WS-DC-MM               PIC 9(2).
           05 WS-DC-DD               PIC 9(2).
       01  WS-CONTACT-TEXT           PIC X(6).

           COPY SIGNON.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPERSEC" USING SIGNON-COMM-AREA.
           IF NOT SGN-SIGNED-ON
               DISPLAY "SIGN-ON REJECTED - CONSENT MAINTENANCE "
                   "UNAVAILABLE"
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM UNTIL MAINTENANCE-DONE
                   PERFORM 2000-DISPLAY-MENU
                   PERFORM 2100-PROCESS-CHOICE
               END-PERFORM
           END-IF.
           STOP RUN.

       1000-OPEN-CONSENT-FILE.
           MOVE "N" TO WS-OPEN-ERROR-SWITCH.
           OPEN I-O CONSENT-FILE.
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT CONSENT-FILE
                   CLOSE CONSENT-FILE
                   OPEN I-O CONSENT-FILE
                   IF WS-CONSENT-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN CONSENT FILE, STATUS: "
                           WS-CONSENT-STATUS
                       MOVE "Y" TO WS-OPEN-ERROR-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CONSENT FILE, STATUS: "
                       WS-CONSENT-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SWITCH
           END-EVALUATE.

       1100-CLOSE-CONSENT-FILE.
           CLOSE CONSENT-FILE.

       1200-FIND-CONSENT.
           MOVE "N" TO WS-CONSENT-FOUND-SWITCH.
           MOVE WS-SEARCH-ID TO CNS-PAT-ID.
           READ CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CONSENT-FOUND-SWITCH
           END-READ.

       1300-FIND-PATIENT.
           MOVE "N" TO WS-PATIENT-FOUND-SWITCH.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-SEARCH-ID TO PAT-ID
               READ PATIENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PATIENT-FOUND-SWITCH
               END-READ
               CLOSE PATIENT-MASTER
           ELSE
               DISPLAY "UNABLE TO OPEN PATIENT MASTER, STATUS: "
                   WS-MASTER-STATUS
           END-IF.

       1400-ACCEPT-PREFERENCES.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL VALID-INPUT
               DISPLAY "SHARE RESULTS WITH WELLNESS PORTAL (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-PORTAL-CAND
               MOVE FUNCTION UPPER-CASE(WS-PORTAL-CAND)
                   TO WS-PORTAL-CAND
               IF WS-PORTAL-CAND = "Y" OR WS-PORTAL-CAND = "N"
                   MOVE "Y" TO WS-VALID-SWITCH
               ELSE
                   DISPLAY "Portal consent must be Y or N"
                   DISPLAY "please re-enter."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL VALID-INPUT
               DISPLAY "ACCEPTS REFERRAL LETTERS (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-LETTER-CAND
               MOVE FUNCTION UPPER-CASE(WS-LETTER-CAND)
                   TO WS-LETTER-CAND
               IF WS-LETTER-CAND = "Y" OR WS-LETTER-CAND = "N"
                   MOVE "Y" TO WS-VALID-SWITCH
               ELSE
                   DISPLAY "Letter consent must be Y or N"
                   DISPLAY "please re-enter."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL VALID-INPUT
               DISPLAY "PREFERRED CONTACT - M(AIL) T(ELEPHONE) "
                   "E(MAIL) P(ORTAL): " WITH NO ADVANCING
               ACCEPT WS-CONTACT-CAND
               MOVE FUNCTION UPPER-CASE(WS-CONTACT-CAND)
                   TO WS-CONTACT-CAND
               IF WS-CONTACT-CAND-VALID
                   MOVE "Y" TO WS-VALID-SWITCH
               ELSE
                   DISPLAY "Contact method must be M, T, E or P"
                   DISPLAY "please re-enter."
               END-IF
           END-PERFORM.

       1500-ACCEPT-DATE.
      *    THE CALLER SETS WS-EARLIEST-DATE - ZERO FOR A CONSENT
      *    DATE, THE CONSENT DATE FOR A WITHDRAWAL.  NEITHER MAY
      *    BE IN THE FUTURE.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL VALID-INPUT
               DISPLAY "ENTER DATE (YYYYMMDD, BLANK FOR TODAY): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-NUMERIC-STAGE
               ACCEPT WS-NUMERIC-STAGE
               IF WS-NUMERIC-STAGE = SPACES
                   MOVE WS-TODAY TO WS-DATE-CAND
               ELSE
                   COMPUTE WS-DATE-CAND =
                       FUNCTION NUMVAL(WS-NUMERIC-STAGE)
               END-IF
               IF WS-DC-MM >= 01 AND WS-DC-MM <= 12
                       AND WS-DC-DD >= 01 AND WS-DC-DD <= 31
                       AND WS-DATE-CAND <= WS-TODAY
                       AND WS-DATE-CAND >= WS-EARLIEST-DATE
                   MOVE "Y" TO WS-VALID-SWITCH
               ELSE
                   DISPLAY "Date must be a valid YYYYMMDD, not after "
                       "today and not before " WS-EARLIEST-DATE
                   DISPLAY "please re-enter."
               END-IF
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "PATIENT CONSENT MAINTENANCE".
           DISPLAY "A - ADD A CONSENT".
           DISPLAY "U - UPDATE CONTACT PREFERENCES".
           DISPLAY "W - RECORD A WITHDRAWAL".
           DISPLAY "R - RENEW A WITHDRAWN CONSENT".
           DISPLAY "I - INQUIRE".
           DISPLAY "Q - QUIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

       2100-PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "A"
                   IF SGN-AUTH-ADD = "Y"
                       PERFORM 3000-ADD-CONSENT
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR ADD"
                   END-IF
               WHEN "U"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 4000-UPDATE-PREFERENCES
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR UPDATE"
                   END-IF
               WHEN "W"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 5000-WITHDRAW-CONSENT
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR UPDATE"
                   END-IF
               WHEN "R"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 5500-RENEW-CONSENT
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR UPDATE"
                   END-IF
               WHEN "I"
                   PERFORM 5800-INQUIRE-CONSENT
               WHEN "Q"
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN"
           END-EVALUATE.

       3000-ADD-CONSENT.
           PERFORM 1000-OPEN-CONSENT-FILE.
           IF OPEN-ERROR
               DISPLAY "ADD CANCELLED - CONSENT FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PATIENT ID: " WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-CONSENT
               IF CONSENT-FOUND
                   DISPLAY "CONSENT ALREADY ON FILE - USE UPDATE, "
                       "WITHDRAW OR RENEW"
               ELSE
                   PERFORM 1300-FIND-PATIENT
                   IF NOT PATIENT-FOUND
                       DISPLAY "PATIENT NOT ON MASTER - CONSENT "
                           "NOT ADDED"
                   ELSE
                       PERFORM 1400-ACCEPT-PREFERENCES
                       DISPLAY "DATE CONSENT WAS GIVEN"
                       MOVE ZERO TO WS-EARLIEST-DATE
                       PERFORM 1500-ACCEPT-DATE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO CONSENT-RECORD
                       MOVE WS-SEARCH-ID TO CNS-PAT-ID
                       MOVE WS-PORTAL-CAND TO CNS-PORTAL-CONSENT
                       MOVE WS-LETTER-CAND TO CNS-LETTER-CONSENT
                       MOVE WS-CONTACT-CAND TO CNS-CONTACT-METHOD
                       MOVE WS-DATE-CAND TO CNS-CONSENT-DATE
                       MOVE ZERO TO CNS-WITHDRAWN-DATE
                       MOVE "N" TO WS-SAVE-STATUS
                       WRITE CONSENT-RECORD
                           INVALID KEY
                               MOVE "Y" TO WS-SAVE-STATUS
                       END-WRITE
                       IF SAVE-FAILED
                           DISPLAY "NOT SAVED - CONSENT WRITE "
                               "FAILED, STATUS: " WS-CONSENT-STATUS
                       ELSE
                           MOVE "A" TO WS-AUDIT-ACTION
                           PERFORM 6000-LOG-AUDIT
                           DISPLAY "CONSENT ADDED"
                       END-IF
                   END-IF
               END-IF
               PERFORM 1100-CLOSE-CONSENT-FILE
           END-IF.

       4000-UPDATE-PREFERENCES.
           PERFORM 1000-OPEN-CONSENT-FILE.
           IF OPEN-ERROR
               DISPLAY "UPDATE CANCELLED - CONSENT FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PATIENT ID TO UPDATE: "
                   WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-CONSENT
               EVALUATE TRUE
                   WHEN NOT CONSENT-FOUND
                       DISPLAY "CONSENT NOT FOUND - USE ADD"
                   WHEN NOT CNS-NOT-WITHDRAWN
      *                A WITHDRAWN PATIENT'S PREFERENCES ARE TAKEN
      *                AGAIN WHEN THE CONSENT IS RENEWED.
                       PERFORM 4500-SHOW-CONSENT
                       DISPLAY "CONSENT IS WITHDRAWN - USE RENEW"
                   WHEN OTHER
                       PERFORM 4500-SHOW-CONSENT
                       MOVE CONSENT-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 1400-ACCEPT-PREFERENCES
                       MOVE WS-PORTAL-CAND TO CNS-PORTAL-CONSENT
                       MOVE WS-LETTER-CAND TO CNS-LETTER-CONSENT
                       MOVE WS-CONTACT-CAND TO CNS-CONTACT-METHOD
                       MOVE "U" TO WS-AUDIT-ACTION
                       PERFORM 5900-REWRITE-CONSENT
                       IF NOT SAVE-FAILED
                           DISPLAY "CONTACT PREFERENCES UPDATED"
                       END-IF
               END-EVALUATE
               PERFORM 1100-CLOSE-CONSENT-FILE
           END-IF.

       4500-SHOW-CONSENT.
           EVALUATE TRUE
               WHEN CNS-CONTACT-MAIL
                   MOVE "MAIL" TO WS-CONTACT-TEXT
               WHEN CNS-CONTACT-PHONE
                   MOVE "PHONE" TO WS-CONTACT-TEXT
               WHEN CNS-CONTACT-EMAIL
                   MOVE "EMAIL" TO WS-CONTACT-TEXT
               WHEN CNS-CONTACT-PORTAL
                   MOVE "PORTAL" TO WS-CONTACT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CONTACT-TEXT
           END-EVALUATE.
           DISPLAY "PORTAL: " CNS-PORTAL-CONSENT
               " LETTERS: " CNS-LETTER-CONSENT
               " CONTACT: " WS-CONTACT-TEXT.
           IF CNS-NOT-WITHDRAWN
               DISPLAY "CONSENTED: " CNS-CONSENT-DATE
                   " STATUS: ACTIVE"
           ELSE
               DISPLAY "CONSENTED: " CNS-CONSENT-DATE
                   " WITHDRAWN: " CNS-WITHDRAWN-DATE
           END-IF.

       5000-WITHDRAW-CONSENT.
           PERFORM 1000-OPEN-CONSENT-FILE.
           IF OPEN-ERROR
               DISPLAY "WITHDRAWAL CANCELLED - CONSENT FILE NOT "
                   "READABLE"
           ELSE
               DISPLAY "ENTER PATIENT ID TO WITHDRAW: "
                   WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-CONSENT
               EVALUATE TRUE
                   WHEN NOT CONSENT-FOUND
                       DISPLAY "CONSENT NOT FOUND - PATIENT IS "
                           "ALREADY HELD BACK"
                   WHEN NOT CNS-NOT-WITHDRAWN
                       PERFORM 4500-SHOW-CONSENT
                       DISPLAY "CONSENT ALREADY WITHDRAWN"
                   WHEN OTHER
                       PERFORM 4500-SHOW-CONSENT
                       MOVE CONSENT-RECORD TO WS-BEFORE-IMAGE
                       DISPLAY "DATE CONSENT WAS WITHDRAWN"
                       MOVE CNS-CONSENT-DATE TO WS-EARLIEST-DATE
                       PERFORM 1500-ACCEPT-DATE
                       MOVE WS-DATE-CAND TO CNS-WITHDRAWN-DATE
                       MOVE "W" TO WS-AUDIT-ACTION
                       PERFORM 5900-REWRITE-CONSENT
                       IF NOT SAVE-FAILED
                           DISPLAY "CONSENT WITHDRAWN - NOTHING "
                               "FURTHER WILL BE SENT"
                       END-IF
               END-EVALUATE
               PERFORM 1100-CLOSE-CONSENT-FILE
           END-IF.

       5500-RENEW-CONSENT.
           PERFORM 1000-OPEN-CONSENT-FILE.
           IF OPEN-ERROR
               DISPLAY "RENEWAL CANCELLED - CONSENT FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PATIENT ID TO RENEW: "
                   WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-CONSENT
               EVALUATE TRUE
                   WHEN NOT CONSENT-FOUND
                       DISPLAY "CONSENT NOT FOUND - USE ADD"
                   WHEN CNS-NOT-WITHDRAWN
                       PERFORM 4500-SHOW-CONSENT
                       DISPLAY "CONSENT IS NOT WITHDRAWN - USE UPDATE"
                   WHEN OTHER
                       PERFORM 4500-SHOW-CONSENT
                       MOVE CONSENT-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 1400-ACCEPT-PREFERENCES
                       DISPLAY "DATE CONSENT WAS GIVEN AGAIN"
                       MOVE CNS-WITHDRAWN-DATE TO WS-EARLIEST-DATE
                       PERFORM 1500-ACCEPT-DATE
                       MOVE WS-PORTAL-CAND TO CNS-PORTAL-CONSENT
                       MOVE WS-LETTER-CAND TO CNS-LETTER-CONSENT
                       MOVE WS-CONTACT-CAND TO CNS-CONTACT-METHOD
                       MOVE WS-DATE-CAND TO CNS-CONSENT-DATE
                       MOVE ZERO TO CNS-WITHDRAWN-DATE
                       MOVE "R" TO WS-AUDIT-ACTION
                       PERFORM 5900-REWRITE-CONSENT
                       IF NOT SAVE-FAILED
                           DISPLAY "CONSENT RENEWED"
                       END-IF
               END-EVALUATE
               PERFORM 1100-CLOSE-CONSENT-FILE
           END-IF.

       5800-INQUIRE-CONSENT.
           PERFORM 1000-OPEN-CONSENT-FILE.
           IF OPEN-ERROR
               DISPLAY "INQUIRY CANCELLED - CONSENT FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PATIENT ID: " WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-CONSENT
               IF CONSENT-FOUND
                   PERFORM 4500-SHOW-CONSENT
               ELSE
                   DISPLAY "NO CONSENT ON FILE - NOTHING IS SENT "
                       "FOR THIS PATIENT"
               END-IF
               PERFORM 1100-CLOSE-CONSENT-FILE
           END-IF.

       5900-REWRITE-CONSENT.
           MOVE "N" TO WS-SAVE-STATUS.
           REWRITE CONSENT-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SAVE-STATUS
           END-REWRITE.
           IF SAVE-FAILED
               DISPLAY "NOT SAVED - CONSENT WRITE FAILED, "
                   "STATUS: " WS-CONSENT-STATUS
           ELSE
               PERFORM 6000-LOG-AUDIT
           END-IF.

       6000-LOG-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT FILE, STATUS: "
                   WS-AUDIT-STATUS
           ELSE
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-RAW FROM TIME
               MOVE WS-AUDIT-ACTION TO CA-ACTION-CODE
               MOVE WS-AUDIT-DATE TO CA-DATE
               MOVE WS-AUDIT-TIME-RAW(1:6) TO CA-TIME
               MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
               MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
               MOVE CONSENT-RECORD TO CA-AFTER-IMAGE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE AUDIT FILE, STATUS: "
                       WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
