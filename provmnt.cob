       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMNT.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-FILE ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO PROVAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY PROVAUD.

       WORKING-STORAGE SECTION.
       01  WS-PROVIDER-STATUS        PIC XX.
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-CHOICE                 PIC X.
       01  WS-DONE-SWITCH            PIC X VALUE "N".
           88 MAINTENANCE-DONE           VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH      PIC X VALUE "N".
           88 OPEN-ERROR                 VALUE "Y".
       01  WS-PROVIDER-FOUND-SWITCH  PIC X VALUE "N".
           88 PROVIDER-FOUND             VALUE "Y".
       01  WS-SAVE-STATUS            PIC X VALUE "N".
           88 SAVE-FAILED                VALUE "Y".
       01  WS-VALID-SWITCH           PIC X VALUE "N".
           88 VALID-INPUT                VALUE "Y".
       01  WS-SEARCH-ID              PIC X(6).
       01  WS-NAME-CAND              PIC X(25).
       01  WS-SITE-CAND              PIC X(3).
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(1).
       01  WS-AUDIT-DATE             PIC 9(8).
       01  WS-AUDIT-TIME-RAW         PIC 9(8).
       01  WS-BEFORE-IMAGE           PIC X(35).
       01  WS-STATUS-TEXT            PIC X(8).

           COPY SIGNON.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPERSEC" USING SIGNON-COMM-AREA.
           IF NOT SGN-SIGNED-ON
               DISPLAY "SIGN-ON REJECTED - PROVIDER MAINTENANCE "
                   "UNAVAILABLE"
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               PERFORM UNTIL MAINTENANCE-DONE
                   PERFORM 2000-DISPLAY-MENU
                   PERFORM 2100-PROCESS-CHOICE
               END-PERFORM
           END-IF.
           STOP RUN.

       1000-OPEN-PROVIDER-FILE.
           MOVE "N" TO WS-OPEN-ERROR-SWITCH.
           OPEN I-O PROVIDER-FILE.
           EVALUATE WS-PROVIDER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT PROVIDER-FILE
                   CLOSE PROVIDER-FILE
                   OPEN I-O PROVIDER-FILE
                   IF WS-PROVIDER-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PROVIDER FILE, STATUS: "
                           WS-PROVIDER-STATUS
                       MOVE "Y" TO WS-OPEN-ERROR-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PROVIDER FILE, STATUS: "
                       WS-PROVIDER-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SWITCH
           END-EVALUATE.

       1100-CLOSE-PROVIDER-FILE.
           CLOSE PROVIDER-FILE.

       1200-FIND-PROVIDER.
           MOVE "N" TO WS-PROVIDER-FOUND-SWITCH.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-ID) TO WS-SEARCH-ID.
           MOVE WS-SEARCH-ID TO PRV-PROVIDER-ID.
           READ PROVIDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PROVIDER-FOUND-SWITCH
           END-READ.

       1400-ACCEPT-DETAILS.
      *    ON AN ADD BOTH FIELDS ARE REQUIRED; ON AN UPDATE A
      *    BLANK ENTRY LEAVES THE FIELD AS IT IS.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL VALID-INPUT
               DISPLAY "ENTER PROVIDER NAME: " WITH NO ADVANCING
               MOVE SPACES TO WS-NAME-CAND
               ACCEPT WS-NAME-CAND
               IF WS-NAME-CAND NOT = SPACES OR PROVIDER-FOUND
                   MOVE "Y" TO WS-VALID-SWITCH
               ELSE
                   DISPLAY "Provider name is required"
                   DISPLAY "please re-enter."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-SWITCH.
           PERFORM UNTIL VALID-INPUT
               DISPLAY "ENTER CLINIC/SITE CODE: " WITH NO ADVANCING
               MOVE SPACES TO WS-SITE-CAND
               ACCEPT WS-SITE-CAND
               MOVE FUNCTION UPPER-CASE(WS-SITE-CAND)
                   TO WS-SITE-CAND
               IF WS-SITE-CAND NOT = SPACES OR PROVIDER-FOUND
                   MOVE "Y" TO WS-VALID-SWITCH
               ELSE
                   DISPLAY "Clinic/site code is required"
                   DISPLAY "please re-enter."
               END-IF
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "CARE-PROVIDER MAINTENANCE".
           DISPLAY "A - ADD A PROVIDER".
           DISPLAY "U - UPDATE NAME OR SITE".
           DISPLAY "D - DEACTIVATE A PROVIDER".
           DISPLAY "R - REACTIVATE A PROVIDER".
           DISPLAY "I - INQUIRE".
           DISPLAY "Q - QUIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

       2100-PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "A"
                   IF SGN-AUTH-ADD = "Y"
                       PERFORM 3000-ADD-PROVIDER
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR ADD"
                   END-IF
               WHEN "U"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 4000-UPDATE-PROVIDER
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR UPDATE"
                   END-IF
               WHEN "D"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 5000-DEACTIVATE-PROVIDER
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR UPDATE"
                   END-IF
               WHEN "R"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 5500-REACTIVATE-PROVIDER
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR UPDATE"
                   END-IF
               WHEN "I"
                   PERFORM 5800-INQUIRE-PROVIDER
               WHEN "Q"
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN"
           END-EVALUATE.

       3000-ADD-PROVIDER.
           PERFORM 1000-OPEN-PROVIDER-FILE.
           IF OPEN-ERROR
               DISPLAY "ADD CANCELLED - PROVIDER FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PROVIDER ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-SEARCH-ID
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-PROVIDER
               EVALUATE TRUE
                   WHEN WS-SEARCH-ID = SPACES
                       DISPLAY "PROVIDER ID IS REQUIRED - NOT ADDED"
                   WHEN PROVIDER-FOUND
                       DISPLAY "PROVIDER ALREADY ON FILE - USE UPDATE "
                           "OR REACTIVATE"
                   WHEN OTHER
                       PERFORM 1400-ACCEPT-DETAILS
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO PROVIDER-RECORD
                       MOVE WS-SEARCH-ID TO PRV-PROVIDER-ID
                       MOVE WS-NAME-CAND TO PRV-NAME
                       MOVE WS-SITE-CAND TO PRV-SITE-CODE
                       SET PRV-ACTIVE TO TRUE
                       MOVE "N" TO WS-SAVE-STATUS
                       WRITE PROVIDER-RECORD
                           INVALID KEY
                               MOVE "Y" TO WS-SAVE-STATUS
                       END-WRITE
                       IF SAVE-FAILED
                           DISPLAY "NOT SAVED - PROVIDER WRITE "
                               "FAILED, STATUS: " WS-PROVIDER-STATUS
                       ELSE
                           MOVE "A" TO WS-AUDIT-ACTION
                           PERFORM 6000-LOG-AUDIT
                           DISPLAY "PROVIDER ADDED"
                       END-IF
               END-EVALUATE
               PERFORM 1100-CLOSE-PROVIDER-FILE
           END-IF.

       4000-UPDATE-PROVIDER.
           PERFORM 1000-OPEN-PROVIDER-FILE.
           IF OPEN-ERROR
               DISPLAY "UPDATE CANCELLED - PROVIDER FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PROVIDER ID TO UPDATE: "
                   WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-PROVIDER
               IF NOT PROVIDER-FOUND
                   DISPLAY "PROVIDER NOT FOUND - USE ADD"
               ELSE
                   PERFORM 4500-SHOW-PROVIDER
                   MOVE PROVIDER-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "BLANK LEAVES A FIELD AS IT IS"
                   PERFORM 1400-ACCEPT-DETAILS
                   IF WS-NAME-CAND NOT = SPACES
                       MOVE WS-NAME-CAND TO PRV-NAME
                   END-IF
                   IF WS-SITE-CAND NOT = SPACES
                       MOVE WS-SITE-CAND TO PRV-SITE-CODE
                   END-IF
                   MOVE "U" TO WS-AUDIT-ACTION
                   PERFORM 5900-REWRITE-PROVIDER
                   IF NOT SAVE-FAILED
                       DISPLAY "PROVIDER UPDATED"
                   END-IF
               END-IF
               PERFORM 1100-CLOSE-PROVIDER-FILE
           END-IF.

       4500-SHOW-PROVIDER.
           IF PRV-ACTIVE
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           ELSE
               MOVE "INACTIVE" TO WS-STATUS-TEXT
           END-IF.
           DISPLAY "PROVIDER: " PRV-PROVIDER-ID
               " NAME: " PRV-NAME.
           DISPLAY "SITE: " PRV-SITE-CODE
               " STATUS: " WS-STATUS-TEXT.

       5000-DEACTIVATE-PROVIDER.
           PERFORM 1000-OPEN-PROVIDER-FILE.
           IF OPEN-ERROR
               DISPLAY "DEACTIVATION CANCELLED - PROVIDER FILE NOT "
                   "READABLE"
           ELSE
               DISPLAY "ENTER PROVIDER ID TO DEACTIVATE: "
                   WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-PROVIDER
               EVALUATE TRUE
                   WHEN NOT PROVIDER-FOUND
                       DISPLAY "PROVIDER NOT FOUND"
                   WHEN NOT PRV-ACTIVE
                       PERFORM 4500-SHOW-PROVIDER
                       DISPLAY "PROVIDER ALREADY INACTIVE"
                   WHEN OTHER
                       PERFORM 4500-SHOW-PROVIDER
                       MOVE PROVIDER-RECORD TO WS-BEFORE-IMAGE
                       SET PRV-INACTIVE TO TRUE
                       MOVE "D" TO WS-AUDIT-ACTION
                       PERFORM 5900-REWRITE-PROVIDER
                       IF NOT SAVE-FAILED
                           DISPLAY "PROVIDER DEACTIVATED - PATIENTS "
                               "STILL ON THE PANEL ARE FLAGGED ON "
                               "THE PANEL REPORT FOR REASSIGNMENT"
                       END-IF
               END-EVALUATE
               PERFORM 1100-CLOSE-PROVIDER-FILE
           END-IF.

       5500-REACTIVATE-PROVIDER.
           PERFORM 1000-OPEN-PROVIDER-FILE.
           IF OPEN-ERROR
               DISPLAY "REACTIVATION CANCELLED - PROVIDER FILE NOT "
                   "READABLE"
           ELSE
               DISPLAY "ENTER PROVIDER ID TO REACTIVATE: "
                   WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-PROVIDER
               EVALUATE TRUE
                   WHEN NOT PROVIDER-FOUND
                       DISPLAY "PROVIDER NOT FOUND - USE ADD"
                   WHEN PRV-ACTIVE
                       PERFORM 4500-SHOW-PROVIDER
                       DISPLAY "PROVIDER IS ALREADY ACTIVE"
                   WHEN OTHER
                       PERFORM 4500-SHOW-PROVIDER
                       MOVE PROVIDER-RECORD TO WS-BEFORE-IMAGE
                       SET PRV-ACTIVE TO TRUE
                       MOVE "R" TO WS-AUDIT-ACTION
                       PERFORM 5900-REWRITE-PROVIDER
                       IF NOT SAVE-FAILED
                           DISPLAY "PROVIDER REACTIVATED"
                       END-IF
               END-EVALUATE
               PERFORM 1100-CLOSE-PROVIDER-FILE
           END-IF.

       5800-INQUIRE-PROVIDER.
           PERFORM 1000-OPEN-PROVIDER-FILE.
           IF OPEN-ERROR
               DISPLAY "INQUIRY CANCELLED - PROVIDER FILE NOT READABLE"
           ELSE
               DISPLAY "ENTER PROVIDER ID: " WITH NO ADVANCING
               ACCEPT WS-SEARCH-ID
               PERFORM 1200-FIND-PROVIDER
               IF PROVIDER-FOUND
                   PERFORM 4500-SHOW-PROVIDER
               ELSE
                   DISPLAY "PROVIDER NOT FOUND"
               END-IF
               PERFORM 1100-CLOSE-PROVIDER-FILE
           END-IF.

       5900-REWRITE-PROVIDER.
           MOVE "N" TO WS-SAVE-STATUS.
           REWRITE PROVIDER-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SAVE-STATUS
           END-REWRITE.
           IF SAVE-FAILED
               DISPLAY "NOT SAVED - PROVIDER WRITE FAILED, "
                   "STATUS: " WS-PROVIDER-STATUS
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
               MOVE WS-AUDIT-ACTION TO PA-ACTION-CODE
               MOVE WS-AUDIT-DATE TO PA-DATE
               MOVE WS-AUDIT-TIME-RAW(1:6) TO PA-TIME
               MOVE WS-OPERATOR-ID TO PA-OPERATOR-ID
               MOVE WS-BEFORE-IMAGE TO PA-BEFORE-IMAGE
               MOVE PROVIDER-RECORD TO PA-AFTER-IMAGE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE AUDIT FILE, STATUS: "
                       WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
