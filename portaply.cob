                   PAT-NAME OF PATIENT-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT APPLY-REPORT ASSIGN TO PORTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               88 PT-TRANS-DELETE        VALUE "D".
           05 PT-PATIENT.
           COPY PATREC REPLACING ==05== BY ==10==.
           05 PT-PROVIDER-ID        PIC X(6).

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  APPLY-REPORT
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS          PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-PROVIDER-OPEN-SWITCH  PIC X VALUE "N".
           88 PROVIDER-FILE-OPEN         VALUE "Y".
       01  WS-PROVIDER-OK-SWITCH    PIC X VALUE "Y".
           88 PROVIDER-OK                VALUE "Y".
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-AUDIT-ACTION          PIC X(1).
       01  WS-AUDIT-DATE            PIC 9(8).
       01  WS-AUDIT-TIME-RAW        PIC 9(8).
       01  WS-BEFORE-IMAGE          PIC X(65).
       01  WS-AFTER-IMAGE           PIC X(65).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-TRANS-FILE          VALUE "Y".
       01  WS-APPLY-ERROR-SWITCH    PIC X VALUE "N".
               CLOSE PORTAL-TRANS
               CLOSE PATIENT-MASTER
               CLOSE APPLY-REPORT
               IF PROVIDER-FILE-OPEN
                   CLOSE PROVIDER-FILE
               END-IF
           END-IF.
           IF APPLY-ERROR
               MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-APPLY-ERROR-SWITCH
               END-IF
           END-IF.
      *    WITHOUT THE PROVIDER MASTER THE RUN STILL APPLIES
      *    TRANSACTIONS THAT CARRY NO PROVIDER; ANY THAT DO ARE
      *    REJECTED SO THE ASSIGNMENT IS NEVER TAKEN UNCHECKED.
           IF NOT APPLY-ERROR
               OPEN INPUT PROVIDER-FILE
               IF WS-PROVIDER-STATUS = "00"
                   MOVE "Y" TO WS-PROVIDER-OPEN-SWITCH
               ELSE
                   DISPLAY "UNABLE TO OPEN PROVIDER FILE, STATUS: "
                       WS-PROVIDER-STATUS
               END-IF
           END-IF.

       2000-READ-TRANS.
           READ PORTAL-TRANS
       3100-VALIDATE-TRANS.
           MOVE "Y" TO WS-TRANS-OK-SWITCH.
           MOVE SPACES TO WS-REASON-CODE.
           PERFORM 3200-CHECK-PROVIDER.
           EVALUATE TRUE
               WHEN NOT (PT-TRANS-ADD OR PT-TRANS-CHANGE
                       OR PT-TRANS-DELETE)
                       AND PAT-SEX OF PT-PATIENT NOT = SPACE
                   MOVE "SX" TO WS-REASON-CODE
                   MOVE "N" TO WS-TRANS-OK-SWITCH
               WHEN NOT PROVIDER-OK
                   MOVE "PV" TO WS-REASON-CODE
                   MOVE "N" TO WS-TRANS-OK-SWITCH
           END-EVALUATE.

       3200-CHECK-PROVIDER.
           MOVE "Y" TO WS-PROVIDER-OK-SWITCH.
           IF PT-PROVIDER-ID NOT = SPACES
               IF NOT PROVIDER-FILE-OPEN
                   MOVE "N" TO WS-PROVIDER-OK-SWITCH
               ELSE
                   MOVE PT-PROVIDER-ID TO PRV-PROVIDER-ID
                   READ PROVIDER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-PROVIDER-OK-SWITCH
                       NOT INVALID KEY
                           IF NOT PRV-ACTIVE
                               MOVE "N" TO WS-PROVIDER-OK-SWITCH
                           END-IF
                   END-READ
               END-IF
           END-IF.

       4000-APPLY-ADD.
           MOVE PT-PATIENT TO PATIENT-MASTER-RECORD.
           MOVE PT-PROVIDER-ID TO PAT-PROVIDER-ID.
           MOVE ZERO TO PAT-BMI OF PATIENT-MASTER-RECORD.
           MOVE ZERO TO PAT-LAST-CALC-DATE OF PATIENT-MASTER-RECORD.
           MOVE SPACE TO PAT-BAND-CODE OF PATIENT-MASTER-RECORD.
                       MOVE PAT-SITE-CODE OF PT-PATIENT
                           TO PAT-SITE-CODE OF PATIENT-MASTER-RECORD
                   END-IF
                   IF PT-PROVIDER-ID NOT = SPACES
                       MOVE PT-PROVIDER-ID TO PAT-PROVIDER-ID
                   END-IF
                   REWRITE PATIENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "NF" TO WS-REASON-CODE
               WHEN "NF"
                   MOVE "PATIENT NOT ON MASTER"
                       TO WS-AD-REASON-TEXT
               WHEN "PV"
                   MOVE "PROVIDER NOT ON FILE/INACTIVE"
                       TO WS-AD-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON"
                       TO WS-AD-REASON-TEXT
