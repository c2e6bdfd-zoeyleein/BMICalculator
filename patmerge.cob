                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT HISTORY-CONTROL ASSIGN TO HISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-CONTROL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO BMISUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT LETTER-LOG-OUT ASSIGN TO LTRLOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRLOG-OUT-STATUS.
           SELECT CHARGE-LOG ASSIGN TO CHRGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-LOG-STATUS.
           SELECT CHARGE-LOG-OUT ASSIGN TO CHRGLOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-OUT-STATUS.
           SELECT CONSENT-FILE ASSIGN TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-PAT-ID OF CONSENT-RECORD
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT CONSENT-AUDIT ASSIGN TO CONSAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-AUDIT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO PATAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           COPY HISTCTL.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           05 LTRO-LETTER-DATE      PIC 9(8).
           05 LTRO-BAND-CODE        PIC X(1).

       FD  CHARGE-LOG
           RECORDING MODE IS F.
       01  CHARGE-LOG-RECORD.
           COPY CHRGREC.

       FD  CHARGE-LOG-OUT
           RECORDING MODE IS F.
       01  CHARGE-LOG-OUT-RECORD    PIC X(60).

       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           COPY CONSREC.

       FD  CONSENT-AUDIT
           RECORDING MODE IS F.
       01  CONSENT-AUDIT-RECORD.
           COPY CONSAUD.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-OLD-REC.
           COPY PATREC.
           COPY PATPROV.

       01  WS-NEW-REC.
           COPY PATREC.
           COPY PATPROV.

       01  WS-PAIRS-STATUS          PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-HIST-CONTROL-STATUS   PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-SUSPOUT-STATUS        PIC XX.
       01  WS-AUDIT-STATUS          PIC XX.
           88 OLD-FOUND                  VALUE "Y".
       01  WS-NEW-FOUND-SWITCH      PIC X VALUE "N".
           88 NEW-FOUND                  VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-HIST-CONTROL-SWITCH   PIC X VALUE "N".
           88 HIST-CONTROL-CLOSED        VALUE "Y".
       01  WS-HIST-CONTROL-SAVE     PIC X(38).
       01  WS-HIST-SAVE-KEY         PIC X(16).
       01  WS-HIST-UPDATE-STATUS    PIC X VALUE SPACES.
       01  WS-NO-SUSPENSE-SWITCH    PIC X VALUE "N".
           88 NO-SUSPENSE-FILE           VALUE "Y".
       01  WS-GOAL-STATUS           PIC XX.
       01  WS-LETTER-LOG-STATUS     PIC XX.
       01  WS-LTRLOG-OUT-STATUS     PIC XX.
       01  WS-CHARGE-LOG-STATUS     PIC XX.
       01  WS-CHGLOG-OUT-STATUS     PIC XX.
       01  WS-NO-GOAL-SWITCH        PIC X VALUE "N".
           88 NO-GOAL-FILE               VALUE "Y".
       01  WS-NO-LTRLOG-SWITCH      PIC X VALUE "N".
           88 NO-LETTER-LOG              VALUE "Y".
       01  WS-NO-CHGLOG-SWITCH      PIC X VALUE "N".
           88 NO-CHARGE-LOG              VALUE "Y".
       01  WS-OLD-GOAL-SWITCH       PIC X VALUE "N".
           88 OLD-GOAL-FOUND             VALUE "Y".
       01  WS-NEW-GOAL-SWITCH       PIC X VALUE "N".
           88 NEW-GOAL-FOUND             VALUE "Y".
       01  WS-GOAL-SAVE             PIC X(35).
       01  WS-CONSENT-STATUS        PIC XX.
       01  WS-CONSENT-AUDIT-STATUS  PIC XX.
       01  WS-NO-CONSENT-SWITCH     PIC X VALUE "N".
           88 NO-CONSENT-FILE            VALUE "Y".
       01  WS-OLD-CONSENT-SWITCH    PIC X VALUE "N".
           88 OLD-CONSENT-FOUND          VALUE "Y".
       01  WS-NEW-CONSENT-SWITCH    PIC X VALUE "N".
           88 NEW-CONSENT-FOUND          VALUE "Y".
       01  WS-OLD-CONSENT.
           COPY CONSREC.
       01  WS-CONSENT-BEFORE        PIC X(25).
       01  WS-CONSENT-AFTER         PIC X(25).
       01  WS-SAVE-STATUS           PIC X VALUE "N".
           88 SAVE-FAILED                VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE "PATMERGE".
       01  WS-AUDIT-ACTION          PIC X(1).
       01  WS-AUDIT-DATE            PIC 9(8).
       01  WS-AUDIT-TIME-RAW        PIC 9(8).
       01  WS-BEFORE-IMAGE          PIC X(65).
       01  WS-AFTER-IMAGE           PIC X(65).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
       01  WS-SUSP-REKEY-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-GOAL-REKEY-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-GOAL-DROPPED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-CONSENT-REKEY-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-CONSENT-KEPT-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-LTRLOG-REKEY-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-CHGLOG-REKEY-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-MERGE-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
                   PERFORM 4000-REKEY-HISTORY
                   PERFORM 4500-REKEY-SUSPENSE
                   PERFORM 4700-REKEY-LETTER-LOG
                   PERFORM 4900-REKEY-CHARGE-LOG
                   PERFORM 5000-WRITE-MERGE-REPORT
                   CLOSE PATIENT-MASTER
                   IF NOT NO-GOAL-FILE
                       CLOSE GOAL-FILE
                   END-IF
                   IF NOT NO-CONSENT-FILE
                       CLOSE CONSENT-FILE
                   END-IF
                   CLOSE MERGE-REPORT
               END-IF
               IF MERGE-ERROR
                       WS-GOAL-STATUS
                   MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           END-EVALUATE.
           MOVE "N" TO WS-NO-CONSENT-SWITCH.
           OPEN I-O CONSENT-FILE.
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO CONSENT FILE - CONSENTS NOT REKEYED"
                   MOVE "Y" TO WS-NO-CONSENT-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CONSENT-FILE, STATUS: "
                       WS-CONSENT-STATUS
                   MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           END-EVALUATE.

       3000-PROCESS-PAIRS.
           PERFORM 3100-MERGE-ONE-PAIR
                       AND NOT NO-GOAL-FILE
                   PERFORM 3900-REKEY-GOAL
               END-IF
               IF NOT MERGE-ERROR
                       AND NOT PAIR-IN-ERROR(WS-PAIR-SUB)
                       AND NOT NO-CONSENT-FILE
                   PERFORM 3950-REKEY-CONSENT
               END-IF
           END-IF.

       3300-READ-OLD-MASTER.
               MOVE PAT-SITE-CODE OF WS-OLD-REC
                   TO PAT-SITE-CODE OF WS-NEW-REC
           END-IF.
           IF PAT-NOT-ASSIGNED OF WS-NEW-REC
               MOVE PAT-PROVIDER-ID OF WS-OLD-REC
                   TO PAT-PROVIDER-ID OF WS-NEW-REC
           END-IF.
           IF PAT-LAST-CALC-DATE OF WS-OLD-REC >
                   PAT-LAST-CALC-DATE OF WS-NEW-REC
               MOVE PAT-HEIGHT OF WS-OLD-REC
               END-IF
           END-IF.

       3950-REKEY-CONSENT.
      *    A CONSENT LEFT UNDER THE DEAD ID WOULD NEVER BE FOUND
      *    AGAIN AND THE PATIENT WOULD DROP OUT OF EVERY FEED.
      *    WHEN BOTH IDS CARRY A CONSENT THE SURVIVOR'S RECORD IS
      *    KEPT BUT NEVER WIDENED - A CHANNEL STAYS OPEN ONLY IF
      *    BOTH RECORDS ALLOW IT, AND A WITHDRAWAL UNDER THE OLD
      *    ID THAT CAME AFTER THE SURVIVOR'S CONSENT STANDS.
           MOVE "N" TO WS-OLD-CONSENT-SWITCH.
           MOVE WS-PAIR-OLD-ID(WS-PAIR-SUB)
               TO CNS-PAT-ID OF CONSENT-RECORD.
           READ CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONSENT-RECORD TO WS-OLD-CONSENT
                   MOVE "Y" TO WS-OLD-CONSENT-SWITCH
           END-READ.
           IF OLD-CONSENT-FOUND
               DELETE CONSENT-FILE
                   INVALID KEY
                       DISPLAY "UNABLE TO DELETE OLD CONSENT, "
                           "STATUS: " WS-CONSENT-STATUS
                       MOVE "Y" TO WS-MERGE-ERROR-SWITCH
               END-DELETE
           END-IF.
           IF OLD-CONSENT-FOUND AND NOT MERGE-ERROR
               MOVE "N" TO WS-NEW-CONSENT-SWITCH
               MOVE WS-PAIR-NEW-ID(WS-PAIR-SUB)
                   TO CNS-PAT-ID OF CONSENT-RECORD
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NEW-CONSENT-SWITCH
               END-READ
               IF NEW-CONSENT-FOUND
                   PERFORM 3960-COMBINE-CONSENT
               ELSE
                   MOVE WS-OLD-CONSENT TO CONSENT-RECORD
                   MOVE WS-PAIR-NEW-ID(WS-PAIR-SUB)
                       TO CNS-PAT-ID OF CONSENT-RECORD
                   WRITE CONSENT-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO REKEY CONSENT, "
                               "STATUS: " WS-CONSENT-STATUS
                           MOVE "Y" TO WS-MERGE-ERROR-SWITCH
                       NOT INVALID KEY
                           ADD 1 TO WS-CONSENT-REKEY-COUNT
                           MOVE WS-OLD-CONSENT TO WS-CONSENT-BEFORE
                           MOVE CONSENT-RECORD TO WS-CONSENT-AFTER
                           PERFORM 6100-LOG-CONSENT-AUDIT
                   END-WRITE
               END-IF
           END-IF.

       3960-COMBINE-CONSENT.
           ADD 1 TO WS-CONSENT-KEPT-COUNT.
           MOVE WS-OLD-CONSENT TO WS-CONSENT-BEFORE.
           MOVE SPACES TO WS-CONSENT-AFTER.
           PERFORM 6100-LOG-CONSENT-AUDIT.
           MOVE CONSENT-RECORD TO WS-CONSENT-BEFORE.
           IF NOT CNS-PORTAL-YES OF WS-OLD-CONSENT
               MOVE "N" TO CNS-PORTAL-CONSENT OF CONSENT-RECORD
           END-IF.
           IF NOT CNS-LETTERS-YES OF WS-OLD-CONSENT
               MOVE "N" TO CNS-LETTER-CONSENT OF CONSENT-RECORD
           END-IF.
           IF CNS-NOT-WITHDRAWN OF CONSENT-RECORD
                   AND NOT CNS-NOT-WITHDRAWN OF WS-OLD-CONSENT
                   AND CNS-WITHDRAWN-DATE OF WS-OLD-CONSENT >
                       CNS-CONSENT-DATE OF CONSENT-RECORD
               MOVE CNS-WITHDRAWN-DATE OF WS-OLD-CONSENT
                   TO CNS-WITHDRAWN-DATE OF CONSENT-RECORD
           END-IF.
           IF CONSENT-RECORD NOT = WS-CONSENT-BEFORE
               REWRITE CONSENT-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE SURVIVOR CONSENT, "
                           "STATUS: " WS-CONSENT-STATUS
                       MOVE "Y" TO WS-MERGE-ERROR-SWITCH
                   NOT INVALID KEY
                       MOVE CONSENT-RECORD TO WS-CONSENT-AFTER
                       PERFORM 6100-LOG-CONSENT-AUDIT
               END-REWRITE
           END-IF.

       4000-REKEY-HISTORY.
      *    THE HISTORY IS REKEYED IN PLACE, ONE PAIR AT A TIME IN
      *    CARD ORDER, SO A PATIENT MERGED TWICE IN ONE RUN ENDS UP
      *    UNDER THE LAST SURVIVING ID.  THE RECORD COUNT DOES NOT
      *    CHANGE, SO A CLOSED HISTORY CONTROL RECORD IS PUT BACK
      *    AS IT WAS ONCE THE REKEY HAS FINISHED.
           PERFORM 4050-READ-HISTORY-CONTROL.
           OPEN I-O BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           ELSE
               IF HIST-CONTROL-CLOSED
                   MOVE "O" TO WS-HIST-UPDATE-STATUS
                   PERFORM 4400-WRITE-HISTORY-CONTROL
               END-IF
               PERFORM 4100-REKEY-PAIR-HISTORY
                   VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT OR MERGE-ERROR
               CLOSE BMI-HISTORY
               IF HIST-CONTROL-CLOSED AND NOT MERGE-ERROR
                   MOVE "C" TO WS-HIST-UPDATE-STATUS
                   PERFORM 4400-WRITE-HISTORY-CONTROL
               END-IF
           END-IF.

       4050-READ-HISTORY-CONTROL.
      *    A CONTROL RECORD LEFT OPEN BY AN EARLIER RUN IS LEFT
      *    ALONE; THE NEXT NIGHTLY RUN RECOUNTS THE HISTORY.
           MOVE "N" TO WS-HIST-CONTROL-SWITCH.
           OPEN INPUT HISTORY-CONTROL.
           IF WS-HIST-CONTROL-STATUS = "00"
               READ HISTORY-CONTROL
                   NOT AT END
                       IF HCTL-UPDATE-CLOSED
                           MOVE HISTORY-CONTROL-RECORD
                               TO WS-HIST-CONTROL-SAVE
                           MOVE "Y" TO WS-HIST-CONTROL-SWITCH
                       END-IF
               END-READ
               CLOSE HISTORY-CONTROL
           END-IF.

       4100-REKEY-PAIR-HISTORY.
           IF PAIR-MERGED(WS-PAIR-SUB) OR PAIR-ID-CHANGED(WS-PAIR-SUB)
               MOVE "N" TO WS-HIST-EOF-SWITCH
               PERFORM 4150-FIND-OLD-HISTORY
               PERFORM UNTIL END-OF-HISTORY-SCAN OR MERGE-ERROR
                   PERFORM 4200-REKEY-ONE-HISTORY
                   IF NOT MERGE-ERROR
                       PERFORM 4150-FIND-OLD-HISTORY
                   END-IF
               END-PERFORM
           END-IF.

       4150-FIND-OLD-HISTORY.
      *    EACH REKEYED RECORD IS DELETED FROM UNDER THE OLD ID, SO
      *    THE FIRST RECORD STILL UNDER IT IS ALWAYS THE NEXT ONE.
           MOVE WS-PAIR-OLD-ID(WS-PAIR-SUB) TO HIST-PAT-ID.
           MOVE ZERO TO HIST-CALC-DATE.
           MOVE ZERO TO HIST-SEQUENCE.
           START BMI-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET END-OF-HISTORY-SCAN TO TRUE
           END-START.
           IF NOT END-OF-HISTORY-SCAN
               READ BMI-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-SCAN TO TRUE
                   NOT AT END
                       IF HIST-PAT-ID NOT = WS-PAIR-OLD-ID(WS-PAIR-SUB)
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-HIST-READ-COUNT
                       END-IF
               END-READ
           END-IF.

       4200-REKEY-ONE-HISTORY.
      *    THE READING IS WRITTEN UNDER THE SURVIVING ID FIRST,
      *    TAKING THE NEXT FREE SEQUENCE NUMBER IF THE SURVIVOR WAS
      *    ALREADY WEIGHED THAT DAY, AND ONLY THEN DELETED FROM
      *    UNDER THE OLD ONE.
           MOVE HIST-KEY TO WS-HIST-SAVE-KEY.
           MOVE WS-PAIR-NEW-ID(WS-PAIR-SUB)
               TO PAT-ID OF BMI-HISTORY-RECORD.
           MOVE WS-PAIR-NEW-ID(WS-PAIR-SUB) TO HIST-PAT-ID.
           MOVE ZERO TO HIST-SEQUENCE.
           MOVE "22" TO WS-BMI-HISTORY-STATUS.
           PERFORM UNTIL WS-BMI-HISTORY-STATUS NOT = "22"
                   OR HIST-SEQUENCE = 99
               ADD 1 TO HIST-SEQUENCE
               WRITE BMI-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           IF WS-BMI-HISTORY-STATUS = "00"
                   OR WS-BMI-HISTORY-STATUS = "02"
               MOVE WS-HIST-SAVE-KEY TO HIST-KEY
               DELETE BMI-HISTORY RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO DELETE HISTORY RECORD: "
                           WS-HIST-SAVE-KEY " STATUS: "
                           WS-BMI-HISTORY-STATUS
                       MOVE "Y" TO WS-MERGE-ERROR-SWITCH
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-REKEY-COUNT
                       ADD 1 TO WS-PAIR-HIST-COUNT(WS-PAIR-SUB)
               END-DELETE
           ELSE
               DISPLAY "UNABLE TO REKEY HISTORY RECORD: "
                   WS-HIST-SAVE-KEY " STATUS: " WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           END-IF.

       4400-WRITE-HISTORY-CONTROL.
           OPEN OUTPUT HISTORY-CONTROL.
           IF WS-HIST-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                   WS-HIST-CONTROL-STATUS
               MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           ELSE
               MOVE WS-HIST-CONTROL-SAVE TO HISTORY-CONTROL-RECORD
               MOVE WS-RUN-DATE TO HCTL-UPDATE-DATE
               ACCEPT WS-AUDIT-TIME-RAW FROM TIME
               MOVE WS-AUDIT-TIME-RAW(1:6) TO HCTL-UPDATE-TIME
               MOVE "PATMERGE" TO HCTL-PROGRAM-ID
               MOVE WS-HIST-UPDATE-STATUS TO HCTL-UPDATE-STATUS
               WRITE HISTORY-CONTROL-RECORD
               CLOSE HISTORY-CONTROL
           END-IF.

       4500-REKEY-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-NO-SUSPENSE-SWITCH.
               MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           END-IF.

       4900-REKEY-CHARGE-LOG.
      *    CHARGES MATCH ON PATIENT ID, SO THE LOG MUST FOLLOW THE
      *    SURVIVOR OR THE REKEYED HISTORY WOULD BE BILLED AGAIN.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-NO-CHGLOG-SWITCH.
           OPEN INPUT CHARGE-LOG.
           EVALUATE WS-CHARGE-LOG-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-NO-CHGLOG-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CHARGE-LOG, STATUS: "
                       WS-CHARGE-LOG-STATUS
                   MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           END-EVALUATE.
           IF NOT MERGE-ERROR AND NOT NO-CHARGE-LOG
               OPEN OUTPUT CHARGE-LOG-OUT
               IF WS-CHGLOG-OUT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-LOG-OUT, STATUS: "
                       WS-CHGLOG-OUT-STATUS
                   MOVE "Y" TO WS-MERGE-ERROR-SWITCH
               ELSE
                   PERFORM UNTIL END-OF-FILE-SW OR MERGE-ERROR
                       READ CHARGE-LOG
                           AT END
                               SET END-OF-FILE-SW TO TRUE
                           NOT AT END
                               PERFORM 4950-REKEY-ONE-CHARGE
                       END-READ
                   END-PERFORM
                   CLOSE CHARGE-LOG-OUT
               END-IF
               CLOSE CHARGE-LOG
           END-IF.

       4950-REKEY-ONE-CHARGE.
           IF CHG-DETAIL
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-PAIR-COUNT
                   IF (PAIR-MERGED(WS-SCAN-SUB)
                           OR PAIR-ID-CHANGED(WS-SCAN-SUB))
                           AND CHG-PAT-ID =
                               WS-PAIR-OLD-ID(WS-SCAN-SUB)
                       MOVE WS-PAIR-NEW-ID(WS-SCAN-SUB)
                           TO CHG-PAT-ID
                       ADD 1 TO WS-CHGLOG-REKEY-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CHARGE-LOG-RECORD TO CHARGE-LOG-OUT-RECORD.
           WRITE CHARGE-LOG-OUT-RECORD.
           IF WS-CHGLOG-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CHARGE-LOG-OUT, STATUS: "
                   WS-CHGLOG-OUT-STATUS
               MOVE "Y" TO WS-MERGE-ERROR-SWITCH
           END-IF.

       5000-WRITE-MERGE-REPORT.
           MOVE WS-RUN-DATE-MM TO WS-MH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-MH2-DD.
           MOVE "GOALS DROPPED (SURVIVOR): " TO WS-MC-LABEL.
           MOVE WS-GOAL-DROPPED-COUNT TO WS-MC-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-MERGE-COUNT-LINE.
           MOVE "CONSENT RECORDS REKEYED:  " TO WS-MC-LABEL.
           MOVE WS-CONSENT-REKEY-COUNT TO WS-MC-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-MERGE-COUNT-LINE.
           MOVE "CONSENTS MERGED (SURVIVOR)" TO WS-MC-LABEL.
           MOVE WS-CONSENT-KEPT-COUNT TO WS-MC-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-MERGE-COUNT-LINE.
           MOVE "LETTER LOG REKEYED:       " TO WS-MC-LABEL.
           MOVE WS-LTRLOG-REKEY-COUNT TO WS-MC-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-MERGE-COUNT-LINE.
           MOVE "CHARGE LOG REKEYED:       " TO WS-MC-LABEL.
           MOVE WS-CHGLOG-REKEY-COUNT TO WS-MC-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-MERGE-COUNT-LINE.

       5100-WRITE-PAIR-LINE.
           MOVE WS-PAIR-OLD-ID(WS-PAIR-SUB) TO WS-MD-OLD-ID.
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       6100-LOG-CONSENT-AUDIT.
           OPEN EXTEND CONSENT-AUDIT.
           IF WS-CONSENT-AUDIT-STATUS = "35"
               OPEN OUTPUT CONSENT-AUDIT
           END-IF.
           IF WS-CONSENT-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CONSENT AUDIT FILE, STATUS: "
                   WS-CONSENT-AUDIT-STATUS
           ELSE
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-RAW FROM TIME
               MOVE "M" TO CA-ACTION-CODE
               MOVE WS-AUDIT-DATE TO CA-DATE
               MOVE WS-AUDIT-TIME-RAW(1:6) TO CA-TIME
               MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
               MOVE WS-CONSENT-BEFORE TO CA-BEFORE-IMAGE
               MOVE WS-CONSENT-AFTER TO CA-AFTER-IMAGE
               WRITE CONSENT-AUDIT-RECORD
               IF WS-CONSENT-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE CONSENT AUDIT FILE, "
                       "STATUS: " WS-CONSENT-AUDIT-STATUS
               END-IF
               CLOSE CONSENT-AUDIT
           END-IF.
