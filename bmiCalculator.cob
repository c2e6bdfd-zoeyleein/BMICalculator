               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BMI-REPORT-STATUS.
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
           SELECT CHECKPOINT-FILE ASSIGN TO BMICKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT GOAL-REPORT ASSIGN TO GOALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-REPORT-STATUS.
           SELECT GOAL-RESULTS ASSIGN TO GOALWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-RESULTS-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT HOLD-FILE ASSIGN TO BMIHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-OUT ASSIGN TO BMIHOLDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDOUT-STATUS.
           SELECT EHR-FEED ASSIGN TO BMIEHR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHR-STATUS.
           SELECT EHR-PENDING ASSIGN TO EHRPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHR-PENDING-STATUS.
           SELECT CONSENT-FILE ASSIGN TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-PAT-ID
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT SUPPRESS-LOG ASSIGN TO CONSSUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE.
       01  PATIENT-RECORD-IN.
           05 PATIENT-DATA-IN.
           COPY PATREC REPLACING ==05== BY ==10==.
           COPY PATPROV.

       FD  MEASURE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  BMI-REPORT-LINE          PIC X(80).

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           COPY HISTCTL.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           05 CKPT-EXTRACT-COUNT    PIC 9(7).
           05 CKPT-EXTRACT-HASH     PIC 9(9)V99.
           05 CKPT-HIST-BEFORE      PIC 9(7).
           05 CKPT-HELD-COUNT       PIC 9(5).
           05 CKPT-RELEASE-COUNT    PIC 9(5).
           05 CKPT-EHR-COUNT        PIC 9(7).
           05 CKPT-RELEASE-STATE    PIC X(1).
               88 CKPT-RELEASE-DONE      VALUE "D".
               88 CKPT-RELEASE-UNDERWAY  VALUE "P".
           05 CKPT-HOLD-READ        PIC 9(5).
           05 CKPT-HOLD-VOID-COUNT  PIC 9(5).
           05 CKPT-HOLD-CARRIED     PIC 9(5).

       FD  WELLNESS-EXTRACT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  GOAL-REPORT-LINE         PIC X(80).

       FD  GOAL-RESULTS
           RECORDING MODE IS F.
       01  GOAL-RESULT-RECORD.
           COPY GOALRES.

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  HOLD-OUT
           RECORDING MODE IS F.
       01  HOLD-OUT-RECORD.
           COPY HOLDREC.

       FD  EHR-FEED
           RECORDING MODE IS F.
       01  EHR-OBS-RECORD.
           COPY EHROBS.

       FD  EHR-PENDING
           RECORDING MODE IS F.
       01  EHR-PENDING-RECORD.
           COPY EHRPEND.
           COPY EHROBS REPLACING ==05== BY ==10==.

       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           COPY CONSREC.

       FD  SUPPRESS-LOG
           RECORDING MODE IS F.
       01  SUPPRESS-LOG-RECORD.
           COPY CONSSUP.

       WORKING-STORAGE SECTION.
       01  WS-PATIENT-REC.
           COPY PATREC.
           88 END-OF-MEASURE-FILE        VALUE "Y".
       01  WS-NO-MEASURE-SWITCH     PIC X VALUE "N".
           88 NO-MEASURE-FILE            VALUE "Y".
       01  WS-MEAS-READING-SWITCH   PIC X VALUE "N".
           88 MEAS-READING-FOUND         VALUE "Y".
       01  WS-MASTER-FOUND-SWITCH   PIC X VALUE "N".
           88 MASTER-FOUND               VALUE "Y".
       01  WS-CALC-DATE             PIC 9(8) VALUE ZERO.
           88 EXTRACT-FRESH-OPEN         VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-COUNT       VALUE "Y".
       01  WS-HIST-CONTROL-STATUS   PIC XX.
       01  WS-HIST-CONTROL-SWITCH   PIC X VALUE "C".
           88 HIST-CONTROL-CURRENT       VALUE "C".
           88 HIST-RECOUNT-NEEDED        VALUE "R".
           88 HIST-CONTROL-ERROR         VALUE "E".
       01  WS-HIST-OPEN-SWITCH      PIC X VALUE "N".
           88 HISTORY-OPEN               VALUE "Y".
       01  WS-HIST-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-HIST-LAST-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HIST-UPDATE-STATUS    PIC X(1).
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-SUSPOUT-STATUS        PIC XX.
       01  WS-REJECT-REASON         PIC X(2).
       01  WS-CHECKPOINT-INTERVAL   PIC 9(3) VALUE 001.
       01  WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
       01  WS-RESUME-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RESTART-SWITCH        PIC X VALUE "N".
           88 RESTARTED-RUN              VALUE "Y".
       01  WS-RELEASE-STATE         PIC X VALUE SPACE.
           88 RELEASE-PASS-DONE          VALUE "D".
           88 RELEASE-PASS-UNDERWAY      VALUE "P".
       01  WS-SKIP-INDEX            PIC 9(7) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
       01  WS-BMI-TOTAL             PIC 9(7)V99 VALUE ZERO.
       01  WS-BMI-AVERAGE           PIC 99V99 VALUE ZERO.

       01  WS-HOLD-STATUS           PIC XX.
       01  WS-HOLDOUT-STATUS        PIC XX.
       01  WS-HOLD-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HOLD-FILE           VALUE "Y".
       01  WS-RELEASE-PASS-SWITCH   PIC X VALUE "N".
           88 RELEASE-PASS               VALUE "Y".
       01  WS-HOLD-SWITCH           PIC X VALUE "N".
           88 READING-HELD               VALUE "Y".
       01  WS-DELTA-PCT             PIC 9(3)V99 VALUE 5.00.
       01  WS-DELTA-PCT-R REDEFINES WS-DELTA-PCT.
           05 WS-DELTA-PCT-WHOLE    PIC 9(3).
           05 WS-DELTA-PCT-FRACTION PIC 9(2).
       01  WS-DELTA-PCT-EDIT        PIC ZZ9.99.
       01  WS-PRIOR-DATE-WORK       PIC 9(8).
       01  WS-PRIOR-DATE-WORK-R REDEFINES WS-PRIOR-DATE-WORK.
           05 WS-PRIOR-YYYY         PIC 9(4).
           05 WS-PRIOR-MM           PIC 9(2).
           05 WS-PRIOR-DD           PIC 9(2).
       01  WS-PRIOR-DAY-NUMBER      PIC 9(7) VALUE ZERO.
       01  WS-CALC-DAY-NUMBER       PIC 9(7) VALUE ZERO.
       01  WS-DELTA-DAYS            PIC S9(7) VALUE ZERO.
       01  WS-HEIGHT-PCT            PIC 9(5)V99 VALUE ZERO.
       01  WS-WEIGHT-PCT            PIC 9(5)V99 VALUE ZERO.
       01  WS-CHANGE-PCT            PIC 9(5)V99 VALUE ZERO.
       01  WS-PCT-PER-DAY           PIC 9(3)V99 VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-RELEASE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-HOLD-CARRIED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-HOLD-VOID-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HOLD-READ-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HOLD-SKIP-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-EHR-STATUS            PIC XX.
       01  WS-EHR-PENDING-STATUS    PIC XX.
       01  WS-EHR-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-EHR-MSG-ID.
           05 FILLER                PIC X(1) VALUE "B".
           05 WS-EMI-RUN-DATE       PIC 9(8).
           05 WS-EMI-RUN-TIME       PIC 9(6).
           05 WS-EMI-SEQUENCE       PIC 9(5).

       01  WS-CONSENT-STATUS        PIC XX.
       01  WS-SUPPRESS-STATUS       PIC XX.
       01  WS-NO-CONSENT-SWITCH     PIC X VALUE "N".
           88 NO-CONSENT-FILE            VALUE "Y".
       01  WS-CONSENT-FOUND-SWITCH  PIC X VALUE "N".
           88 CONSENT-FOUND              VALUE "Y".
       01  WS-PORTAL-REASON         PIC X(2).
       01  WS-EHR-REASON            PIC X(2).
       01  WS-PORTAL-HELD-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-EHR-HELD-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-GOAL-STATUS           PIC XX.
       01  WS-GOAL-REPORT-STATUS    PIC XX.
       01  WS-GOAL-RESULTS-STATUS   PIC XX.
       01  WS-GOAL-RESULT-CODE      PIC X(1).
       01  WS-MASTER-PROVIDER-ID    PIC X(6).
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-NO-GOAL-SWITCH        PIC X VALUE "N".
                       PERFORM 0220-SET-LINES-PAGE
                   WHEN "EXTRACT"
                       PERFORM 0230-SET-EXTRACT
                   WHEN "DELTAPCT"
                       PERFORM 0240-SET-DELTA-PCT
                   WHEN OTHER
                       DISPLAY "BMICALC - UNKNOWN PARAMETER CARD: "
                           PARM-RECORD
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-EVALUATE.

       0240-SET-DELTA-PCT.
      *    PERCENT CHANGE PER DAY IN HEIGHT OR WEIGHT, AS NNN.NN,
      *    BEYOND WHICH A READING IS HELD FOR NURSING REVIEW.
      *    000.00 TURNS THE DELTA CHECK OFF.
           IF WS-PARM-VALUE(1:3) NUMERIC
                   AND WS-PARM-VALUE(4:1) = "."
                   AND WS-PARM-VALUE(5:2) NUMERIC
                   AND WS-PARM-VALUE(7:14) = SPACES
               MOVE WS-PARM-VALUE(1:3) TO WS-DELTA-PCT-WHOLE
               MOVE WS-PARM-VALUE(5:2) TO WS-DELTA-PCT-FRACTION
           ELSE
               DISPLAY "BMICALC - DELTAPCT MUST BE NNN.NN "
                   "(000.00 = OFF), GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-IF.

       0500-ECHO-PARAMETERS.
           DISPLAY "BMICALC RUN PARAMETERS IN EFFECT:".
           IF RUN-DATE-OVERRIDDEN
               DISPLAY "  WELLNESS EXTRACT:    NO "
                   "(EMPTY FEED WILL BE WRITTEN)"
           END-IF.
           IF WS-DELTA-PCT > ZERO
               MOVE WS-DELTA-PCT TO WS-DELTA-PCT-EDIT
               DISPLAY "  DELTA CHECK:         " WS-DELTA-PCT-EDIT
                   "% CHANGE PER DAY"
           ELSE
               DISPLAY "  DELTA CHECK:         OFF"
           END-IF.

       1000-INTERACTIVE-PROCESS.
           INITIALIZE WS-PATIENT-REC.
               IF NOT BATCH-ERROR
                   PERFORM 6000-OPEN-EXTRACT
               END-IF
               IF NOT BATCH-ERROR
                   PERFORM 6300-OPEN-EHR-FEED
               END-IF
               IF NOT BATCH-ERROR
                   PERFORM 6600-OPEN-CONSENT
               END-IF
               IF NOT BATCH-ERROR
                   PERFORM 8050-OPEN-SUSPENSE-EXTEND
               END-IF
               IF NOT BATCH-ERROR
                   PERFORM 2400-OPEN-GOAL-FILE
               END-IF
               IF NOT BATCH-ERROR
                   PERFORM 2700-OPEN-HOLD-OUT
               END-IF
               IF BATCH-ERROR
                   DISPLAY "BATCH ABORTED - REPORT, CHECKPOINT OR "
                       "EXTRACT FILE COULD NOT BE OPENED"
               ELSE
                   IF RELEASE-PASS-DONE
                       DISPLAY "HELD READINGS ALREADY POSTED BEFORE "
                           "RESTART: " WS-RELEASE-COUNT
                   ELSE
                       PERFORM 2750-POST-RELEASED-READINGS
                   END-IF
                   IF NOT END-OF-MEASURE-FILE
                       PERFORM 2100-READ-MEASURE-FILE
                       PERFORM UNTIL END-OF-MEASURE-FILE
                       DISPLAY WS-REJECT-COUNT
                           " reading(s) rejected on this run"
                   END-IF
                   IF WS-HELD-COUNT > 0
                       DISPLAY WS-HELD-COUNT
                           " reading(s) held for nursing review"
                   END-IF
                   PERFORM 6950-SHOW-CONSENT-HELD
                   IF NOT BATCH-ERROR
                       PERFORM 3200-WRITE-REPORT-FOOTER
                       PERFORM 7000-WRITE-CONTROL
                       PERFORM 5300-CLEAR-CHECKPOINT
                   END-IF
                   PERFORM 6200-CLOSE-EXTRACT
                   PERFORM 6500-CLOSE-EHR-FEED
                   PERFORM 6900-CLOSE-CONSENT
                   PERFORM 2600-CLOSE-GOAL-FILE
                   CLOSE HOLD-OUT
                   CLOSE SUSPENSE-FILE
                   CLOSE BMI-REPORT
               END-IF
           END-EVALUATE.

       2100-READ-MEASURE-FILE.
           PERFORM 2110-READ-NEXT-READING.
           IF NOT END-OF-MEASURE-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2110-READ-NEXT-READING.
      *    THE FEED HEADER AND TRAILER WERE PROVED BY FEEDCHK
      *    BEFORE THE RUN.  THEY ARE NOT READINGS AND ARE NOT
      *    COUNTED, SO BMIRECON STILL BALANCES READINGS ONLY.
           MOVE "N" TO WS-MEAS-READING-SWITCH.
           PERFORM UNTIL MEAS-READING-FOUND OR END-OF-MEASURE-FILE
               READ MEASURE-FILE
                   AT END
                       SET END-OF-MEASURE-FILE TO TRUE
                   NOT AT END
                       IF NOT MEAS-FEED-HEADER
                               AND NOT MEAS-FEED-TRAILER
                           MOVE "Y" TO WS-MEAS-READING-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       2120-SET-CALC-DATE.
      *    A BAD SCALE DATE MUST NOT REACH HISTORY OR THE MASTER -
           END-IF.

       2130-MATCH-MASTER.
      *    THE PROVIDER IS KEPT HERE BECAUSE THE RECORD AREA IS NOT
      *    AVAILABLE ONCE 2300 HAS REWRITTEN THE MASTER.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH.
           MOVE SPACES TO WS-MASTER-PROVIDER-ID.
           MOVE MEAS-PAT-ID TO PAT-ID OF PATIENT-RECORD-IN.
           READ PATIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   MOVE PAT-PROVIDER-ID OF PATIENT-RECORD-IN
                       TO WS-MASTER-PROVIDER-ID
           END-READ.

       2150-PROCESS-MEASUREMENT.
           PERFORM 2120-SET-CALC-DATE.
           PERFORM 2130-MATCH-MASTER.
           IF MASTER-FOUND
               MOVE PATIENT-DATA-IN TO WS-PATIENT-REC
               MOVE MEAS-HEIGHT TO PAT-HEIGHT OF WS-PATIENT-REC
               MOVE MEAS-WEIGHT TO PAT-WEIGHT OF WS-PATIENT-REC
               IF MEAS-DATE-OK
               END-IF
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
      *    A READING NURSING HAS ALREADY RELEASED FROM THE HOLD
      *    QUEUE IS NOT DELTA-CHECKED A SECOND TIME.
           MOVE "N" TO WS-HOLD-SWITCH.
           IF VALID-INPUT AND NOT RELEASE-PASS
               PERFORM 2060-DELTA-CHECK
           END-IF.
           EVALUATE TRUE
               WHEN READING-HELD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 2800-WRITE-HOLD
                   MOVE WS-PCT-PER-DAY TO WS-DELTA-PCT-EDIT
                   DISPLAY "Patient "
                       PAT-ID OF WS-PATIENT-REC
                       " HELD - CHANGE OF "
                       WS-DELTA-PCT-EDIT
                       "% PER DAY"
               WHEN VALID-INPUT
                   DISPLAY "Patient "
                       PAT-ID OF WS-PATIENT-REC
                       " BMI is: "
                       PAT-BMI OF WS-PATIENT-REC
                       " (" WS-BMI-BAND ")"
                   PERFORM 3100-WRITE-REPORT-DETAIL
                   PERFORM 4100-LOG-HISTORY
                   PERFORM 2300-REWRITE-MASTER
                   IF NOT NO-GOAL-FILE
                       PERFORM 2500-CHECK-GOAL
                   END-IF
                   PERFORM 6050-SEND-OUTBOUND-RESULTS
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 8100-WRITE-SUSPENSE
                   DISPLAY "Patient "
                       PAT-ID OF WS-PATIENT-REC
                       " REJECTED - REASON "
                       WS-REJECT-REASON
           END-EVALUATE.
           MOVE PAT-ID OF WS-PATIENT-REC TO WS-PREV-PAT-ID.

       2300-REWRITE-MASTER.
      *    ONLY THE PATIENT FIELDS ARE REPLACED - THE PROVIDER
      *    ASSIGNMENT STAYS AS READ FROM THE MASTER.
           MOVE WS-PATIENT-REC TO PATIENT-DATA-IN.
           REWRITE PATIENT-RECORD-IN
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE PATIENT-FILE, STATUS: "
                   MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-EVALUATE.
           IF NOT BATCH-ERROR AND NOT NO-GOAL-FILE
               IF RESTARTED-RUN
                   OPEN EXTEND GOAL-REPORT
                   IF WS-GOAL-REPORT-STATUS = "35"
                       OPEN OUTPUT GOAL-REPORT
                   WRITE GOAL-REPORT-LINE FROM WS-GOAL-HEADER-2
               END-IF
           END-IF.
      *    THE SAME RESULTS GO TO GOALWORK FOR THE PER-PROVIDER
      *    GOAL REPORT, APPENDED ON A RESTART LIKE THE REPORT.
           IF NOT BATCH-ERROR AND NOT NO-GOAL-FILE
               IF RESTARTED-RUN
                   OPEN EXTEND GOAL-RESULTS
                   IF WS-GOAL-RESULTS-STATUS = "35"
                       OPEN OUTPUT GOAL-RESULTS
                   END-IF
               ELSE
                   OPEN OUTPUT GOAL-RESULTS
               END-IF
               IF WS-GOAL-RESULTS-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN GOAL-RESULTS, STATUS: "
                       WS-GOAL-RESULTS-STATUS
                   MOVE "Y" TO WS-BATCH-ERROR-SWITCH
               END-IF
           END-IF.

       2500-CHECK-GOAL.
           MOVE "N" TO WS-GOAL-FOUND-SWITCH.
                       AND PAT-BMI OF WS-PATIENT-REC >=
                           GOAL-TARGET-BMI
                   MOVE "ACHIEVED" TO WS-GOAL-STATUS-TEXT
                   MOVE "A" TO WS-GOAL-RESULT-CODE
                   SET GOAL-ACHIEVED TO TRUE
                   ADD 1 TO WS-GOAL-ACHIEVED-COUNT
                   PERFORM 2540-REWRITE-GOAL
                       AND PAT-BMI OF WS-PATIENT-REC <=
                           GOAL-TARGET-BMI
                   MOVE "ACHIEVED" TO WS-GOAL-STATUS-TEXT
                   MOVE "A" TO WS-GOAL-RESULT-CODE
                   SET GOAL-ACHIEVED TO TRUE
                   ADD 1 TO WS-GOAL-ACHIEVED-COUNT
                   PERFORM 2540-REWRITE-GOAL
               WHEN WS-CALC-DATE > GOAL-TARGET-DATE
                   MOVE "EXPIRED" TO WS-GOAL-STATUS-TEXT
                   MOVE "X" TO WS-GOAL-RESULT-CODE
                   SET GOAL-EXPIRED TO TRUE
                   ADD 1 TO WS-GOAL-EXPIRED-COUNT
                   PERFORM 2540-REWRITE-GOAL
                           - GOAL-TARGET-BMI)
                   IF WS-GOAL-DIST-CUR <= WS-GOAL-DIST-START
                       MOVE "ON TRACK" TO WS-GOAL-STATUS-TEXT
                       MOVE "T" TO WS-GOAL-RESULT-CODE
                       ADD 1 TO WS-GOAL-ONTRACK-COUNT
                   ELSE
                       MOVE "OFF TRACK" TO WS-GOAL-STATUS-TEXT
                       MOVE "F" TO WS-GOAL-RESULT-CODE
                       ADD 1 TO WS-GOAL-OFFTRACK-COUNT
                   END-IF
           END-EVALUATE.
           MOVE GOAL-TARGET-DATE TO WS-GD-TARGET-DATE.
           MOVE WS-GOAL-STATUS-TEXT TO WS-GD-STATUS.
           WRITE GOAL-REPORT-LINE FROM WS-GOAL-DETAIL-LINE.
           MOVE WS-MASTER-PROVIDER-ID TO GR-PROVIDER-ID.
           MOVE GOAL-PAT-ID TO GR-PAT-ID.
           MOVE PAT-NAME OF WS-PATIENT-REC TO GR-PAT-NAME.
           MOVE GOAL-TARGET-BMI TO GR-TARGET-BMI.
           MOVE PAT-BMI OF WS-PATIENT-REC TO GR-CURRENT-BMI.
           MOVE GOAL-TARGET-DATE TO GR-TARGET-DATE.
           MOVE WS-CALC-DATE TO GR-CALC-DATE.
           MOVE WS-GOAL-RESULT-CODE TO GR-RESULT.
           WRITE GOAL-RESULT-RECORD.

       2600-CLOSE-GOAL-FILE.
           IF NOT NO-GOAL-FILE
               MOVE WS-GOAL-EXPIRED-COUNT TO WS-GC-COUNT
               WRITE GOAL-REPORT-LINE FROM WS-GOAL-COUNT-LINE
               CLOSE GOAL-REPORT
               CLOSE GOAL-RESULTS
               CLOSE GOAL-FILE
           END-IF.

       2700-OPEN-HOLD-OUT.
      *    TONIGHT'S HOLD QUEUE IS BUILT FRESH - ENTRIES STILL
      *    AWAITING NURSING PLUS ANY NEW HOLDS - AND COPIED BACK
      *    OVER BMIHOLD BY THE STEP AFTER THIS ONE.  ON A RESTART
      *    THE CARRY-FORWARD IS ALREADY IN PLACE, SO APPEND.
           IF RESTARTED-RUN
               OPEN EXTEND HOLD-OUT
               IF WS-HOLDOUT-STATUS = "35"
                   OPEN OUTPUT HOLD-OUT
               END-IF
           ELSE
               OPEN OUTPUT HOLD-OUT
           END-IF.
           IF WS-HOLDOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HOLD-OUT, STATUS: "
                   WS-HOLDOUT-STATUS
               MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-IF.

       2750-POST-RELEASED-READINGS.
      *    THE PASS IS CHECKPOINTED LIKE THE FEED, BY HOLD ENTRIES
      *    READ.  A RESTART PART WAY THROUGH SKIPS THE ENTRIES
      *    ALREADY APPLIED, AND ONCE THE PASS IS MARKED DONE IT IS
      *    NOT RUN AGAIN, SO NO RELEASED READING IS POSTED TWICE.
           MOVE "N" TO WS-HOLD-EOF-SWITCH.
           MOVE ZERO TO WS-HOLD-READ-COUNT.
           OPEN INPUT HOLD-FILE.
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-RELEASE-PASS-SWITCH
                   SET RELEASE-PASS-UNDERWAY TO TRUE
                   IF WS-HOLD-SKIP-COUNT > 0
                       DISPLAY "RESUMING RELEASE PASS - SKIPPING "
                           WS-HOLD-SKIP-COUNT
                           " HOLD ENTRY(IES) ALREADY APPLIED"
                   END-IF
                   PERFORM UNTIL END-OF-HOLD-FILE OR BATCH-ERROR
                       READ HOLD-FILE
                           AT END
                               SET END-OF-HOLD-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HOLD-READ-COUNT
                               IF WS-HOLD-READ-COUNT
                                       > WS-HOLD-SKIP-COUNT
                                   PERFORM 2760-APPLY-HOLD-ENTRY
                                   IF FUNCTION MOD(WS-HOLD-READ-COUNT
                                           WS-CHECKPOINT-INTERVAL) = 0
                                       PERFORM 5200-WRITE-CHECKPOINT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-RELEASE-PASS-SWITCH
                   MOVE SPACES TO WS-PREV-PAT-ID
                   CLOSE HOLD-FILE
                   DISPLAY "HELD READINGS RELEASED AND POSTED: "
                       WS-RELEASE-COUNT
                   DISPLAY "HELD READINGS VOIDED AND DROPPED:  "
                       WS-HOLD-VOID-COUNT
                   DISPLAY "HELD READINGS STILL AWAITING REVIEW: "
                       WS-HOLD-CARRIED-COUNT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN HOLD-FILE, STATUS: "
                       WS-HOLD-STATUS
                   MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-EVALUATE.
           IF NOT BATCH-ERROR
               SET RELEASE-PASS-DONE TO TRUE
               PERFORM 5200-WRITE-CHECKPOINT
           END-IF.

       2760-APPLY-HOLD-ENTRY.
      *    A RELEASED READING GOES THROUGH THE NORMAL POSTING PATH
      *    AS IF IT HAD ARRIVED ON TONIGHT'S FEED.  A VOIDED ONE IS
      *    DROPPED - HOLDMNT HAS ALREADY AUDITED IT.
           EVALUATE TRUE
               WHEN HOLD-RELEASED OF HOLD-RECORD
                   MOVE HOLD-PAT-ID OF HOLD-RECORD TO MEAS-PAT-ID
                   MOVE HOLD-MEAS-DATE OF HOLD-RECORD TO MEAS-DATE
                   MOVE HOLD-HEIGHT OF HOLD-RECORD TO MEAS-HEIGHT
                   MOVE HOLD-WEIGHT OF HOLD-RECORD TO MEAS-WEIGHT
                   MOVE SPACES TO WS-PREV-PAT-ID
                   ADD 1 TO WS-RELEASE-COUNT
                   PERFORM 2150-PROCESS-MEASUREMENT
               WHEN HOLD-VOIDED OF HOLD-RECORD
                   ADD 1 TO WS-HOLD-VOID-COUNT
               WHEN OTHER
                   MOVE HOLD-RECORD TO HOLD-OUT-RECORD
                   PERFORM 2850-WRITE-HOLD-OUT
                   ADD 1 TO WS-HOLD-CARRIED-COUNT
           END-EVALUATE.

       2800-WRITE-HOLD.
           MOVE "H" TO HOLD-STATUS OF HOLD-OUT-RECORD.
           MOVE WS-RUN-DATE TO HOLD-RUN-DATE OF HOLD-OUT-RECORD.
           MOVE MEAS-PAT-ID TO HOLD-PAT-ID OF HOLD-OUT-RECORD.
           MOVE WS-CALC-DATE TO HOLD-MEAS-DATE OF HOLD-OUT-RECORD.
           MOVE MEAS-HEIGHT TO HOLD-HEIGHT OF HOLD-OUT-RECORD.
           MOVE MEAS-WEIGHT TO HOLD-WEIGHT OF HOLD-OUT-RECORD.
           MOVE PAT-LAST-CALC-DATE OF PATIENT-RECORD-IN
               TO HOLD-PRIOR-DATE OF HOLD-OUT-RECORD.
           MOVE PAT-HEIGHT OF PATIENT-RECORD-IN
               TO HOLD-PRIOR-HEIGHT OF HOLD-OUT-RECORD.
           MOVE PAT-WEIGHT OF PATIENT-RECORD-IN
               TO HOLD-PRIOR-WEIGHT OF HOLD-OUT-RECORD.
           MOVE WS-PCT-PER-DAY TO HOLD-PCT-PER-DAY OF HOLD-OUT-RECORD.
           MOVE ZERO TO HOLD-ACTION-DATE OF HOLD-OUT-RECORD.
           MOVE SPACES TO HOLD-OPERATOR-ID OF HOLD-OUT-RECORD.
           PERFORM 2850-WRITE-HOLD-OUT.

       2850-WRITE-HOLD-OUT.
           WRITE HOLD-OUT-RECORD.
           IF WS-HOLDOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE HOLD-OUT, STATUS: "
                   WS-HOLDOUT-STATUS
               MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-IF.

       2050-VALIDATE-BATCH-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "Y" TO WS-VALID-SWITCH.
               END-IF
           END-IF.

       2060-DELTA-CHECK.
      *    COMPARE THE READING WITH THE LAST ONE POSTED TO THE
      *    MASTER.  A PATIENT WITH NO PRIOR READING OR NO USABLE
      *    PRIOR DATE HAS NOTHING TO BE COMPARED WITH.
           MOVE PAT-LAST-CALC-DATE OF PATIENT-RECORD-IN
               TO WS-PRIOR-DATE-WORK.
           MOVE ZERO TO WS-PRIOR-DAY-NUMBER.
           IF WS-DELTA-PCT > ZERO
                   AND WS-PRIOR-DATE-WORK NUMERIC
                   AND WS-PRIOR-YYYY > 1900
                   AND WS-PRIOR-MM >= 01 AND WS-PRIOR-MM <= 12
                   AND WS-PRIOR-DD >= 01 AND WS-PRIOR-DD <= 31
                   AND PAT-HEIGHT OF PATIENT-RECORD-IN NUMERIC
                   AND PAT-WEIGHT OF PATIENT-RECORD-IN NUMERIC
               COMPUTE WS-PRIOR-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE-WORK)
           END-IF.
           IF WS-PRIOR-DAY-NUMBER > ZERO
                   AND PAT-HEIGHT OF PATIENT-RECORD-IN > ZERO
                   AND PAT-WEIGHT OF PATIENT-RECORD-IN > ZERO
               PERFORM 2065-COMPUTE-DELTA
           END-IF.

       2065-COMPUTE-DELTA.
      *    THE LARGER OF THE HEIGHT AND WEIGHT CHANGES, AS A
      *    PERCENT OF THE PRIOR VALUE, SPREAD OVER THE DAYS SINCE
      *    THE PRIOR READING.  A READING DATED ON OR BEFORE THE
      *    PRIOR ONE IS JUDGED AS A ONE-DAY CHANGE.
           COMPUTE WS-CALC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE).
           COMPUTE WS-DELTA-DAYS =
               WS-CALC-DAY-NUMBER - WS-PRIOR-DAY-NUMBER.
           IF WS-DELTA-DAYS < 1
               MOVE 1 TO WS-DELTA-DAYS
           END-IF.
           COMPUTE WS-HEIGHT-PCT ROUNDED =
               FUNCTION ABS(PAT-HEIGHT OF WS-PATIENT-REC
                   - PAT-HEIGHT OF PATIENT-RECORD-IN) * 100
               / PAT-HEIGHT OF PATIENT-RECORD-IN.
           COMPUTE WS-WEIGHT-PCT ROUNDED =
               FUNCTION ABS(PAT-WEIGHT OF WS-PATIENT-REC
                   - PAT-WEIGHT OF PATIENT-RECORD-IN) * 100
               / PAT-WEIGHT OF PATIENT-RECORD-IN.
           IF WS-WEIGHT-PCT > WS-HEIGHT-PCT
               MOVE WS-WEIGHT-PCT TO WS-CHANGE-PCT
           ELSE
               MOVE WS-HEIGHT-PCT TO WS-CHANGE-PCT
           END-IF.
           COMPUTE WS-PCT-PER-DAY ROUNDED =
               WS-CHANGE-PCT / WS-DELTA-DAYS
               ON SIZE ERROR
                   MOVE 999.99 TO WS-PCT-PER-DAY
           END-COMPUTE.
           IF WS-PCT-PER-DAY > WS-DELTA-PCT
               MOVE "Y" TO WS-HOLD-SWITCH
           END-IF.

       2200-OPEN-REPORT.
           IF RESTARTED-RUN
               OPEN EXTEND BMI-REPORT
               IF WS-BMI-REPORT-STATUS = "35"
                   OPEN OUTPUT BMI-REPORT

       5000-READ-CHECKPOINT.
           MOVE ZERO TO WS-RESUME-COUNT.
           MOVE "N" TO WS-RESTART-SWITCH.
           MOVE SPACE TO WS-RELEASE-STATE.
           MOVE ZERO TO WS-HOLD-SKIP-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
           EVALUATE WS-CHECKPOINT-STATUS
               WHEN "00"
      *                    A CLEARED CHECKPOINT IS A ZEROED RECORD,
      *                    NOT AN EMPTY FILE - ONLY RESTORE WHEN A
      *                    GENUINE RESUME POINT WAS CAPTURED.
      *                    THE RELEASE PASS RUNS AHEAD OF THE FEED,
      *                    SO ITS STATE MARKS A RESUME POINT EVEN
      *                    WHEN NO FEED RECORD HAS BEEN READ YET.
                           IF CKPT-RECORD-COUNT > 0
                                   OR CKPT-RELEASE-DONE
                                   OR CKPT-RELEASE-UNDERWAY
                               MOVE "Y" TO WS-RESTART-SWITCH
                               MOVE CKPT-RELEASE-STATE
                                   TO WS-RELEASE-STATE
                               MOVE CKPT-HOLD-READ
                                   TO WS-HOLD-SKIP-COUNT
                               MOVE CKPT-HOLD-VOID-COUNT
                                   TO WS-HOLD-VOID-COUNT
                               MOVE CKPT-HOLD-CARRIED
                                   TO WS-HOLD-CARRIED-COUNT
                               MOVE CKPT-RECORD-COUNT
                                   TO WS-RESUME-COUNT
                               MOVE CKPT-PAGE-COUNT TO WS-PAGE-COUNT
                                   TO WS-EXTRACT-HASH
                               MOVE CKPT-HIST-BEFORE
                                   TO WS-HIST-BEFORE
                               MOVE CKPT-HELD-COUNT
                                   TO WS-HELD-COUNT
                               MOVE CKPT-RELEASE-COUNT
                                   TO WS-RELEASE-COUNT
                               MOVE CKPT-EHR-COUNT
                                   TO WS-EHR-COUNT
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
           PERFORM VARYING WS-SKIP-INDEX FROM 1 BY 1
                   UNTIL WS-SKIP-INDEX > WS-RESUME-COUNT
                       OR END-OF-MEASURE-FILE
               PERFORM 2110-READ-NEXT-READING
           END-PERFORM.

       5200-WRITE-CHECKPOINT.
               MOVE WS-EXTRACT-COUNT TO CKPT-EXTRACT-COUNT
               MOVE WS-EXTRACT-HASH TO CKPT-EXTRACT-HASH
               MOVE WS-HIST-BEFORE TO CKPT-HIST-BEFORE
               MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
               MOVE WS-RELEASE-COUNT TO CKPT-RELEASE-COUNT
               MOVE WS-EHR-COUNT TO CKPT-EHR-COUNT
               MOVE WS-RELEASE-STATE TO CKPT-RELEASE-STATE
               MOVE WS-HOLD-READ-COUNT TO CKPT-HOLD-READ
               MOVE WS-HOLD-VOID-COUNT TO CKPT-HOLD-VOID-COUNT
               MOVE WS-HOLD-CARRIED-COUNT TO CKPT-HOLD-CARRIED
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
               MOVE ZERO TO CKPT-EXTRACT-COUNT
               MOVE ZERO TO CKPT-EXTRACT-HASH
               MOVE ZERO TO CKPT-HIST-BEFORE
               MOVE ZERO TO CKPT-HELD-COUNT
               MOVE ZERO TO CKPT-RELEASE-COUNT
               MOVE ZERO TO CKPT-EHR-COUNT
               MOVE SPACE TO CKPT-RELEASE-STATE
               MOVE ZERO TO CKPT-HOLD-READ
               MOVE ZERO TO CKPT-HOLD-VOID-COUNT
               MOVE ZERO TO CKPT-HOLD-CARRIED
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
           WRITE BMI-REPORT-LINE FROM WS-REPORT-SITE-LINE.

       4000-OPEN-HISTORY.
      *    THE HISTORY RECORD COUNT COMES FROM THE HISTORY CONTROL
      *    RECORD.  IT IS ONLY COUNTED FROM THE FILE ITSELF WHEN
      *    THE LAST RUN TO UPDATE THE HISTORY DID NOT FINISH.
           PERFORM 4040-READ-HISTORY-CONTROL.
           OPEN I-O BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS = "35"
               OPEN OUTPUT BMI-HISTORY
           END-IF.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
           ELSE
               MOVE "Y" TO WS-HIST-OPEN-SWITCH
               IF HIST-RECOUNT-NEEDED
                   PERFORM 4050-COUNT-HISTORY
               END-IF
               IF NOT HIST-CONTROL-ERROR
                   MOVE "O" TO WS-HIST-UPDATE-STATUS
                   PERFORM 4300-WRITE-HISTORY-CONTROL
               END-IF
           END-IF.
           IF WS-RUN-MODE = "BATCH"
               MOVE WS-HIST-COUNT TO WS-HIST-BEFORE
           END-IF.

       4040-READ-HISTORY-CONTROL.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE ZERO TO WS-HIST-LAST-DATE.
           OPEN INPUT HISTORY-CONTROL.
           EVALUATE WS-HIST-CONTROL-STATUS
               WHEN "00"
                   READ HISTORY-CONTROL
                       AT END
                           MOVE "R" TO WS-HIST-CONTROL-SWITCH
                       NOT AT END
                           MOVE HCTL-RECORD-COUNT TO WS-HIST-COUNT
                           MOVE HCTL-LAST-CALC-DATE
                               TO WS-HIST-LAST-DATE
                           IF HCTL-UPDATE-CLOSED
                               MOVE "C" TO WS-HIST-CONTROL-SWITCH
                           ELSE
                               DISPLAY "HISTORY CONTROL LEFT OPEN BY "
                                   HCTL-PROGRAM-ID
                                   " - RECOUNTING BMI-HISTORY"
                               MOVE "R" TO WS-HIST-CONTROL-SWITCH
                           END-IF
                   END-READ
                   CLOSE HISTORY-CONTROL
               WHEN "35"
                   MOVE "R" TO WS-HIST-CONTROL-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                       WS-HIST-CONTROL-STATUS
                   MOVE "E" TO WS-HIST-CONTROL-SWITCH
           END-EVALUATE.

       4050-COUNT-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE ZERO TO WS-HIST-LAST-DATE.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           MOVE LOW-VALUES TO HIST-KEY.
           START BMI-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET END-OF-HISTORY-COUNT TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HISTORY-COUNT
               READ BMI-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-COUNT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
                       IF HIST-CALC-DATE > WS-HIST-LAST-DATE
                           MOVE HIST-CALC-DATE TO WS-HIST-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "C" TO WS-HIST-CONTROL-SWITCH.

       4100-LOG-HISTORY.
      *    A SECOND READING FOR THE SAME PATIENT ON THE SAME DAY
      *    TAKES THE NEXT FREE SEQUENCE NUMBER UNDER THAT DATE.
           MOVE WS-CALC-DATE TO PAT-LAST-CALC-DATE OF WS-PATIENT-REC.
           MOVE WS-PATIENT-REC TO BMI-HISTORY-RECORD.
           MOVE PAT-ID OF WS-PATIENT-REC TO HIST-PAT-ID.
           MOVE WS-CALC-DATE TO HIST-CALC-DATE.
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
               ADD 1 TO WS-HIST-COUNT
               IF WS-CALC-DATE > WS-HIST-LAST-DATE
                   MOVE WS-CALC-DATE TO WS-HIST-LAST-DATE
               END-IF
           ELSE
               DISPLAY "UNABLE TO WRITE BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
           END-IF.

       4200-CLOSE-HISTORY.
           CLOSE BMI-HISTORY.
           IF HISTORY-OPEN AND NOT HIST-CONTROL-ERROR
               MOVE "C" TO WS-HIST-UPDATE-STATUS
               PERFORM 4300-WRITE-HISTORY-CONTROL
           END-IF.

       4300-WRITE-HISTORY-CONTROL.
           OPEN OUTPUT HISTORY-CONTROL.
           IF WS-HIST-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                   WS-HIST-CONTROL-STATUS
           ELSE
               MOVE WS-HIST-COUNT TO HCTL-RECORD-COUNT
               MOVE WS-HIST-LAST-DATE TO HCTL-LAST-CALC-DATE
               ACCEPT HCTL-UPDATE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LOG-TIME-RAW FROM TIME
               MOVE WS-LOG-TIME-RAW(1:6) TO HCTL-UPDATE-TIME
               MOVE "BMICALC" TO HCTL-PROGRAM-ID
               MOVE WS-HIST-UPDATE-STATUS TO HCTL-UPDATE-STATUS
               WRITE HISTORY-CONTROL-RECORD
               CLOSE HISTORY-CONTROL
           END-IF.

       6000-OPEN-EXTRACT.
           MOVE "N" TO WS-EXTRACT-FRESH-SWITCH.
           IF RESTARTED-RUN
               OPEN EXTEND WELLNESS-EXTRACT
               IF WS-EXTRACT-STATUS = "35"
                   OPEN OUTPUT WELLNESS-EXTRACT
               END-IF
           END-IF.

       6050-SEND-OUTBOUND-RESULTS.
      *    THE PORTAL EXTRACT NEEDS THE PATIENT'S PORTAL-SHARING
      *    CONSENT; THE EHR FEED NEEDS A CONSENT ON FILE THAT HAS
      *    NOT BEEN WITHDRAWN.  A RESULT HELD BACK IS LOGGED FOR
      *    THE MONTHLY PRIVACY REPORT AND IS NOT COUNTED AS AN
      *    EXTRACT DETAIL, SO BMIRECON STILL BALANCES.
           PERFORM 6700-CHECK-CONSENT.
           IF EXTRACT-WANTED
               IF WS-PORTAL-REASON = SPACES
                   PERFORM 6100-WRITE-EXTRACT
               ELSE
                   MOVE "W" TO CSP-INTERFACE
                   MOVE WS-PORTAL-REASON TO CSP-REASON-CODE
                   PERFORM 6800-LOG-SUPPRESSION
                   ADD 1 TO WS-PORTAL-HELD-COUNT
               END-IF
           END-IF.
           IF WS-EHR-REASON = SPACES
               PERFORM 6400-WRITE-EHR-RESULT
           ELSE
               MOVE "E" TO CSP-INTERFACE
               MOVE WS-EHR-REASON TO CSP-REASON-CODE
               PERFORM 6800-LOG-SUPPRESSION
               ADD 1 TO WS-EHR-HELD-COUNT
           END-IF.

       6100-WRITE-EXTRACT.
           MOVE "D" TO WE-RECORD-TYPE.
           MOVE PAT-ID OF WS-PATIENT-REC TO WE-PATIENT-ID.
           END-IF.
           CLOSE WELLNESS-EXTRACT.

       6300-OPEN-EHR-FEED.
      *    THE MESSAGE CONTROL ID CARRIES THIS RUN'S START TIME, SO
      *    A RESTARTED OR REPROCESS RUN ON THE SAME DATE CANNOT
      *    REUSE AN ID ALREADY SENT.
           MOVE WS-RUN-DATE TO WS-EMI-RUN-DATE.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW(1:6) TO WS-EMI-RUN-TIME.
           IF RESTARTED-RUN
               OPEN EXTEND EHR-FEED
               IF WS-EHR-STATUS = "35"
                   OPEN OUTPUT EHR-FEED
               END-IF
           ELSE
               OPEN OUTPUT EHR-FEED
           END-IF.
           IF WS-EHR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EHR-FEED, STATUS: "
                   WS-EHR-STATUS
               MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           ELSE
               OPEN EXTEND EHR-PENDING
               IF WS-EHR-PENDING-STATUS = "35"
                   OPEN OUTPUT EHR-PENDING
               END-IF
               IF WS-EHR-PENDING-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EHR-PENDING, STATUS: "
                       WS-EHR-PENDING-STATUS
                   MOVE "Y" TO WS-BATCH-ERROR-SWITCH
               END-IF
           END-IF.

       6400-WRITE-EHR-RESULT.
      *    EVERY MESSAGE SENT IS ALSO REGISTERED AS AWAITING AN
      *    ACKNOWLEDGEMENT, FOR EHRACK TO MATCH OR RESEND.
           ADD 1 TO WS-EHR-COUNT.
           MOVE WS-EHR-COUNT TO WS-EMI-SEQUENCE.
           MOVE WS-EHR-MSG-ID TO EHR-MSG-CONTROL-ID OF EHR-OBS-RECORD.
           MOVE PAT-ID OF WS-PATIENT-REC
               TO EHR-PAT-ID OF EHR-OBS-RECORD.
           MOVE PAT-SITE-CODE OF WS-PATIENT-REC
               TO EHR-SITE-CODE OF EHR-OBS-RECORD.
           MOVE WS-CALC-DATE TO EHR-MEAS-DATE OF EHR-OBS-RECORD.
           MOVE PAT-HEIGHT OF WS-PATIENT-REC
               TO EHR-HEIGHT OF EHR-OBS-RECORD.
           MOVE PAT-WEIGHT OF WS-PATIENT-REC
               TO EHR-WEIGHT OF EHR-OBS-RECORD.
           MOVE PAT-BMI OF WS-PATIENT-REC TO EHR-BMI OF EHR-OBS-RECORD.
           MOVE WS-BMI-BAND TO EHR-BAND OF EHR-OBS-RECORD.
           IF WS-PCTL-FOUND > 0
               SET EHR-BAND-PEDIATRIC OF EHR-OBS-RECORD TO TRUE
           ELSE
               SET EHR-BAND-WHO OF EHR-OBS-RECORD TO TRUE
           END-IF.
           WRITE EHR-OBS-RECORD.
           IF WS-EHR-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE EHR-FEED, STATUS: "
                   WS-EHR-STATUS
               MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-IF.
           MOVE WS-RUN-DATE TO EHP-FIRST-SENT-DATE.
           MOVE WS-RUN-DATE TO EHP-LAST-SENT-DATE.
           MOVE 1 TO EHP-SEND-COUNT.
           MOVE SPACES TO EHP-LAST-ACK-CODE.
           MOVE EHR-OBS-RECORD TO EHP-OBSERVATION.
           WRITE EHR-PENDING-RECORD.
           IF WS-EHR-PENDING-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE EHR-PENDING, STATUS: "
                   WS-EHR-PENDING-STATUS
               MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-IF.

       6500-CLOSE-EHR-FEED.
           CLOSE EHR-FEED.
           CLOSE EHR-PENDING.

       6600-OPEN-CONSENT.
      *    NO CONSENT FILE MEANS NOBODY HAS CONSENTED - EVERY
      *    PORTAL AND EHR RESULT IS HELD BACK, NOT SENT.
           MOVE "N" TO WS-NO-CONSENT-SWITCH.
           OPEN INPUT CONSENT-FILE.
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO CONSENT FILE - PORTAL AND EHR RESULTS "
                       "HELD BACK"
                   MOVE "Y" TO WS-NO-CONSENT-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CONSENT-FILE, STATUS: "
                       WS-CONSENT-STATUS
                   MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-EVALUATE.
           IF NOT BATCH-ERROR
               OPEN EXTEND SUPPRESS-LOG
               IF WS-SUPPRESS-STATUS = "35"
                   OPEN OUTPUT SUPPRESS-LOG
               END-IF
               IF WS-SUPPRESS-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SUPPRESS-LOG, STATUS: "
                       WS-SUPPRESS-STATUS
                   MOVE "Y" TO WS-BATCH-ERROR-SWITCH
               END-IF
           END-IF.

       6700-CHECK-CONSENT.
           MOVE SPACES TO WS-PORTAL-REASON.
           MOVE SPACES TO WS-EHR-REASON.
           MOVE "N" TO WS-CONSENT-FOUND-SWITCH.
           IF NOT NO-CONSENT-FILE
               MOVE PAT-ID OF WS-PATIENT-REC TO CNS-PAT-ID
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CONSENT-FOUND-SWITCH
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT CONSENT-FOUND
                   MOVE "NC" TO WS-PORTAL-REASON
                   MOVE "NC" TO WS-EHR-REASON
               WHEN NOT CNS-NOT-WITHDRAWN
                   MOVE "WD" TO WS-PORTAL-REASON
                   MOVE "WD" TO WS-EHR-REASON
               WHEN NOT CNS-PORTAL-YES
                   MOVE "NP" TO WS-PORTAL-REASON
           END-EVALUATE.

       6800-LOG-SUPPRESSION.
           MOVE WS-RUN-DATE TO CSP-RUN-DATE.
           MOVE "BMICALC" TO CSP-PROGRAM-ID.
           MOVE PAT-ID OF WS-PATIENT-REC TO CSP-PAT-ID.
           MOVE WS-CALC-DATE TO CSP-READING-DATE.
           WRITE SUPPRESS-LOG-RECORD.
           IF WS-SUPPRESS-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SUPPRESS-LOG, STATUS: "
                   WS-SUPPRESS-STATUS
               MOVE "Y" TO WS-BATCH-ERROR-SWITCH
           END-IF.

       6900-CLOSE-CONSENT.
           IF NOT NO-CONSENT-FILE
               CLOSE CONSENT-FILE
           END-IF.
           CLOSE SUPPRESS-LOG.

       6950-SHOW-CONSENT-HELD.
           IF WS-PORTAL-HELD-COUNT > 0
               DISPLAY WS-PORTAL-HELD-COUNT
                   " portal result(s) held back - no consent"
           END-IF.
           IF WS-EHR-HELD-COUNT > 0
               DISPLAY WS-EHR-HELD-COUNT
                   " EHR result(s) held back - no consent"
           END-IF.

       7000-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE WS-EXTRACT-COUNT TO CTL-EXTRACT-COUNT
               MOVE WS-EXTRACT-HASH TO CTL-EXTRACT-HASH
               MOVE WS-HIST-BEFORE TO CTL-HIST-BEFORE
               MOVE WS-HELD-COUNT TO CTL-HELD
               MOVE WS-RELEASE-COUNT TO CTL-RELEASED
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
           IF NOT BATCH-ERROR AND NOT NO-SUSPENSE-FILE
               PERFORM 6000-OPEN-EXTRACT
           END-IF.
           IF NOT BATCH-ERROR AND NOT NO-SUSPENSE-FILE
               PERFORM 6300-OPEN-EHR-FEED
           END-IF.
           IF NOT BATCH-ERROR AND NOT NO-SUSPENSE-FILE
               PERFORM 6600-OPEN-CONSENT
           END-IF.
           IF NOT BATCH-ERROR AND NOT NO-SUSPENSE-FILE
               PERFORM 8200-READ-SUSPENSE
               PERFORM UNTIL END-OF-SUSPENSE-FILE
               END-PERFORM
               PERFORM 3200-WRITE-REPORT-FOOTER
               PERFORM 6200-CLOSE-EXTRACT
               PERFORM 6500-CLOSE-EHR-FEED
               PERFORM 6900-CLOSE-CONSENT
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-OUT
               CLOSE PATIENT-FILE
                   WS-REPRO-COUNT
               DISPLAY "SUSPENSE RECORDS CARRIED:     "
                   WS-CARRIED-COUNT
               PERFORM 6950-SHOW-CONSENT-HELD
           END-IF.
           EVALUATE TRUE
               WHEN BATCH-ERROR
                   PERFORM 3100-WRITE-REPORT-DETAIL
                   PERFORM 4100-LOG-HISTORY
                   PERFORM 8360-UPDATE-MASTER-REPRO
                   PERFORM 6050-SEND-OUTBOUND-RESULTS
                   ADD 1 TO WS-REPRO-COUNT
               ELSE
                   MOVE SUSPENSE-RECORD TO SUSPENSE-OUT-RECORD
