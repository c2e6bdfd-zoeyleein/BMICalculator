               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-PARM-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO SUMMRPT
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  SUMM-PARM-RECORD         PIC X(80).

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  SUMMARY-REPORT
           RECORDING MODE IS F.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PAT-ID            PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-SUMM-PARM-STATUS      PIC XX.
           88 SUMM-ERROR                 VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
           05 WS-PRIOR-YYYY         PIC 9(4).
           05 WS-PRIOR-MM           PIC 9(2).
       01  WS-RECORD-YYYYMM         PIC 9(6) VALUE ZERO.
       01  WS-RANGE-FROM-DATE       PIC 9(8) VALUE ZERO.
       01  WS-RANGE-TO-DATE         PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
               PERFORM 2000-OPEN-REPORT
           END-IF.
           IF NOT SUMM-ERROR
               PERFORM 2100-OPEN-HISTORY
           END-IF.
           IF NOT SUMM-ERROR
      *        ONLY PATIENTS WEIGHED IN THE REPORT MONTH OR THE MONTH
      *        BEFORE ARE SORTED; EACH ONE'S READINGS ARE THEN READ
      *        BY KEY, ALREADY IN DATE ORDER.
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PAT-ID
                   INPUT PROCEDURE IS 2500-RELEASE-MONTH-PATIENTS
                   OUTPUT PROCEDURE IS 3000-TALLY-HISTORY
               CLOSE BMI-HISTORY
               PERFORM 4000-WRITE-SUMMARY
               CLOSE SUMMARY-REPORT
           END-IF.
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.
           COMPUTE WS-RANGE-FROM-DATE = WS-PRIOR-YYYYMM * 100 + 1.
           COMPUTE WS-RANGE-TO-DATE = WS-REPORT-YYYYMM * 100 + 31.

       2000-OPEN-REPORT.
           OPEN OUTPUT SUMMARY-REPORT.
               MOVE "Y" TO WS-SUMM-ERROR-SWITCH
           END-IF.

       2100-OPEN-HISTORY.
           OPEN INPUT BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-SUMM-ERROR-SWITCH
               CLOSE SUMMARY-REPORT
           END-IF.

       2500-RELEASE-MONTH-PATIENTS.
      *    A PATIENT WITH NO READING IN EITHER MONTH ADDS NOTHING TO
      *    THE SUMMARY, SO THE PATIENTS ARE PICKED OFF THE CALC-DATE
      *    ALTERNATE INDEX FOR THE TWO MONTHS ONLY.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           MOVE WS-RANGE-FROM-DATE TO HIST-CALC-DATE.
           START BMI-HISTORY KEY IS NOT LESS THAN HIST-CALC-DATE
               INVALID KEY
                   SET END-OF-HISTORY-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HISTORY-SCAN
               READ BMI-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-SCAN TO TRUE
                   NOT AT END
                       IF HIST-CALC-DATE > WS-RANGE-TO-DATE
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           MOVE HIST-PAT-ID TO SRT-PAT-ID
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       3000-TALLY-HISTORY.
      *    A PATIENT WEIGHED MORE THAN ONCE IN THE TWO MONTHS IS
      *    RELEASED FOR EACH READING BUT TALLIED ONCE.
           MOVE LOW-VALUES TO WS-PREV-PAT-ID.
           PERFORM 3050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               IF SRT-PAT-ID NOT = WS-PREV-PAT-ID
                   MOVE SRT-PAT-ID TO WS-PREV-PAT-ID
                   PERFORM 3600-CLEAR-PATIENT-WORK
                   PERFORM 3300-READ-PATIENT-HISTORY
                   PERFORM 3500-CLOSE-OUT-PATIENT
               END-IF
               PERFORM 3050-RETURN-SORT-RECORD
           END-PERFORM.

       3050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-TALLY-RECORD.
      *    THE KEY PRESENTS EACH PATIENT OLDEST-FIRST, SO THE
      *    LAST QUALIFYING RECORD SEEN FOR A MONTH IS THAT
      *    MONTH'S LATEST READING.
           PERFORM 3200-SET-BAND-SUB.
           COMPUTE WS-RECORD-YYYYMM =
               PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD / 100.
           EVALUATE TRUE
               WHEN WS-RECORD-YYYYMM = WS-REPORT-YYYYMM
                   MOVE WS-BAND-SUB TO WS-CUR-BAND-SUB
                   MOVE PAT-BMI OF BMI-HISTORY-RECORD TO WS-CUR-BMI
                   MOVE PAT-SITE-CODE OF BMI-HISTORY-RECORD
                       TO WS-CUR-SITE
               WHEN WS-RECORD-YYYYMM = WS-PRIOR-YYYYMM
                   MOVE WS-BAND-SUB TO WS-PRI-BAND-SUB
           END-EVALUATE.

       3200-SET-BAND-SUB.
           EVALUATE PAT-BAND-CODE OF BMI-HISTORY-RECORD
               WHEN "U"
                   MOVE 1 TO WS-BAND-SUB
               WHEN "N"
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE.

       3300-READ-PATIENT-HISTORY.
      *    READINGS AFTER THE REPORT MONTH PLAY NO PART, SO THE
      *    PATIENT'S KEY RANGE IS LEFT AS SOON AS ONE TURNS UP.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           MOVE SRT-PAT-ID TO HIST-PAT-ID.
           MOVE ZERO TO HIST-CALC-DATE.
           MOVE ZERO TO HIST-SEQUENCE.
           START BMI-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET END-OF-HISTORY-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HISTORY-SCAN
               READ BMI-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-SCAN TO TRUE
                   NOT AT END
                       IF HIST-PAT-ID NOT = SRT-PAT-ID
                               OR HIST-CALC-DATE > WS-RANGE-TO-DATE
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 3100-TALLY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       3500-CLOSE-OUT-PATIENT.
           IF WS-PRI-BAND-SUB > 0
               ADD 1 TO WS-BAND-PRIOR(WS-PRI-BAND-SUB)
