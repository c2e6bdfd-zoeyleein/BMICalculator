       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT TREND-REPORT ASSIGN TO BMITRPT
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  TREND-REPORT
           RECORDING MODE IS F.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-SITE-CODE         PIC X(3).
           05 SRT-PAT-ID            PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-REC.
           88 FIRST-READING-OF-PATIENT   VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH   PIC X VALUE "Y".
           88 FIRST-SORT-RECORD          VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-PREV-SITE-CODE        PIC X(3) VALUE LOW-VALUES.
       01  WS-PREV-PAT-ID           PIC X(6) VALUE LOW-VALUES.
       01  WS-SITE-PATIENT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-SITE-READING-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-BMI-CHANGE            PIC S99V99 VALUE ZERO.
           PERFORM 9000-LOG-RUN-START.
           PERFORM 2000-OPEN-REPORT.
           IF NOT TREND-ERROR
               PERFORM 2100-OPEN-HISTORY
           END-IF.
           IF NOT TREND-ERROR
      *        ONLY THE SITE AND PATIENT PAIRS ARE SORTED; EACH
      *        PATIENT'S READINGS ARE THEN READ BY KEY, ALREADY IN
      *        DATE ORDER.
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-SITE-CODE
                   ON ASCENDING KEY SRT-PAT-ID
                   INPUT PROCEDURE IS 2500-RELEASE-PATIENT-SITES
                   OUTPUT PROCEDURE IS 3000-REPORT-TRENDS
               CLOSE BMI-HISTORY
               PERFORM 3500-WRITE-TREND-FOOTER
               CLOSE TREND-REPORT
           END-IF.
               MOVE "Y" TO WS-TREND-ERROR-SWITCH
           END-IF.

       2100-OPEN-HISTORY.
           OPEN INPUT BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-TREND-ERROR-SWITCH
               CLOSE TREND-REPORT
           END-IF.

       2500-RELEASE-PATIENT-SITES.
      *    THE HISTORY COMES BACK IN PATIENT ORDER, SO ONE PAIR IS
      *    RELEASED EACH TIME THE PATIENT OR SITE CHANGES.  A
      *    PATIENT WHO MOVED BACK TO AN EARLIER SITE IS RELEASED
      *    AGAIN AND DROPPED AS A REPEAT AFTER THE SORT.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           PERFORM UNTIL END-OF-HISTORY-SCAN
               READ BMI-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-SCAN TO TRUE
                   NOT AT END
                       IF HIST-PAT-ID NOT = WS-PREV-PAT-ID
                               OR PAT-SITE-CODE OF BMI-HISTORY-RECORD
                                   NOT = WS-PREV-SITE-CODE
                           MOVE PAT-SITE-CODE OF BMI-HISTORY-RECORD
                               TO SRT-SITE-CODE
                           MOVE HIST-PAT-ID TO SRT-PAT-ID
                           RELEASE SORT-RECORD
                           MOVE SRT-SITE-CODE TO WS-PREV-SITE-CODE
                           MOVE SRT-PAT-ID TO WS-PREV-PAT-ID
                       END-IF
               END-READ
           END-PERFORM.

       3000-REPORT-TRENDS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "Y" TO WS-FIRST-RECORD-SWITCH.
           INITIALIZE WS-PRIOR-REC.
           MOVE LOW-VALUES TO WS-PREV-SITE-CODE.
           MOVE LOW-VALUES TO WS-PREV-PAT-ID.
           PERFORM 3050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               IF SRT-SITE-CODE NOT = WS-PREV-SITE-CODE
                       OR SRT-PAT-ID NOT = WS-PREV-PAT-ID
                   MOVE SRT-SITE-CODE TO WS-PREV-SITE-CODE
                   MOVE SRT-PAT-ID TO WS-PREV-PAT-ID
                   PERFORM 3020-REPORT-PATIENT-SITE
               END-IF
               PERFORM 3050-RETURN-SORT-RECORD
           END-PERFORM.
           IF NOT FIRST-SORT-RECORD
               PERFORM 3150-WRITE-SITE-SUBTOTAL
           END-IF.

       3020-REPORT-PATIENT-SITE.
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
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           IF PAT-SITE-CODE OF BMI-HISTORY-RECORD
                                   = SRT-SITE-CODE
                               MOVE BMI-HISTORY-RECORD
                                   TO WS-HISTORY-REC
                               ADD 1 TO WS-READING-COUNT
                               PERFORM 3060-REPORT-READING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3060-REPORT-READING.
           IF FIRST-SORT-RECORD
                   OR PAT-SITE-CODE OF WS-HISTORY-REC NOT =
                       PAT-SITE-CODE OF WS-PRIOR-REC
               IF NOT FIRST-SORT-RECORD
                   PERFORM 3150-WRITE-SITE-SUBTOTAL
               END-IF
               PERFORM 3080-START-NEW-SITE
           END-IF.
           IF PAT-ID OF WS-HISTORY-REC NOT =
                   PAT-ID OF WS-PRIOR-REC
                   OR PAT-SITE-CODE OF WS-HISTORY-REC NOT =
                       PAT-SITE-CODE OF WS-PRIOR-REC
               PERFORM 3100-START-NEW-PATIENT
           END-IF.
           PERFORM 3200-WRITE-TREND-DETAIL.
           ADD 1 TO WS-SITE-READING-COUNT.
           MOVE WS-HISTORY-REC TO WS-PRIOR-REC.
           MOVE "N" TO WS-FIRST-READING-SWITCH.
           MOVE "N" TO WS-FIRST-RECORD-SWITCH.

       3080-START-NEW-SITE.
           MOVE ZERO TO WS-SITE-PATIENT-COUNT.
           MOVE ZERO TO WS-SITE-READING-COUNT.
