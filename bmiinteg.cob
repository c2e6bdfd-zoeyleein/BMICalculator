       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIINTEG.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER ASSIGN TO PATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAT-ID OF PATIENT-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   PAT-NAME OF PATIENT-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT GOAL-FILE ASSIGN TO GOALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOAL-PAT-ID
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO BMISUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT LETTER-LOG ASSIGN TO LTRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  GOAL-FILE.
       01  GOAL-RECORD.
           COPY GOALREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.
           COPY PATREC REPLACING ==05== BY ==10==.

       FD  LETTER-LOG
           RECORDING MODE IS F.
       01  LETTER-LOG-RECORD.
           05 LTR-PAT-ID            PIC X(6).
           05 LTR-LETTER-DATE       PIC 9(8).
           05 LTR-BAND-CODE         PIC X(1).

       FD  INTEGRITY-REPORT
           RECORDING MODE IS F.
       01  INTEGRITY-REPORT-LINE    PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-TYPE-SUB          PIC 9(1).
           05 SRT-PAT-ID            PIC X(6).
           05 SRT-DATE              PIC 9(8).
           05 SRT-DETAIL            PIC X(36).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-GOAL-STATUS           PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-LETTER-LOG-STATUS     PIC XX.
       01  WS-INTEGRITY-REPORT-STATUS
                                    PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-INTEG-ERROR-SWITCH    PIC X VALUE "N".
           88 INTEG-ERROR                VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE-SW             VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-MASTER-FOUND-SWITCH   PIC X VALUE "N".
           88 MASTER-FOUND               VALUE "Y".
       01  WS-LOOKUP-PAT-ID         PIC X(6).
       01  WS-MASTER-SITE-CODE      PIC X(3).
       01  WS-EDIT-BMI              PIC Z9.99.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-FILE-READ-COUNTS.
           05 WS-HIST-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-GOAL-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-SUSP-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-LTRLOG-READ-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-TYPE-SUB              PIC 9(1) VALUE ZERO.
       01  WS-PREV-TYPE-SUB         PIC 9(1) VALUE ZERO.
       01  WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT         PIC 9(7) OCCURS 5 TIMES.
      *    EACH EXCEPTION TYPE CARRIES THE FILE IT WAS FOUND IN,
      *    SO THE REPORT CAN BREAK ON FILE AND THEN ON TYPE.
       01  WS-TYPE-NAMES.
           05 FILLER                PIC X(8)  VALUE "BMIHIST".
           05 FILLER                PIC X(36)
               VALUE "PATIENT NOT ON MASTER".
           05 FILLER                PIC X(8)  VALUE "BMIHIST".
           05 FILLER                PIC X(36)
               VALUE "SITE CODE DIFFERS FROM MASTER".
           05 FILLER                PIC X(8)  VALUE "GOALFILE".
           05 FILLER                PIC X(36)
               VALUE "GOAL FOR PATIENT NOT ON MASTER".
           05 FILLER                PIC X(8)  VALUE "BMISUSP".
           05 FILLER                PIC X(36)
               VALUE "OPEN ENTRY FOR PATIENT NOT ON MASTER".
           05 FILLER                PIC X(8)  VALUE "LTRLOG".
           05 FILLER                PIC X(36)
               VALUE "LETTER FOR PATIENT NOT ON MASTER".
       01  WS-TYPE-NAMES-R REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
               10 WS-TYPE-FILE      PIC X(8).
               10 WS-TYPE-TEXT      PIC X(36).
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-INTEG-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-IH1-PAGE           PIC ZZ9.

       01  WS-INTEG-HEADER-2.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(25)
               VALUE "FILE INTEGRITY EXCEPTIONS".
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-IH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-IH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-IH2-YYYY           PIC 9(4).

       01  WS-INTEG-HEADER-3.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "PATIENT ".
           05 FILLER                PIC X(12) VALUE "DATE".
           05 FILLER                PIC X(36) VALUE "DETAIL".

       01  WS-FILE-LINE.
           05 FILLER                PIC X(6)  VALUE "FILE: ".
           05 WS-FL-FILE            PIC X(8).

       01  WS-TYPE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "EXCEPTION: ".
           05 WS-TL-TEXT            PIC X(36).

       01  WS-INTEG-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ID-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ID-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-ID-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-ID-YYYY            PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ID-DETAIL          PIC X(36).

       01  WS-TYPE-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(18)
               VALUE "EXCEPTIONS OF TYPE".
           05 FILLER                PIC X(2)  VALUE ": ".
           05 WS-TT-COUNT           PIC ZZZZZZ9.

       01  WS-NO-EXCEPTIONS-LINE.
           05 FILLER                PIC X(40)
               VALUE "NO EXCEPTIONS FOUND - FILES AGREE".

       01  WS-SUMMARY-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE "EXCEPTION COUNTS BY FILE AND TYPE".

       01  WS-SUMMARY-LINE.
           05 WS-SL-FILE            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-SL-TEXT            PIC X(36).
           05 WS-SL-COUNT           PIC ZZZZZZ9.

       01  WS-INTEG-COUNT-LINE.
           05 WS-IC-LABEL           PIC X(26).
           05 WS-IC-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           INITIALIZE WS-TYPE-COUNTS.
           PERFORM 1000-OPEN-FILES.
           IF NOT INTEG-ERROR
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-TYPE-SUB
                   ON ASCENDING KEY SRT-PAT-ID
                   ON ASCENDING KEY SRT-DATE
                   INPUT PROCEDURE IS 2000-SWEEP-FILES
                   OUTPUT PROCEDURE IS 3000-PRINT-EXCEPTIONS
               PERFORM 4000-WRITE-SUMMARY
               CLOSE PATIENT-MASTER
               CLOSE INTEGRITY-REPORT
           END-IF.
           IF INTEG-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT MASTER, STATUS: "
                   WS-MASTER-STATUS
               MOVE "Y" TO WS-INTEG-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT.
           IF WS-INTEGRITY-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INTEGRITY-REPORT, STATUS: "
                   WS-INTEGRITY-REPORT-STATUS
               MOVE "Y" TO WS-INTEG-ERROR-SWITCH
           END-IF.

       2000-SWEEP-FILES.
           PERFORM 2100-SWEEP-HISTORY.
           IF NOT INTEG-ERROR
               PERFORM 2300-SWEEP-GOALS
           END-IF.
           IF NOT INTEG-ERROR
               PERFORM 2500-SWEEP-SUSPENSE
           END-IF.
           IF NOT INTEG-ERROR
               PERFORM 2700-SWEEP-LETTER-LOG
           END-IF.

       2100-SWEEP-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BMI-HISTORY.
           EVALUATE WS-BMI-HISTORY-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE-SW
                       READ BMI-HISTORY
                           AT END
                               SET END-OF-FILE-SW TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HIST-READ-COUNT
                               PERFORM 2200-CHECK-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BMI-HISTORY
               WHEN "35"
                   DISPLAY "NO BMI-HISTORY FILE - HISTORY NOT CHECKED"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                       WS-BMI-HISTORY-STATUS
                   MOVE "Y" TO WS-INTEG-ERROR-SWITCH
           END-EVALUATE.

       2200-CHECK-HISTORY-RECORD.
      *    HISTORY WRITTEN BEFORE THE SITE CODE WAS CARRIED ON
      *    PATREC HAS A BLANK SITE AND IS NOT HELD TO THE MASTER.
           MOVE PAT-ID OF BMI-HISTORY-RECORD TO WS-LOOKUP-PAT-ID.
           PERFORM 2900-LOOK-UP-MASTER.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 1 TO SRT-TYPE-SUB
                   MOVE PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                       TO SRT-DATE
                   MOVE PAT-BMI OF BMI-HISTORY-RECORD TO WS-EDIT-BMI
                   MOVE SPACES TO SRT-DETAIL
                   STRING "BMI " DELIMITED BY SIZE
                       WS-EDIT-BMI DELIMITED BY SIZE
                       "  BAND " DELIMITED BY SIZE
                       PAT-BAND-CODE OF BMI-HISTORY-RECORD
                           DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   PERFORM 2950-RELEASE-EXCEPTION
               WHEN PAT-SITE-CODE OF BMI-HISTORY-RECORD = SPACES
                   CONTINUE
               WHEN PAT-SITE-CODE OF BMI-HISTORY-RECORD NOT =
                       WS-MASTER-SITE-CODE
                   MOVE 2 TO SRT-TYPE-SUB
                   MOVE PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                       TO SRT-DATE
                   MOVE SPACES TO SRT-DETAIL
                   STRING "HISTORY SITE " DELIMITED BY SIZE
                       PAT-SITE-CODE OF BMI-HISTORY-RECORD
                           DELIMITED BY SIZE
                       "  MASTER SITE " DELIMITED BY SIZE
                       WS-MASTER-SITE-CODE DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   PERFORM 2950-RELEASE-EXCEPTION
           END-EVALUATE.

       2300-SWEEP-GOALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GOAL-FILE.
           EVALUATE WS-GOAL-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE-SW
                       READ GOAL-FILE
                           AT END
                               SET END-OF-FILE-SW TO TRUE
                           NOT AT END
                               ADD 1 TO WS-GOAL-READ-COUNT
                               PERFORM 2400-CHECK-GOAL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE GOAL-FILE
               WHEN "35"
                   DISPLAY "NO GOAL FILE - GOALS NOT CHECKED"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN GOAL-FILE, STATUS: "
                       WS-GOAL-STATUS
                   MOVE "Y" TO WS-INTEG-ERROR-SWITCH
           END-EVALUATE.

       2400-CHECK-GOAL-RECORD.
           MOVE GOAL-PAT-ID TO WS-LOOKUP-PAT-ID.
           PERFORM 2900-LOOK-UP-MASTER.
           IF NOT MASTER-FOUND
               MOVE 3 TO SRT-TYPE-SUB
               MOVE GOAL-SET-DATE TO SRT-DATE
               MOVE GOAL-TARGET-BMI TO WS-EDIT-BMI
               MOVE SPACES TO SRT-DETAIL
               STRING "GOAL STATUS " DELIMITED BY SIZE
                   GOAL-STATUS DELIMITED BY SIZE
                   "  TARGET BMI " DELIMITED BY SIZE
                   WS-EDIT-BMI DELIMITED BY SIZE
                   INTO SRT-DETAIL
               PERFORM 2950-RELEASE-EXCEPTION
           END-IF.

       2500-SWEEP-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           EVALUATE WS-SUSPENSE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE-SW
                       READ SUSPENSE-FILE
                           AT END
                               SET END-OF-FILE-SW TO TRUE
                           NOT AT END
                               ADD 1 TO WS-SUSP-READ-COUNT
                               PERFORM 2600-CHECK-SUSPENSE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               WHEN "35"
                   DISPLAY "NO SUSPENSE FILE - SUSPENSE NOT CHECKED"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN SUSPENSE-FILE, STATUS: "
                       WS-SUSPENSE-STATUS
                   MOVE "Y" TO WS-INTEG-ERROR-SWITCH
           END-EVALUATE.

       2600-CHECK-SUSPENSE-RECORD.
      *    CORRECTED ENTRIES ARE HISTORY ONLY - JUST THE OPEN
      *    ONES CAN STILL BE REPROCESSED AGAINST THE MASTER.
           IF SUSP-OPEN
               MOVE PAT-ID OF SUSPENSE-RECORD TO WS-LOOKUP-PAT-ID
               PERFORM 2900-LOOK-UP-MASTER
               IF NOT MASTER-FOUND
                   MOVE 4 TO SRT-TYPE-SUB
                   MOVE SUSP-RUN-DATE TO SRT-DATE
                   MOVE SPACES TO SRT-DETAIL
                   STRING "SUSPENDED REASON " DELIMITED BY SIZE
                       SUSP-REASON-CODE DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   PERFORM 2950-RELEASE-EXCEPTION
               END-IF
           END-IF.

       2700-SWEEP-LETTER-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT LETTER-LOG.
           EVALUATE WS-LETTER-LOG-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE-SW
                       READ LETTER-LOG
                           AT END
                               SET END-OF-FILE-SW TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LTRLOG-READ-COUNT
                               PERFORM 2800-CHECK-LETTER-LOG-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE LETTER-LOG
               WHEN "35"
                   DISPLAY "NO LETTER LOG - LETTER LOG NOT CHECKED"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN LETTER-LOG, STATUS: "
                       WS-LETTER-LOG-STATUS
                   MOVE "Y" TO WS-INTEG-ERROR-SWITCH
           END-EVALUATE.

       2800-CHECK-LETTER-LOG-ENTRY.
           MOVE LTR-PAT-ID TO WS-LOOKUP-PAT-ID.
           PERFORM 2900-LOOK-UP-MASTER.
           IF NOT MASTER-FOUND
               MOVE 5 TO SRT-TYPE-SUB
               MOVE LTR-LETTER-DATE TO SRT-DATE
               MOVE SPACES TO SRT-DETAIL
               STRING "LETTER BAND " DELIMITED BY SIZE
                   LTR-BAND-CODE DELIMITED BY SIZE
                   INTO SRT-DETAIL
               PERFORM 2950-RELEASE-EXCEPTION
           END-IF.

       2900-LOOK-UP-MASTER.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH.
           MOVE SPACES TO WS-MASTER-SITE-CODE.
           MOVE WS-LOOKUP-PAT-ID TO PAT-ID OF PATIENT-MASTER-RECORD.
           READ PATIENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   MOVE PAT-SITE-CODE OF PATIENT-MASTER-RECORD
                       TO WS-MASTER-SITE-CODE
           END-READ.

       2950-RELEASE-EXCEPTION.
           MOVE WS-LOOKUP-PAT-ID TO SRT-PAT-ID.
           IF SRT-DATE NOT NUMERIC
               MOVE ZERO TO SRT-DATE
           END-IF.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-TYPE-COUNT(SRT-TYPE-SUB).

       3000-PRINT-EXCEPTIONS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE ZERO TO WS-PREV-TYPE-SUB.
           PERFORM 3050-RETURN-SORT-RECORD.
           IF END-OF-SORT-FILE
               PERFORM 3400-WRITE-INTEG-HEADERS
               WRITE INTEGRITY-REPORT-LINE FROM SPACES
               WRITE INTEGRITY-REPORT-LINE
                   FROM WS-NO-EXCEPTIONS-LINE
           END-IF.
           PERFORM UNTIL END-OF-SORT-FILE
               IF SRT-TYPE-SUB NOT = WS-PREV-TYPE-SUB
                   IF WS-PREV-TYPE-SUB > 0
                       PERFORM 3250-WRITE-TYPE-TOTAL
                   END-IF
                   PERFORM 3100-START-NEW-TYPE
                   MOVE SRT-TYPE-SUB TO WS-PREV-TYPE-SUB
               END-IF
               PERFORM 3300-WRITE-INTEG-DETAIL
               PERFORM 3050-RETURN-SORT-RECORD
           END-PERFORM.
           IF WS-PREV-TYPE-SUB > 0
               PERFORM 3250-WRITE-TYPE-TOTAL
           END-IF.

       3050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-START-NEW-TYPE.
      *    A NEW FILE HEADING IS PRINTED ONLY WHEN THE TYPE
      *    BELONGS TO A DIFFERENT FILE FROM THE ONE BEFORE IT.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM 3400-WRITE-INTEG-HEADERS
           END-IF.
           IF WS-PREV-TYPE-SUB = ZERO
               PERFORM 3150-WRITE-FILE-LINE
           ELSE
               IF WS-TYPE-FILE(SRT-TYPE-SUB) NOT =
                       WS-TYPE-FILE(WS-PREV-TYPE-SUB)
                   PERFORM 3150-WRITE-FILE-LINE
               END-IF
           END-IF.
           MOVE WS-TYPE-TEXT(SRT-TYPE-SUB) TO WS-TL-TEXT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TYPE-LINE.
           ADD 1 TO WS-LINE-COUNT.

       3150-WRITE-FILE-LINE.
           MOVE WS-TYPE-FILE(SRT-TYPE-SUB) TO WS-FL-FILE.
           WRITE INTEGRITY-REPORT-LINE FROM SPACES.
           WRITE INTEGRITY-REPORT-LINE FROM WS-FILE-LINE.
           ADD 2 TO WS-LINE-COUNT.

       3250-WRITE-TYPE-TOTAL.
           MOVE WS-TYPE-COUNT(WS-PREV-TYPE-SUB) TO WS-TT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TYPE-TOTAL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       3300-WRITE-INTEG-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3400-WRITE-INTEG-HEADERS
           END-IF.
           MOVE SRT-PAT-ID TO WS-ID-PATIENT-ID.
           MOVE SRT-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-ID-MM.
           MOVE WS-DW-DD TO WS-ID-DD.
           MOVE WS-DW-YYYY TO WS-ID-YYYY.
           MOVE SRT-DETAIL TO WS-ID-DETAIL.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       3400-WRITE-INTEG-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-IH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-IH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-IH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-IH2-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE INTEGRITY-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-HEADER-1.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-HEADER-2.
           WRITE INTEGRITY-REPORT-LINE FROM SPACES.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

       4000-WRITE-SUMMARY.
           COMPUTE WS-READ-COUNT =
               WS-HIST-READ-COUNT + WS-GOAL-READ-COUNT
               + WS-SUSP-READ-COUNT + WS-LTRLOG-READ-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM SPACES.
           WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-TITLE-LINE.
           PERFORM 4100-WRITE-SUMMARY-LINE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5.
           WRITE INTEGRITY-REPORT-LINE FROM SPACES.
           MOVE "HISTORY RECORDS READ:     " TO WS-IC-LABEL.
           MOVE WS-HIST-READ-COUNT TO WS-IC-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-COUNT-LINE.
           MOVE "GOAL RECORDS READ:        " TO WS-IC-LABEL.
           MOVE WS-GOAL-READ-COUNT TO WS-IC-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-COUNT-LINE.
           MOVE "SUSPENSE RECORDS READ:    " TO WS-IC-LABEL.
           MOVE WS-SUSP-READ-COUNT TO WS-IC-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-COUNT-LINE.
           MOVE "LETTER LOG ENTRIES READ:  " TO WS-IC-LABEL.
           MOVE WS-LTRLOG-READ-COUNT TO WS-IC-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-COUNT-LINE.
           MOVE "TOTAL EXCEPTIONS:         " TO WS-IC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-IC-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-INTEG-COUNT-LINE.
           DISPLAY "BMIINTEG - RECORDS READ " WS-READ-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT.

       4100-WRITE-SUMMARY-LINE.
           MOVE WS-TYPE-FILE(WS-TYPE-SUB) TO WS-SL-FILE.
           MOVE WS-TYPE-TEXT(WS-TYPE-SUB) TO WS-SL-TEXT.
           MOVE WS-TYPE-COUNT(WS-TYPE-SUB) TO WS-SL-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-LOG-RUN-START.
           MOVE "S" TO RL-RECORD-TYPE.
           MOVE ZERO TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE ZERO TO RL-RETURN-CODE.
           PERFORM 9200-WRITE-RUN-LOG.

       9100-LOG-RUN-END.
           MOVE "E" TO RL-RECORD-TYPE.
           MOVE WS-READ-COUNT TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           PERFORM 9200-WRITE-RUN-LOG.

       9200-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RUN-LOG, STATUS: "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE "BMIINTEG" TO RL-PROGRAM-ID
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               ACCEPT WS-LOG-TIME-RAW FROM TIME
               MOVE WS-LOG-TIME-RAW(1:6) TO RL-LOG-TIME
               WRITE RUN-LOG-RECORD
               IF WS-RUN-LOG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE RUN-LOG, STATUS: "
                       WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.
