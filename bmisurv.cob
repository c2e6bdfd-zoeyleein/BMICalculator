       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMISURV.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURV-PARM ASSIGN TO SURVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURV-PARM-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT PCTL-FILE ASSIGN TO BMIPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT SURV-SUBMISSION ASSIGN TO SURVSUB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURV-SUB-STATUS.
           SELECT SURV-REPORT ASSIGN TO SURVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURV-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  SURV-PARM
           RECORDING MODE IS F.
       01  SURV-PARM-RECORD         PIC X(80).

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  PCTL-FILE
           RECORDING MODE IS F.
       01  PCTL-RECORD.
           05 PCTL-SEX              PIC X(1).
           05 PCTL-AGE-FROM         PIC 9(3).
           05 PCTL-AGE-TO           PIC 9(3).
           05 PCTL-P5-BMI           PIC 99V99.
           05 PCTL-P85-BMI          PIC 99V99.
           05 PCTL-P95-BMI          PIC 99V99.

       FD  SURV-SUBMISSION
           RECORDING MODE IS F.
       01  SURV-SUBMISSION-RECORD.
           COPY SURVREC.

       FD  SURV-REPORT
           RECORDING MODE IS F.
       01  SURV-REPORT-LINE         PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PAT-ID            PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-SURV-PARM-STATUS      PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-PCTL-STATUS           PIC XX.
       01  WS-SURV-SUB-STATUS       PIC XX.
       01  WS-SURV-REPORT-STATUS    PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-SURV-ERROR-SWITCH     PIC X VALUE "N".
           88 SURV-ERROR                 VALUE "Y".
       01  WS-OUTPUTS-OPEN-SWITCH   PIC X VALUE "N".
           88 OUTPUTS-OPEN               VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-PCTL-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PCTL-FILE           VALUE "Y".
       01  WS-LATEST-SWITCH         PIC X VALUE "N".
           88 LATEST-READING-FOUND       VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-SUBMITTER-ID          PIC X(8) VALUE "SUNRISE".
       01  WS-LAYOUT-VERSION        PIC X(2) VALUE "01".
       01  WS-REPORT-QUARTER        PIC 9(5) VALUE ZERO.
       01  WS-REPORT-QUARTER-R REDEFINES WS-REPORT-QUARTER.
           05 WS-REPORT-YYYY        PIC 9(4).
           05 WS-REPORT-QQ          PIC 9(1).
       01  WS-PERIOD-FROM           PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM.
           05 WS-FROM-YYYY          PIC 9(4).
           05 WS-FROM-MM            PIC 9(2).
           05 WS-FROM-DD            PIC 9(2).
       01  WS-PERIOD-TO             PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-TO-R REDEFINES WS-PERIOD-TO.
           05 WS-TO-YYYY            PIC 9(4).
           05 WS-TO-MM              PIC 9(2).
           05 WS-TO-DD              PIC 9(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).
       01  WS-RUN-TIME              PIC 9(6) VALUE ZERO.
       01  WS-PREV-PAT-ID           PIC X(6) VALUE LOW-VALUES.
       01  WS-LATEST-REC.
           COPY PATREC.
       01  WS-DOB-WORK              PIC 9(8).
       01  WS-DOB-WORK-R REDEFINES WS-DOB-WORK.
           05 WS-DOB-YYYY           PIC 9(4).
           05 WS-DOB-MM             PIC 9(2).
           05 WS-DOB-DD             PIC 9(2).
       01  WS-READING-DATE          PIC 9(8).
       01  WS-READING-DATE-R REDEFINES WS-READING-DATE.
           05 WS-READING-YYYY       PIC 9(4).
           05 WS-READING-MM         PIC 9(2).
           05 WS-READING-DD         PIC 9(2).
       01  WS-AGE-MONTHS            PIC S9(4) VALUE ZERO.
       01  WS-AGE-YEARS             PIC 9(3) VALUE ZERO.
       01  WS-PCTL-MAX              PIC 9(3) VALUE 200.
       01  WS-PCTL-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PCTL-FOUND            PIC 9(3) VALUE ZERO.
       01  WS-PCTL-TABLE.
           05 WS-PCTL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PCTL-IDX.
               10 WS-PCTL-SEX       PIC X(1).
               10 WS-PCTL-AGE-FROM  PIC 9(3).
               10 WS-PCTL-AGE-TO    PIC 9(3).
               10 WS-PCTL-P5        PIC 99V99.
               10 WS-PCTL-P85       PIC 99V99.
               10 WS-PCTL-P95       PIC 99V99.
       01  WS-AGE-SUB               PIC 9(1) VALUE ZERO.
       01  WS-SEX-SUB               PIC 9(1) VALUE ZERO.
       01  WS-BAND-SUB              PIC 9(1) VALUE ZERO.
       01  WS-SITE-MAX              PIC 9(2) VALUE 20.
       01  WS-SITE-USED             PIC 9(2) VALUE ZERO.
       01  WS-SITE-SUB              PIC 9(2) VALUE ZERO.
       01  WS-SITE-FOUND            PIC 9(2) VALUE ZERO.
       01  WS-SITE-SHIFT            PIC 9(2) VALUE ZERO.
       01  WS-CUR-SITE              PIC X(3) VALUE SPACES.
       01  WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-CODE      PIC X(3).
               10 WS-SITE-AGE OCCURS 6 TIMES.
                   15 WS-SITE-SEX OCCURS 3 TIMES.
                       20 WS-CELL-COUNT PIC 9(5) OCCURS 4 TIMES.
       01  WS-CELL-TOTAL            PIC 9(6) VALUE ZERO.
       01  WS-SITE-TOTALS.
           05 WS-SITE-TOT-PATIENTS  PIC 9(6).
           05 WS-SITE-TOT-BAND      PIC 9(6) OCCURS 4 TIMES.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-TOT-PATIENTS PIC 9(7).
           05 WS-GRAND-TOT-BAND     PIC 9(7) OCCURS 4 TIMES.
       01  WS-OBESE-PCT             PIC 999V9 VALUE ZERO.
       01  WS-AGE-GROUP-CODES       PIC X(12) VALUE "010203040506".
       01  WS-AGE-GROUP-CODES-R REDEFINES WS-AGE-GROUP-CODES.
           05 WS-AGE-GROUP-CODE     PIC X(2) OCCURS 6 TIMES.
       01  WS-AGE-GROUP-NAMES.
           05 FILLER                PIC X(5) VALUE "2-5".
           05 FILLER                PIC X(5) VALUE "6-11".
           05 FILLER                PIC X(5) VALUE "12-19".
           05 FILLER                PIC X(5) VALUE "20-39".
           05 FILLER                PIC X(5) VALUE "40-59".
           05 FILLER                PIC X(5) VALUE "60+".
       01  WS-AGE-GROUP-NAMES-R REDEFINES WS-AGE-GROUP-NAMES.
           05 WS-AGE-GROUP-NAME     PIC X(5) OCCURS 6 TIMES.
       01  WS-SEX-CODES             PIC X(3) VALUE "MFU".
       01  WS-SEX-CODES-R REDEFINES WS-SEX-CODES.
           05 WS-SEX-CODE           PIC X(1) OCCURS 3 TIMES.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-QTR-READING-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-QTR-PATIENT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-NO-DOB-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNDER-TWO-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-NO-BMI-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXCLUDED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PEDIATRIC-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CHILD-ADULT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-SURV-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-VH1-PAGE           PIC ZZ9.

       01  WS-SURV-HEADER-2.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(34)
               VALUE "QUARTERLY SURVEILLANCE SUBMISSION ".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-VH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-VH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-VH2-YYYY           PIC 9(4).

       01  WS-SURV-HEADER-3.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE "QUARTER: ".
           05 WS-VH3-YYYY           PIC 9(4).
           05 FILLER                PIC X(2) VALUE " Q".
           05 WS-VH3-QQ             PIC 9(1).
           05 FILLER                PIC X(10) VALUE "  PERIOD: ".
           05 WS-VH3-FROM-MM        PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-VH3-FROM-DD        PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-VH3-FROM-YYYY      PIC 9(4).
           05 FILLER                PIC X(3) VALUE " - ".
           05 WS-VH3-TO-MM          PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-VH3-TO-DD          PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-VH3-TO-YYYY        PIC 9(4).

       01  WS-SURV-COLUMN-LINE.
           05 FILLER                PIC X(5)  VALUE "SITE".
           05 FILLER                PIC X(7)  VALUE "AGE".
           05 FILLER                PIC X(3)  VALUE "SEX".
           05 FILLER                PIC X(9)  VALUE " PATIENTS".
           05 FILLER                PIC X(9)  VALUE "    UNDER".
           05 FILLER                PIC X(9)  VALUE "   NORMAL".
           05 FILLER                PIC X(9)  VALUE "     OVER".
           05 FILLER                PIC X(9)  VALUE "    OBESE".
           05 FILLER                PIC X(8)  VALUE "  %OBESE".

       01  WS-SURV-DETAIL-LINE.
           05 WS-VD-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VD-AGE             PIC X(5).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VD-SEX             PIC X(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-VD-PATIENTS        PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VD-UNDER           PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VD-NORMAL          PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VD-OVER            PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VD-OBESE           PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-VD-PCT             PIC ZZ9.9.

       01  WS-SURV-TOTAL-LINE.
           05 WS-VT-LABEL           PIC X(15).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VT-PATIENTS        PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VT-UNDER           PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VT-NORMAL          PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VT-OVER            PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VT-OBESE           PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-VT-PCT             PIC ZZ9.9.

       01  WS-SURV-SECTION-LINE     PIC X(40).

       01  WS-SURV-COUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VC-LABEL           PIC X(40).
           05 WS-VC-COUNT           PIC ZZZZZZ9.

       01  WS-SURV-TEXT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-VX-LABEL           PIC X(40).
           05 WS-VX-VALUE           PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 9000-LOG-RUN-START.
           INITIALIZE WS-SITE-TABLE.
           INITIALIZE WS-GRAND-TOTALS.
           PERFORM 1000-READ-PARM.
           IF NOT SURV-ERROR
               PERFORM 1400-SET-PERIOD
               PERFORM 1500-LOAD-PCTL-TABLE
           END-IF.
           IF NOT SURV-ERROR
               PERFORM 2000-OPEN-OUTPUTS
           END-IF.
           IF NOT SURV-ERROR
               PERFORM 2100-OPEN-HISTORY
           END-IF.
           IF NOT SURV-ERROR
      *        ONLY PATIENTS WEIGHED IN THE QUARTER ARE SORTED; EACH
      *        ONE'S READINGS ARE THEN READ BY KEY, ALREADY IN DATE
      *        ORDER.
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PAT-ID
                   INPUT PROCEDURE IS 2500-RELEASE-QUARTER-PATIENTS
                   OUTPUT PROCEDURE IS 3000-SELECT-READINGS
               CLOSE BMI-HISTORY
           END-IF.
           IF NOT SURV-ERROR
               PERFORM 4000-WRITE-SUBMISSION
               PERFORM 5000-WRITE-CONTROL-SECTION
           END-IF.
           IF OUTPUTS-OPEN
               CLOSE SURV-SUBMISSION
               CLOSE SURV-REPORT
           END-IF.
           EVALUATE TRUE
               WHEN SURV-ERROR
                   DISPLAY "BMISURV - SUBMISSION NOT BUILT, DO NOT "
                       "SEND SURVSUB TO THE REGISTRY"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-GRAND-TOT-PATIENTS = ZERO
                   DISPLAY "BMISURV - NO PATIENTS TO REPORT FOR "
                       "QUARTER " WS-REPORT-QUARTER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
      *    WITH NO PARAMETER CARD THE SUBMISSION COVERS THE
      *    CALENDAR QUARTER BEFORE THE RUN DATE, WHICH IS WHAT
      *    THE SCHEDULED QUARTER-END RUN WANTS.
           MOVE WS-RUN-DATE-YYYY TO WS-REPORT-YYYY.
           COMPUTE WS-REPORT-QQ = (WS-RUN-DATE-MM - 1) / 3 + 1.
           IF WS-REPORT-QQ = 1
               SUBTRACT 1 FROM WS-REPORT-YYYY
               MOVE 4 TO WS-REPORT-QQ
           ELSE
               SUBTRACT 1 FROM WS-REPORT-QQ
           END-IF.
           OPEN INPUT SURV-PARM.
           EVALUATE WS-SURV-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR SURV-ERROR
                       READ SURV-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE SURV-PARM
               WHEN "35"
                   DISPLAY "NO SURVEILLANCE PARAMETER CARD - "
                       "REPORTING THE QUARTER BEFORE THE RUN DATE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN SURV-PARM, STATUS: "
                       WS-SURV-PARM-STATUS
                   MOVE "Y" TO WS-SURV-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF SURV-PARM-RECORD = SPACES
                   OR SURV-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING SURV-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "QUARTER"
                       PERFORM 1200-SET-QUARTER
                   WHEN "SUBMITTER"
                       PERFORM 1300-SET-SUBMITTER
                   WHEN OTHER
                       DISPLAY "BMISURV - UNKNOWN PARAMETER CARD: "
                           SURV-PARM-RECORD
                       MOVE "Y" TO WS-SURV-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-QUARTER.
           IF WS-PARM-VALUE(1:5) NUMERIC
                   AND WS-PARM-VALUE(6:15) = SPACES
                   AND WS-PARM-VALUE(5:1) >= "1"
                   AND WS-PARM-VALUE(5:1) <= "4"
               MOVE WS-PARM-VALUE(1:5) TO WS-REPORT-QUARTER
           ELSE
               DISPLAY "BMISURV - QUARTER MUST BE YYYYQ WITH Q "
                   "FROM 1 TO 4, GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-SURV-ERROR-SWITCH
           END-IF.

       1300-SET-SUBMITTER.
      *    THE SUBMITTER ID IS ASSIGNED TO THE CLINIC BY THE
      *    REGISTRY AND IDENTIFIES THE SENDER, NOT A PATIENT.
           IF WS-PARM-VALUE(1:1) NOT = SPACE
                   AND WS-PARM-VALUE(9:12) = SPACES
               MOVE WS-PARM-VALUE(1:8) TO WS-SUBMITTER-ID
           ELSE
               DISPLAY "BMISURV - SUBMITTER MUST BE 1 TO 8 "
                   "CHARACTERS, GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-SURV-ERROR-SWITCH
           END-IF.

       1400-SET-PERIOD.
           MOVE WS-REPORT-YYYY TO WS-FROM-YYYY.
           COMPUTE WS-FROM-MM = (WS-REPORT-QQ - 1) * 3 + 1.
           MOVE 01 TO WS-FROM-DD.
           MOVE WS-REPORT-YYYY TO WS-TO-YYYY.
           COMPUTE WS-TO-MM = WS-REPORT-QQ * 3.
           IF WS-TO-MM = 03 OR WS-TO-MM = 12
               MOVE 31 TO WS-TO-DD
           ELSE
               MOVE 30 TO WS-TO-DD
           END-IF.

       1500-LOAD-PCTL-TABLE.
      *    UNLIKE THE NIGHTLY RUN, THE SUBMISSION IS NOT BUILT
      *    WITHOUT THE PERCENTILE TABLE - THE REGISTRY COUNTS
      *    CHILDREN BY PERCENTILE AND ADULT CUT-OFFS WOULD
      *    MISSTATE THEM.
           MOVE ZERO TO WS-PCTL-COUNT.
           MOVE "N" TO WS-PCTL-EOF-SWITCH.
           OPEN INPUT PCTL-FILE.
           EVALUATE WS-PCTL-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PCTL-FILE
                       READ PCTL-FILE
                           AT END
                               SET END-OF-PCTL-FILE TO TRUE
                           NOT AT END
                               PERFORM 1510-STORE-PCTL-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PCTL-FILE
               WHEN "35"
                   DISPLAY "NO BMI PERCENTILE TABLE - CHILDREN "
                       "CANNOT BE CLASSIFIED"
                   MOVE "Y" TO WS-SURV-ERROR-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PCTL-FILE, STATUS: "
                       WS-PCTL-STATUS
                   MOVE "Y" TO WS-SURV-ERROR-SWITCH
           END-EVALUATE.

       1510-STORE-PCTL-ENTRY.
           IF WS-PCTL-COUNT < WS-PCTL-MAX
               ADD 1 TO WS-PCTL-COUNT
               MOVE PCTL-SEX TO WS-PCTL-SEX(WS-PCTL-COUNT)
               MOVE PCTL-AGE-FROM
                   TO WS-PCTL-AGE-FROM(WS-PCTL-COUNT)
               MOVE PCTL-AGE-TO TO WS-PCTL-AGE-TO(WS-PCTL-COUNT)
               MOVE PCTL-P5-BMI TO WS-PCTL-P5(WS-PCTL-COUNT)
               MOVE PCTL-P85-BMI TO WS-PCTL-P85(WS-PCTL-COUNT)
               MOVE PCTL-P95-BMI TO WS-PCTL-P95(WS-PCTL-COUNT)
           ELSE
               DISPLAY "PERCENTILE TABLE FULL, ENTRY SKIPPED"
           END-IF.

       2000-OPEN-OUTPUTS.
           OPEN OUTPUT SURV-SUBMISSION.
           IF WS-SURV-SUB-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SURV-SUBMISSION, STATUS: "
                   WS-SURV-SUB-STATUS
               MOVE "Y" TO WS-SURV-ERROR-SWITCH
           ELSE
               OPEN OUTPUT SURV-REPORT
               IF WS-SURV-REPORT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SURV-REPORT, STATUS: "
                       WS-SURV-REPORT-STATUS
                   MOVE "Y" TO WS-SURV-ERROR-SWITCH
                   CLOSE SURV-SUBMISSION
               ELSE
                   MOVE "Y" TO WS-OUTPUTS-OPEN-SWITCH
               END-IF
           END-IF.

       2100-OPEN-HISTORY.
           OPEN INPUT BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-SURV-ERROR-SWITCH
           END-IF.

       2500-RELEASE-QUARTER-PATIENTS.
      *    THE PATIENTS WEIGHED IN THE QUARTER ARE PICKED OFF THE
      *    CALC-DATE ALTERNATE INDEX; EVERY READING IN THE QUARTER
      *    IS COUNTED HERE AS READ.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           MOVE WS-PERIOD-FROM TO HIST-CALC-DATE.
           START BMI-HISTORY KEY IS NOT LESS THAN HIST-CALC-DATE
               INVALID KEY
                   SET END-OF-HISTORY-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HISTORY-SCAN
               READ BMI-HISTORY NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-SCAN TO TRUE
                   NOT AT END
                       IF HIST-CALC-DATE > WS-PERIOD-TO
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           MOVE HIST-PAT-ID TO SRT-PAT-ID
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       3000-SELECT-READINGS.
      *    A PATIENT WEIGHED MORE THAN ONCE IN THE QUARTER IS
      *    RELEASED FOR EACH READING BUT CLASSIFIED ONCE.
           MOVE LOW-VALUES TO WS-PREV-PAT-ID.
           PERFORM 3050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               IF SRT-PAT-ID NOT = WS-PREV-PAT-ID
                   MOVE SRT-PAT-ID TO WS-PREV-PAT-ID
                   MOVE "N" TO WS-LATEST-SWITCH
                   PERFORM 3300-READ-PATIENT-QUARTER
                   PERFORM 3500-CLOSE-OUT-PATIENT
               END-IF
               PERFORM 3050-RETURN-SORT-RECORD
           END-PERFORM.

       3050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-CHECK-READING.
      *    THE KEY PRESENTS EACH PATIENT OLDEST-FIRST, SO THE
      *    LAST READING KEPT FOR THE QUARTER IS THE LATEST ONE.
           IF PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                       >= WS-PERIOD-FROM
                   AND PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                       <= WS-PERIOD-TO
               ADD 1 TO WS-QTR-READING-COUNT
               MOVE BMI-HISTORY-RECORD TO WS-LATEST-REC
               MOVE "Y" TO WS-LATEST-SWITCH
           END-IF.

       3300-READ-PATIENT-QUARTER.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           MOVE SRT-PAT-ID TO HIST-PAT-ID.
           MOVE WS-PERIOD-FROM TO HIST-CALC-DATE.
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
                               OR HIST-CALC-DATE > WS-PERIOD-TO
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           PERFORM 3100-CHECK-READING
                       END-IF
               END-READ
           END-PERFORM.

       3500-CLOSE-OUT-PATIENT.
      *    A PATIENT WHOSE AGE CANNOT BE WORKED OUT, OR WHO WAS
      *    UNDER TWO AT THE READING (NO BMI PERCENTILES APPLY),
      *    IS LEFT OUT OF THE STRATA AND COUNTED ON THE REPORT.
           IF LATEST-READING-FOUND
               ADD 1 TO WS-QTR-PATIENT-COUNT
               IF PAT-BMI OF WS-LATEST-REC NOT NUMERIC
                       OR PAT-BMI OF WS-LATEST-REC = ZERO
                   ADD 1 TO WS-NO-BMI-COUNT
                   ADD 1 TO WS-EXCLUDED-COUNT
               ELSE
                   PERFORM 3600-COMPUTE-AGE-MONTHS
                   EVALUATE TRUE
                       WHEN WS-AGE-MONTHS < 0
                           ADD 1 TO WS-NO-DOB-COUNT
                           ADD 1 TO WS-EXCLUDED-COUNT
                       WHEN WS-AGE-MONTHS < 24
                           ADD 1 TO WS-UNDER-TWO-COUNT
                           ADD 1 TO WS-EXCLUDED-COUNT
                       WHEN OTHER
                           PERFORM 3650-SET-AGE-GROUP
                           PERFORM 3700-CLASSIFY-PATIENT
                           PERFORM 3800-TALLY-CELL
                   END-EVALUATE
               END-IF
           END-IF.

       3600-COMPUTE-AGE-MONTHS.
      *    AGE IS TAKEN AT THE READING, NOT AT THE RUN DATE.
           MOVE -1 TO WS-AGE-MONTHS.
           MOVE PAT-DOB OF WS-LATEST-REC TO WS-DOB-WORK.
           MOVE PAT-LAST-CALC-DATE OF WS-LATEST-REC
               TO WS-READING-DATE.
           IF WS-DOB-WORK NUMERIC
                   AND WS-DOB-WORK NOT = ZERO
                   AND WS-DOB-MM >= 01 AND WS-DOB-MM <= 12
                   AND WS-DOB-DD >= 01 AND WS-DOB-DD <= 31
                   AND WS-DOB-WORK <= WS-READING-DATE
               COMPUTE WS-AGE-MONTHS =
                   (WS-READING-YYYY - WS-DOB-YYYY) * 12
                   + WS-READING-MM - WS-DOB-MM
               IF WS-READING-DD < WS-DOB-DD
                   SUBTRACT 1 FROM WS-AGE-MONTHS
               END-IF
           END-IF.

       3650-SET-AGE-GROUP.
           COMPUTE WS-AGE-YEARS = WS-AGE-MONTHS / 12.
           EVALUATE TRUE
               WHEN WS-AGE-YEARS < 6
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-AGE-YEARS < 12
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-AGE-YEARS < 20
                   MOVE 3 TO WS-AGE-SUB
               WHEN WS-AGE-YEARS < 40
                   MOVE 4 TO WS-AGE-SUB
               WHEN WS-AGE-YEARS < 60
                   MOVE 5 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 6 TO WS-AGE-SUB
           END-EVALUATE.

       3700-CLASSIFY-PATIENT.
      *    SAME RULES AS THE NIGHTLY CALCULATION: THE BMIPCTL
      *    ROW FOR SEX AND AGE IN MONTHS UNDER 20 YEARS, THE WHO
      *    ADULT CUT-OFFS OTHERWISE OR WHEN NO ROW COVERS THE
      *    CHILD.
           MOVE ZERO TO WS-PCTL-FOUND.
           IF WS-AGE-MONTHS < 240
               PERFORM 3710-FIND-PCTL-ENTRY
           END-IF.
           IF WS-PCTL-FOUND > 0
               ADD 1 TO WS-PEDIATRIC-COUNT
               PERFORM 3720-CLASSIFY-PEDIATRIC
           ELSE
               IF WS-AGE-MONTHS < 240
                   ADD 1 TO WS-CHILD-ADULT-COUNT
               END-IF
               PERFORM 3730-CLASSIFY-BMI
           END-IF.

       3710-FIND-PCTL-ENTRY.
           PERFORM VARYING WS-PCTL-IDX FROM 1 BY 1
                   UNTIL WS-PCTL-IDX > WS-PCTL-COUNT
                       OR WS-PCTL-FOUND > 0
               IF WS-PCTL-SEX(WS-PCTL-IDX) =
                       PAT-SEX OF WS-LATEST-REC
                       AND WS-AGE-MONTHS >=
                           WS-PCTL-AGE-FROM(WS-PCTL-IDX)
                       AND WS-AGE-MONTHS <=
                           WS-PCTL-AGE-TO(WS-PCTL-IDX)
                   SET WS-PCTL-FOUND TO WS-PCTL-IDX
               END-IF
           END-PERFORM.

       3720-CLASSIFY-PEDIATRIC.
           EVALUATE TRUE
               WHEN PAT-BMI OF WS-LATEST-REC <
                       WS-PCTL-P5(WS-PCTL-FOUND)
                   MOVE 1 TO WS-BAND-SUB
               WHEN PAT-BMI OF WS-LATEST-REC <
                       WS-PCTL-P85(WS-PCTL-FOUND)
                   MOVE 2 TO WS-BAND-SUB
               WHEN PAT-BMI OF WS-LATEST-REC <
                       WS-PCTL-P95(WS-PCTL-FOUND)
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.

       3730-CLASSIFY-BMI.
           EVALUATE TRUE
               WHEN PAT-BMI OF WS-LATEST-REC < 18.5
                   MOVE 1 TO WS-BAND-SUB
               WHEN PAT-BMI OF WS-LATEST-REC < 25.0
                   MOVE 2 TO WS-BAND-SUB
               WHEN PAT-BMI OF WS-LATEST-REC < 30.0
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.

       3800-TALLY-CELL.
           EVALUATE TRUE
               WHEN PAT-SEX-MALE OF WS-LATEST-REC
                   MOVE 1 TO WS-SEX-SUB
               WHEN PAT-SEX-FEMALE OF WS-LATEST-REC
                   MOVE 2 TO WS-SEX-SUB
               WHEN OTHER
                   MOVE 3 TO WS-SEX-SUB
           END-EVALUATE.
           MOVE PAT-SITE-CODE OF WS-LATEST-REC TO WS-CUR-SITE.
           PERFORM 3850-FIND-SITE.
           IF WS-SITE-FOUND > 0
               ADD 1 TO WS-CELL-COUNT(WS-SITE-FOUND, WS-AGE-SUB,
                   WS-SEX-SUB, WS-BAND-SUB)
           END-IF.

       3850-FIND-SITE.
      *    SITES ARE KEPT IN CODE ORDER SO THE SUBMISSION AND THE
      *    TABULATION COME OUT THE SAME WAY EVERY QUARTER.  A NEW
      *    SITE IS SLOTTED IN AHEAD OF THE FIRST HIGHER CODE.
           MOVE ZERO TO WS-SITE-FOUND.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-USED
                       OR WS-SITE-FOUND > 0
                       OR WS-SITE-CODE(WS-SITE-SUB) > WS-CUR-SITE
               IF WS-SITE-CODE(WS-SITE-SUB) = WS-CUR-SITE
                   MOVE WS-SITE-SUB TO WS-SITE-FOUND
               END-IF
           END-PERFORM.
           IF WS-SITE-FOUND = ZERO
               IF WS-SITE-USED < WS-SITE-MAX
                   PERFORM VARYING WS-SITE-SHIFT FROM WS-SITE-USED
                           BY -1
                           UNTIL WS-SITE-SHIFT < WS-SITE-SUB
                       MOVE WS-SITE-ENTRY(WS-SITE-SHIFT)
                           TO WS-SITE-ENTRY(WS-SITE-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-SITE-USED
                   MOVE WS-SITE-SUB TO WS-SITE-FOUND
                   INITIALIZE WS-SITE-ENTRY(WS-SITE-FOUND)
                   MOVE WS-CUR-SITE TO WS-SITE-CODE(WS-SITE-FOUND)
               ELSE
                   DISPLAY "BMISURV - MORE THAN " WS-SITE-MAX
                       " SITES, SITE " WS-CUR-SITE " NOT COUNTED"
                   MOVE "Y" TO WS-SURV-ERROR-SWITCH
               END-IF
           END-IF.

       4000-WRITE-SUBMISSION.
      *    THE TABULATION IS PRINTED FROM THE SAME CELLS AS THE
      *    DETAIL RECORDS, LINE FOR LINE, SO THE REPORT IS PROOF
      *    OF EXACTLY WHAT WAS SENT.
           MOVE SPACES TO SURV-SUBMISSION-RECORD.
           SET SRV-HEADER TO TRUE.
           MOVE WS-SUBMITTER-ID TO SRV-HDR-SUBMITTER.
           MOVE WS-REPORT-QUARTER TO SRV-HDR-QUARTER.
           MOVE WS-PERIOD-FROM TO SRV-HDR-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO SRV-HDR-PERIOD-TO.
           MOVE WS-RUN-DATE TO SRV-HDR-CREATE-DATE.
           MOVE WS-RUN-TIME TO SRV-HDR-CREATE-TIME.
           MOVE WS-LAYOUT-VERSION TO SRV-HDR-LAYOUT-VER.
           PERFORM 4800-WRITE-SUBMISSION-RECORD.
           PERFORM 4100-WRITE-SITE
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-USED.
           IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-HEADERS
           END-IF.
           MOVE "ALL SITES" TO WS-VT-LABEL.
           MOVE WS-GRAND-TOT-PATIENTS TO WS-VT-PATIENTS.
           MOVE WS-GRAND-TOT-BAND(1) TO WS-VT-UNDER.
           MOVE WS-GRAND-TOT-BAND(2) TO WS-VT-NORMAL.
           MOVE WS-GRAND-TOT-BAND(3) TO WS-VT-OVER.
           MOVE WS-GRAND-TOT-BAND(4) TO WS-VT-OBESE.
           IF WS-GRAND-TOT-PATIENTS > 0
               COMPUTE WS-OBESE-PCT ROUNDED =
                   WS-GRAND-TOT-BAND(4) * 100 / WS-GRAND-TOT-PATIENTS
           ELSE
               MOVE ZERO TO WS-OBESE-PCT
           END-IF.
           MOVE WS-OBESE-PCT TO WS-VT-PCT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-TOTAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO SURV-SUBMISSION-RECORD.
           SET SRV-TRAILER TO TRUE.
           MOVE WS-REPORT-QUARTER TO SRV-TRL-QUARTER.
           MOVE WS-DETAIL-COUNT TO SRV-TRL-RECORD-COUNT.
           MOVE WS-GRAND-TOT-PATIENTS TO SRV-TRL-PATIENT-COUNT.
           PERFORM 4800-WRITE-SUBMISSION-RECORD.

       4100-WRITE-SITE.
           INITIALIZE WS-SITE-TOTALS.
           PERFORM 4200-WRITE-CELL
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 6
               AFTER WS-SEX-SUB FROM 1 BY 1
               UNTIL WS-SEX-SUB > 3.
           IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-HEADERS
           END-IF.
           MOVE SPACES TO WS-VT-LABEL.
           STRING WS-SITE-CODE(WS-SITE-SUB) DELIMITED BY SIZE
               "  SITE TOTAL" DELIMITED BY SIZE
               INTO WS-VT-LABEL.
           MOVE WS-SITE-TOT-PATIENTS TO WS-VT-PATIENTS.
           MOVE WS-SITE-TOT-BAND(1) TO WS-VT-UNDER.
           MOVE WS-SITE-TOT-BAND(2) TO WS-VT-NORMAL.
           MOVE WS-SITE-TOT-BAND(3) TO WS-VT-OVER.
           MOVE WS-SITE-TOT-BAND(4) TO WS-VT-OBESE.
           IF WS-SITE-TOT-PATIENTS > 0
               COMPUTE WS-OBESE-PCT ROUNDED =
                   WS-SITE-TOT-BAND(4) * 100 / WS-SITE-TOT-PATIENTS
           ELSE
               MOVE ZERO TO WS-OBESE-PCT
           END-IF.
           MOVE WS-OBESE-PCT TO WS-VT-PCT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-TOTAL-LINE.
           WRITE SURV-REPORT-LINE FROM SPACES.
           ADD 2 TO WS-LINE-COUNT.

       4200-WRITE-CELL.
           COMPUTE WS-CELL-TOTAL =
               WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB, WS-SEX-SUB, 1)
               + WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB, WS-SEX-SUB, 2)
               + WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB, WS-SEX-SUB, 3)
               + WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB, WS-SEX-SUB, 4).
           IF WS-CELL-TOTAL > 0
               MOVE SPACES TO SURV-SUBMISSION-RECORD
               SET SRV-DETAIL TO TRUE
               MOVE WS-SITE-CODE(WS-SITE-SUB) TO SRV-DTL-SITE-CODE
               MOVE WS-AGE-GROUP-CODE(WS-AGE-SUB)
                   TO SRV-DTL-AGE-GROUP
               MOVE WS-SEX-CODE(WS-SEX-SUB) TO SRV-DTL-SEX
               MOVE WS-CELL-TOTAL TO SRV-DTL-PATIENTS
               MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
                   WS-SEX-SUB, 1) TO SRV-DTL-UNDERWEIGHT
               MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
                   WS-SEX-SUB, 2) TO SRV-DTL-NORMAL
               MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
                   WS-SEX-SUB, 3) TO SRV-DTL-OVERWEIGHT
               MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
                   WS-SEX-SUB, 4) TO SRV-DTL-OBESE
               PERFORM 4800-WRITE-SUBMISSION-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM 4300-ADD-CELL-TOTALS
               PERFORM 4400-WRITE-CELL-LINE
           END-IF.

       4300-ADD-CELL-TOTALS.
           ADD WS-CELL-TOTAL TO WS-SITE-TOT-PATIENTS.
           ADD WS-CELL-TOTAL TO WS-GRAND-TOT-PATIENTS.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               ADD WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
                   WS-SEX-SUB, WS-BAND-SUB)
                   TO WS-SITE-TOT-BAND(WS-BAND-SUB)
               ADD WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
                   WS-SEX-SUB, WS-BAND-SUB)
                   TO WS-GRAND-TOT-BAND(WS-BAND-SUB)
           END-PERFORM.

       4400-WRITE-CELL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-HEADERS
           END-IF.
           MOVE WS-SITE-CODE(WS-SITE-SUB) TO WS-VD-SITE.
           MOVE WS-AGE-GROUP-NAME(WS-AGE-SUB) TO WS-VD-AGE.
           MOVE WS-SEX-CODE(WS-SEX-SUB) TO WS-VD-SEX.
           MOVE WS-CELL-TOTAL TO WS-VD-PATIENTS.
           MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
               WS-SEX-SUB, 1) TO WS-VD-UNDER.
           MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
               WS-SEX-SUB, 2) TO WS-VD-NORMAL.
           MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
               WS-SEX-SUB, 3) TO WS-VD-OVER.
           MOVE WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB,
               WS-SEX-SUB, 4) TO WS-VD-OBESE.
           COMPUTE WS-OBESE-PCT ROUNDED =
               WS-CELL-COUNT(WS-SITE-SUB, WS-AGE-SUB, WS-SEX-SUB, 4)
               * 100 / WS-CELL-TOTAL.
           MOVE WS-OBESE-PCT TO WS-VD-PCT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       4800-WRITE-SUBMISSION-RECORD.
           WRITE SURV-SUBMISSION-RECORD.
           IF WS-SURV-SUB-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SURV-SUBMISSION, STATUS: "
                   WS-SURV-SUB-STATUS
               MOVE "Y" TO WS-SURV-ERROR-SWITCH
           END-IF.

       4900-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-VH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-VH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-VH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-VH2-YYYY.
           MOVE WS-REPORT-YYYY TO WS-VH3-YYYY.
           MOVE WS-REPORT-QQ TO WS-VH3-QQ.
           MOVE WS-FROM-MM TO WS-VH3-FROM-MM.
           MOVE WS-FROM-DD TO WS-VH3-FROM-DD.
           MOVE WS-FROM-YYYY TO WS-VH3-FROM-YYYY.
           MOVE WS-TO-MM TO WS-VH3-TO-MM.
           MOVE WS-TO-DD TO WS-VH3-TO-DD.
           MOVE WS-TO-YYYY TO WS-VH3-TO-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE SURV-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE SURV-REPORT-LINE FROM WS-SURV-HEADER-1.
           WRITE SURV-REPORT-LINE FROM WS-SURV-HEADER-2.
           WRITE SURV-REPORT-LINE FROM WS-SURV-HEADER-3.
           WRITE SURV-REPORT-LINE FROM SPACES.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COLUMN-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       5000-WRITE-CONTROL-SECTION.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 4900-WRITE-HEADERS
           END-IF.
           WRITE SURV-REPORT-LINE FROM SPACES.
           MOVE "SUBMISSION BATCH CONTROL" TO WS-SURV-SECTION-LINE.
           WRITE SURV-REPORT-LINE FROM WS-SURV-SECTION-LINE.
           MOVE "SUBMITTER ID:" TO WS-VX-LABEL.
           MOVE WS-SUBMITTER-ID TO WS-VX-VALUE.
           WRITE SURV-REPORT-LINE FROM WS-SURV-TEXT-LINE.
           MOVE "BATCH CREATED (DATE TIME):" TO WS-VX-LABEL.
           MOVE SPACES TO WS-VX-VALUE.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-VX-VALUE.
           WRITE SURV-REPORT-LINE FROM WS-SURV-TEXT-LINE.
           MOVE "TRAILER DETAIL RECORD COUNT:" TO WS-VC-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "TRAILER PATIENT COUNT:" TO WS-VC-LABEL.
           MOVE WS-GRAND-TOT-PATIENTS TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           WRITE SURV-REPORT-LINE FROM SPACES.
           MOVE "PATIENTS IN THE QUARTER" TO WS-SURV-SECTION-LINE.
           WRITE SURV-REPORT-LINE FROM WS-SURV-SECTION-LINE.
           MOVE "HISTORY RECORDS READ:" TO WS-VC-LABEL.
           MOVE WS-READ-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "READINGS IN THE QUARTER:" TO WS-VC-LABEL.
           MOVE WS-QTR-READING-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "PATIENTS WITH A READING:" TO WS-VC-LABEL.
           MOVE WS-QTR-PATIENT-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "  SUBMITTED:" TO WS-VC-LABEL.
           MOVE WS-GRAND-TOT-PATIENTS TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "  EXCLUDED - NO USABLE DATE OF BIRTH:"
               TO WS-VC-LABEL.
           MOVE WS-NO-DOB-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "  EXCLUDED - UNDER AGE 2 AT READING:"
               TO WS-VC-LABEL.
           MOVE WS-UNDER-TWO-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "  EXCLUDED - NO BMI ON READING:" TO WS-VC-LABEL.
           MOVE WS-NO-BMI-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "CHILDREN BY PERCENTILE TABLE:" TO WS-VC-LABEL.
           MOVE WS-PEDIATRIC-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           MOVE "CHILDREN BY ADULT BANDS (NO TABLE ROW):"
               TO WS-VC-LABEL.
           MOVE WS-CHILD-ADULT-COUNT TO WS-VC-COUNT.
           WRITE SURV-REPORT-LINE FROM WS-SURV-COUNT-LINE.
           DISPLAY "BMISURV - QUARTER " WS-REPORT-QUARTER
               " PATIENTS SUBMITTED " WS-GRAND-TOT-PATIENTS
               " DETAIL RECORDS " WS-DETAIL-COUNT
               " EXCLUDED " WS-EXCLUDED-COUNT.

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
           MOVE WS-DETAIL-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCLUDED-COUNT TO RL-RECORDS-REJECTED.
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
               MOVE "BMISURV " TO RL-PROGRAM-ID
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
