       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANELRPT.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PANEL-PARM ASSIGN TO PANLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PANEL-PARM-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT PATIENT-FILE ASSIGN TO PATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAT-ID OF PATIENT-RECORD-IN
               ALTERNATE RECORD KEY IS
                   PAT-NAME OF PATIENT-RECORD-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-PATIENT-FILE-STATUS.
           SELECT GOAL-FILE ASSIGN TO GOALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOAL-PAT-ID
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT PANEL-REPORT ASSIGN TO PANLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PANEL-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PANEL-PARM
           RECORDING MODE IS F.
       01  PANEL-PARM-RECORD        PIC X(80).

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  PATIENT-FILE.
       01  PATIENT-RECORD-IN.
           COPY PATREC.
           COPY PATPROV.

       FD  GOAL-FILE.
       01  GOAL-RECORD.
           COPY GOALREC.

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  PANEL-REPORT
           RECORDING MODE IS F.
       01  PANEL-REPORT-LINE        PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

      *    EACH PROVIDER ON FILE IS RELEASED ONCE AHEAD OF THEIR
      *    PATIENTS, SO A PROVIDER WITH AN EMPTY PANEL STILL GETS A
      *    SECTION AND A PATIENT ASSIGNED TO AN ID THAT IS NOT ON
      *    FILE IS SEEN WITHOUT A PROVIDER ENTRY IN FRONT OF IT.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PROVIDER-ID       PIC X(6).
           05 SRT-ENTRY-TYPE        PIC X(1).
               88 SRT-PROVIDER-ENTRY     VALUE "1".
               88 SRT-PATIENT-ENTRY      VALUE "2".
           05 SRT-PAT-ID            PIC X(6).
           05 SRT-ENTRY-DATA        PIC X(29).
           05 SRT-PROVIDER-DATA REDEFINES SRT-ENTRY-DATA.
               10 SRT-PROVIDER-NAME PIC X(25).
               10 SRT-PROVIDER-SITE PIC X(3).
               10 SRT-PROVIDER-FLAG PIC X(1).
           05 SRT-PATIENT-DATA REDEFINES SRT-ENTRY-DATA.
               10 SRT-PAT-BAND      PIC X(1).
               10 SRT-PAT-CALC-DATE PIC 9(8).
               10 FILLER            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-PANEL-PARM-STATUS     PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-PATIENT-FILE-STATUS   PIC XX.
       01  WS-GOAL-STATUS           PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-PANEL-REPORT-STATUS   PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-PANEL-ERROR-SWITCH    PIC X VALUE "N".
           88 PANEL-ERROR                VALUE "Y".
       01  WS-PROVIDER-OPEN-SWITCH  PIC X VALUE "N".
           88 PROVIDER-FILE-OPEN         VALUE "Y".
       01  WS-PATIENT-OPEN-SWITCH   PIC X VALUE "N".
           88 PATIENT-FILE-OPEN          VALUE "Y".
       01  WS-HISTORY-OPEN-SWITCH   PIC X VALUE "N".
           88 HISTORY-FILE-OPEN          VALUE "Y".
       01  WS-GOAL-OPEN-SWITCH      PIC X VALUE "N".
           88 GOAL-FILE-OPEN             VALUE "Y".
       01  WS-REVIEW-SWITCH         PIC X VALUE "N".
           88 PANEL-NEEDS-REVIEW         VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-PATIENT-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-PATIENT-FILE        VALUE "Y".
       01  WS-PROVIDER-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-PROVIDER-FILE       VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-OVERDUE-DAYS          PIC 9(3) VALUE 090.
       01  WS-REPORT-YYYYMM         PIC 9(6) VALUE ZERO.
       01  WS-REPORT-YYYYMM-R REDEFINES WS-REPORT-YYYYMM.
           05 WS-REPORT-YYYY        PIC 9(4).
           05 WS-REPORT-MM          PIC 9(2).
       01  WS-NEXT-YYYYMM           PIC 9(6) VALUE ZERO.
       01  WS-NEXT-YYYYMM-R REDEFINES WS-NEXT-YYYYMM.
           05 WS-NEXT-YYYY          PIC 9(4).
           05 WS-NEXT-MM            PIC 9(2).
       01  WS-MONTH-FROM-DATE       PIC 9(8) VALUE ZERO.
       01  WS-MONTH-TO-DATE         PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END-DAY         PIC 9(7) VALUE ZERO.
       01  WS-CLOSE-DAY-NUMBER      PIC 9(7) VALUE ZERO.
       01  WS-DAYS-SINCE            PIC S9(7) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).
       01  WS-PREV-PROVIDER         PIC X(6).
       01  WS-BAND-CODE             PIC X(1).
       01  WS-BAND-SUB              PIC 9(1) VALUE ZERO.
       01  WS-OPEN-BAND-SUB         PIC 9(1) VALUE ZERO.
       01  WS-CLOSE-BAND-SUB        PIC 9(1) VALUE ZERO.
       01  WS-CLOSE-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CUR-DIST              PIC 9(1) VALUE ZERO.
       01  WS-PRI-DIST              PIC 9(1) VALUE ZERO.
       01  WS-TOTAL-SUB             PIC 9(1).
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PROVIDER-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-BAND-PCT              PIC 999V9 VALUE ZERO.
      *    ENTRY 1 IS THE CURRENT PROVIDER, ENTRY 2 THE WHOLE
      *    CLINIC.  BAND 6 HOLDS PATIENTS NOT YET MEASURED BY THE
      *    END OF THE MONTH.
       01  WS-PANEL-TOTALS.
           05 WS-PT-ENTRY OCCURS 2 TIMES.
               10 WS-PT-PANEL-SIZE  PIC 9(5).
               10 WS-PT-BAND-COUNT  PIC 9(5) OCCURS 6 TIMES.
               10 WS-PT-OVERDUE     PIC 9(5).
               10 WS-PT-GOAL-OPEN   PIC 9(5).
               10 WS-PT-GOAL-ACHIEVED PIC 9(5).
               10 WS-PT-GOAL-EXPIRED PIC 9(5).
               10 WS-PT-TOWARD      PIC 9(5).
               10 WS-PT-AWAY        PIC 9(5).
               10 WS-PT-CROSSED     PIC 9(5).
               10 WS-PT-SAME        PIC 9(5).
               10 WS-PT-FIRST       PIC 9(5).
       01  WS-BAND-NAMES.
           05 FILLER                PIC X(13) VALUE "UNDERWEIGHT".
           05 FILLER                PIC X(13) VALUE "NORMAL".
           05 FILLER                PIC X(13) VALUE "OVERWEIGHT".
           05 FILLER                PIC X(13) VALUE "OBESE".
           05 FILLER                PIC X(13) VALUE "UNKNOWN".
           05 FILLER                PIC X(13) VALUE "NOT MEASURED".
       01  WS-BAND-NAMES-R REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME          PIC X(13) OCCURS 6 TIMES.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-PANEL-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-PH1-PAGE           PIC ZZ9.

       01  WS-PANEL-HEADER-2.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(21)
               VALUE "MONTHLY PANEL REPORT ".
           05 FILLER                PIC X(7) VALUE "MONTH: ".
           05 WS-PH2-YYYY           PIC 9(4).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-PH2-MM             PIC 99.

       01  WS-PANEL-HEADER-3.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-PH3-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-PH3-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-PH3-YYYY           PIC 9(4).

       01  WS-PROVIDER-LINE.
           05 FILLER                PIC X(10) VALUE "PROVIDER: ".
           05 WS-PL-PROVIDER-ID     PIC X(13).
           05 WS-PL-NAME            PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-SITE-LABEL      PIC X(6).
           05 WS-PL-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-STATUS          PIC X(8).

       01  WS-PANEL-COLUMN-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "WEIGHT BAND".
           05 FILLER                PIC X(8)  VALUE "   COUNT".
           05 FILLER                PIC X(8)  VALUE "     PCT".

       01  WS-PANEL-BAND-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PB-BAND            PIC X(13).
           05 WS-PB-COUNT           PIC ZZZZZZZ9.
           05 WS-PB-PCT             PIC ZZZZ9.9.

       01  WS-PANEL-SECTION-LINE    PIC X(40).

       01  WS-PANEL-COUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PC-LABEL           PIC X(26).
           05 WS-PC-COUNT           PIC ZZZZ9.

       01  WS-PANEL-OVERDUE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(26)
               VALUE "OVERDUE FOR MEASUREMENT:".
           05 WS-PO-COUNT           PIC ZZZZ9.
           05 FILLER                PIC X(3)  VALUE "  (".
           05 WS-PO-DAYS            PIC ZZ9.
           05 FILLER                PIC X(33)
               VALUE " DAYS OR MORE AT MONTH END)".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           INITIALIZE WS-PANEL-TOTALS.
           PERFORM 1000-READ-PARM.
           IF NOT PANEL-ERROR
               PERFORM 1500-SET-MONTH-RANGE
               PERFORM 2000-OPEN-FILES
           END-IF.
           IF NOT PANEL-ERROR
      *        PANELS ARE THE ASSIGNMENTS ON THE MASTER AS IT STANDS
      *        TODAY; EACH PATIENT'S READINGS UP TO THE MONTH END
      *        ARE THEN READ BY KEY, ALREADY IN DATE ORDER.
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PROVIDER-ID
                   ON ASCENDING KEY SRT-ENTRY-TYPE
                   ON ASCENDING KEY SRT-PAT-ID
                   INPUT PROCEDURE IS 3000-RELEASE-PANELS
                   OUTPUT PROCEDURE IS 4000-PRINT-BY-PROVIDER
               PERFORM 5000-WRITE-SUMMARY
               CLOSE PANEL-REPORT
           END-IF.
           PERFORM 8000-CLOSE-FILES.
           IF PANEL-ERROR
               DISPLAY "PANELRPT - PANEL REPORT NOT PRODUCED"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REVIEW-COUNT > 0
                   DISPLAY "PANELRPT - " WS-REVIEW-COUNT
                       " PANEL(S) ON AN UNKNOWN OR INACTIVE PROVIDER"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
      *    WITH NO PARAMETER CARD THE REPORT COVERS THE MONTH
      *    BEFORE THE RUN DATE WITH THE SAME 90-DAY OVERDUE
      *    THRESHOLD THE RECALL WORKLIST USES.
           COMPUTE WS-REPORT-YYYYMM =
               WS-RUN-DATE-YYYY * 100 + WS-RUN-DATE-MM.
           PERFORM 1300-BACK-UP-ONE-MONTH.
           OPEN INPUT PANEL-PARM.
           EVALUATE WS-PANEL-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR PANEL-ERROR
                       READ PANEL-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE PANEL-PARM
               WHEN "35"
                   DISPLAY "NO PANEL PARAMETER CARD - REPORTING "
                       "THE MONTH BEFORE THE RUN DATE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PANEL-PARM, STATUS: "
                       WS-PANEL-PARM-STATUS
                   MOVE "Y" TO WS-PANEL-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF PANEL-PARM-RECORD = SPACES
                   OR PANEL-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PANEL-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "MONTH"
                       PERFORM 1200-SET-MONTH
                   WHEN "DAYS"
                       PERFORM 1250-SET-OVERDUE-DAYS
                   WHEN OTHER
                       DISPLAY "PANELRPT - UNKNOWN PARAMETER CARD: "
                           PANEL-PARM-RECORD
                       MOVE "Y" TO WS-PANEL-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-MONTH.
           IF WS-PARM-VALUE(1:6) NUMERIC
                   AND WS-PARM-VALUE(7:14) = SPACES
                   AND WS-PARM-VALUE(5:2) >= "01"
                   AND WS-PARM-VALUE(5:2) <= "12"
               MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-YYYYMM
           ELSE
               DISPLAY "PANELRPT - MONTH MUST BE YYYYMM WITH A "
                   "VALID MONTH, GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-PANEL-ERROR-SWITCH
           END-IF.

       1250-SET-OVERDUE-DAYS.
           IF WS-PARM-VALUE(1:3) NUMERIC
                   AND WS-PARM-VALUE(4:17) = SPACES
                   AND WS-PARM-VALUE(1:3) NOT = "000"
               MOVE WS-PARM-VALUE(1:3) TO WS-OVERDUE-DAYS
           ELSE
               DISPLAY "PANELRPT - DAYS MUST BE 001-999, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-PANEL-ERROR-SWITCH
           END-IF.

       1300-BACK-UP-ONE-MONTH.
           IF WS-REPORT-MM = 01
               SUBTRACT 1 FROM WS-REPORT-YYYY
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF.

       1500-SET-MONTH-RANGE.
      *    OVERDUE IS MEASURED TO THE LAST DAY OF THE REPORT MONTH,
      *    THE DAY BEFORE THE FIRST OF THE NEXT ONE.
           COMPUTE WS-MONTH-FROM-DATE = WS-REPORT-YYYYMM * 100 + 1.
           COMPUTE WS-MONTH-TO-DATE = WS-REPORT-YYYYMM * 100 + 31.
           MOVE WS-REPORT-YYYYMM TO WS-NEXT-YYYYMM.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 01 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           COMPUTE WS-MONTH-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-YYYYMM * 100 + 1)
               - 1.

       2000-OPEN-FILES.
           OPEN OUTPUT PANEL-REPORT.
           IF WS-PANEL-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PANEL-REPORT, STATUS: "
                   WS-PANEL-REPORT-STATUS
               MOVE "Y" TO WS-PANEL-ERROR-SWITCH
           END-IF.
           IF NOT PANEL-ERROR
               OPEN INPUT PATIENT-FILE
               IF WS-PATIENT-FILE-STATUS = "00"
                   MOVE "Y" TO WS-PATIENT-OPEN-SWITCH
               ELSE
                   DISPLAY "UNABLE TO OPEN PATIENT-FILE, STATUS: "
                       WS-PATIENT-FILE-STATUS
                   MOVE "Y" TO WS-PANEL-ERROR-SWITCH
               END-IF
           END-IF.
           IF NOT PANEL-ERROR
               OPEN INPUT BMI-HISTORY
               IF WS-BMI-HISTORY-STATUS = "00"
                   MOVE "Y" TO WS-HISTORY-OPEN-SWITCH
               ELSE
                   DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                       WS-BMI-HISTORY-STATUS
                   MOVE "Y" TO WS-PANEL-ERROR-SWITCH
               END-IF
           END-IF.
      *    NO GOAL FILE YET MEANS NO GOALS HAVE BEEN SET.
           IF NOT PANEL-ERROR
               OPEN INPUT GOAL-FILE
               EVALUATE WS-GOAL-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-GOAL-OPEN-SWITCH
                   WHEN "35"
                       DISPLAY "NO GOAL FILE - GOAL COUNTS SHOWN "
                           "AS ZERO"
                   WHEN OTHER
                       DISPLAY "UNABLE TO OPEN GOAL-FILE, STATUS: "
                           WS-GOAL-STATUS
                       MOVE "Y" TO WS-PANEL-ERROR-SWITCH
               END-EVALUATE
           END-IF.
      *    WITHOUT THE PROVIDER MASTER EVERY ASSIGNED PANEL STILL
      *    PRINTS, UNDER "NOT ON PROVIDER FILE".
           IF NOT PANEL-ERROR
               OPEN INPUT PROVIDER-FILE
               IF WS-PROVIDER-STATUS = "00"
                   MOVE "Y" TO WS-PROVIDER-OPEN-SWITCH
               ELSE
                   DISPLAY "UNABLE TO OPEN PROVIDER-FILE, STATUS: "
                       WS-PROVIDER-STATUS
                       " - PROVIDER NAMES NOT SHOWN"
               END-IF
           END-IF.
           IF PANEL-ERROR
                   AND WS-PANEL-REPORT-STATUS = "00"
               CLOSE PANEL-REPORT
           END-IF.

       3000-RELEASE-PANELS.
           IF PROVIDER-FILE-OPEN
               PERFORM 3100-RELEASE-PROVIDERS
           END-IF.
           PERFORM 3200-RELEASE-PATIENTS.

       3100-RELEASE-PROVIDERS.
           PERFORM UNTIL END-OF-PROVIDER-FILE
               READ PROVIDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-PROVIDER-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE PRV-PROVIDER-ID TO SRT-PROVIDER-ID
                       SET SRT-PROVIDER-ENTRY TO TRUE
                       MOVE PRV-NAME TO SRT-PROVIDER-NAME
                       MOVE PRV-SITE-CODE TO SRT-PROVIDER-SITE
                       MOVE PRV-ACTIVE-FLAG TO SRT-PROVIDER-FLAG
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

       3200-RELEASE-PATIENTS.
           PERFORM UNTIL END-OF-PATIENT-FILE
               READ PATIENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-PATIENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO SORT-RECORD
                       MOVE PAT-PROVIDER-ID TO SRT-PROVIDER-ID
                       SET SRT-PATIENT-ENTRY TO TRUE
                       MOVE PAT-ID OF PATIENT-RECORD-IN TO SRT-PAT-ID
                       MOVE PAT-BAND-CODE OF PATIENT-RECORD-IN
                           TO SRT-PAT-BAND
                       MOVE PAT-LAST-CALC-DATE OF PATIENT-RECORD-IN
                           TO SRT-PAT-CALC-DATE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

       4000-PRINT-BY-PROVIDER.
      *    EACH PROVIDER STARTS ON A NEW PAGE; THE UNASSIGNED
      *    PATIENTS SORT FIRST AND GET A SECTION OF THEIR OWN.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               PERFORM 4100-START-NEW-PROVIDER
               PERFORM 4200-TALLY-PATIENT
                   UNTIL END-OF-SORT-FILE
                       OR SRT-PROVIDER-ID NOT = WS-PREV-PROVIDER
               PERFORM 4600-CLOSE-OUT-PROVIDER
           END-PERFORM.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4100-START-NEW-PROVIDER.
           MOVE SRT-PROVIDER-ID TO WS-PREV-PROVIDER.
           ADD 1 TO WS-PROVIDER-COUNT.
           INITIALIZE WS-PT-ENTRY(1).
           MOVE "N" TO WS-REVIEW-SWITCH.
           MOVE "SITE: " TO WS-PL-SITE-LABEL.
           MOVE SPACES TO WS-PL-NAME.
           MOVE SPACES TO WS-PL-SITE.
           MOVE SPACES TO WS-PL-STATUS.
           EVALUATE TRUE
               WHEN SRT-PROVIDER-ID = SPACES
                   MOVE "UNASSIGNED" TO WS-PL-PROVIDER-ID
                   MOVE SPACES TO WS-PL-SITE-LABEL
               WHEN SRT-PROVIDER-ENTRY
                   MOVE SRT-PROVIDER-ID TO WS-PL-PROVIDER-ID
                   MOVE SRT-PROVIDER-NAME TO WS-PL-NAME
                   MOVE SRT-PROVIDER-SITE TO WS-PL-SITE
                   IF SRT-PROVIDER-FLAG = "N"
                       MOVE "INACTIVE" TO WS-PL-STATUS
                       MOVE "Y" TO WS-REVIEW-SWITCH
                   ELSE
                       MOVE "ACTIVE" TO WS-PL-STATUS
                   END-IF
                   PERFORM 4050-RETURN-SORT-RECORD
               WHEN OTHER
                   MOVE SRT-PROVIDER-ID TO WS-PL-PROVIDER-ID
                   MOVE "NOT ON PROVIDER FILE" TO WS-PL-NAME
                   MOVE SPACES TO WS-PL-SITE-LABEL
                   MOVE "Y" TO WS-REVIEW-SWITCH
           END-EVALUATE.

       4200-TALLY-PATIENT.
           ADD 1 TO WS-PT-PANEL-SIZE(1) WS-PT-PANEL-SIZE(2).
           MOVE ZERO TO WS-OPEN-BAND-SUB.
           MOVE ZERO TO WS-CLOSE-BAND-SUB.
           MOVE ZERO TO WS-CLOSE-DATE.
           PERFORM 4250-READ-PATIENT-HISTORY.
           PERFORM 4350-APPLY-MASTER-READING.
           PERFORM 4400-CLOSE-OUT-PATIENT.
           PERFORM 4460-COUNT-GOAL.
           PERFORM 4050-RETURN-SORT-RECORD.

       4250-READ-PATIENT-HISTORY.
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
                               OR HIST-CALC-DATE > WS-MONTH-TO-DATE
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           PERFORM 4300-TALLY-READING
                       END-IF
               END-READ
           END-PERFORM.

       4300-TALLY-READING.
      *    THE KEY PRESENTS EACH PATIENT OLDEST-FIRST, SO THE LAST
      *    READING BEFORE THE MONTH IS THE BAND THE PATIENT STARTED
      *    THE MONTH IN AND THE LAST ONE OVERALL IS WHERE THEY
      *    FINISHED IT.
           MOVE PAT-BAND-CODE OF BMI-HISTORY-RECORD TO WS-BAND-CODE.
           PERFORM 4320-SET-BAND-SUB.
           IF PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                   < WS-MONTH-FROM-DATE
               MOVE WS-BAND-SUB TO WS-OPEN-BAND-SUB
           END-IF.
           MOVE WS-BAND-SUB TO WS-CLOSE-BAND-SUB.
           MOVE PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
               TO WS-CLOSE-DATE.

       4320-SET-BAND-SUB.
           EVALUATE WS-BAND-CODE
               WHEN "U"
                   MOVE 1 TO WS-BAND-SUB
               WHEN "N"
                   MOVE 2 TO WS-BAND-SUB
               WHEN "O"
                   MOVE 3 TO WS-BAND-SUB
               WHEN "B"
                   MOVE 4 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE.

       4350-APPLY-MASTER-READING.
      *    A READING ON THE MASTER THAT NEVER REACHED THE HISTORY
      *    FILE (LOADED BEFORE HISTORY WAS KEPT) STILL COUNTS IF IT
      *    FALLS ON OR BEFORE THE MONTH END.
           IF SRT-PAT-CALC-DATE NUMERIC
                   AND SRT-PAT-CALC-DATE >= 19000101
                   AND SRT-PAT-CALC-DATE <= WS-MONTH-TO-DATE
                   AND SRT-PAT-CALC-DATE > WS-CLOSE-DATE
               MOVE SRT-PAT-BAND TO WS-BAND-CODE
               PERFORM 4320-SET-BAND-SUB
               IF SRT-PAT-CALC-DATE < WS-MONTH-FROM-DATE
                   MOVE WS-BAND-SUB TO WS-OPEN-BAND-SUB
               END-IF
               MOVE WS-BAND-SUB TO WS-CLOSE-BAND-SUB
               MOVE SRT-PAT-CALC-DATE TO WS-CLOSE-DATE
           END-IF.

       4400-CLOSE-OUT-PATIENT.
           IF WS-CLOSE-BAND-SUB = 0
               ADD 1 TO WS-PT-BAND-COUNT(1, 6)
                   WS-PT-BAND-COUNT(2, 6)
           ELSE
               ADD 1 TO WS-PT-BAND-COUNT(1, WS-CLOSE-BAND-SUB)
                   WS-PT-BAND-COUNT(2, WS-CLOSE-BAND-SUB)
               IF WS-OPEN-BAND-SUB = 0
                   ADD 1 TO WS-PT-FIRST(1) WS-PT-FIRST(2)
               ELSE
                   PERFORM 4420-JUDGE-MOVEMENT
               END-IF
           END-IF.
           PERFORM 4440-JUDGE-OVERDUE.

       4420-JUDGE-MOVEMENT.
      *    MOVEMENT IS JUDGED BY DISTANCE FROM THE NORMAL BAND, AS
      *    ON THE MONTHLY SUMMARY; A JUMP STRAIGHT ACROSS NORMAL
      *    (UNDERWEIGHT TO OVERWEIGHT OR BACK) IS NEITHER.
           COMPUTE WS-CUR-DIST =
               FUNCTION ABS(WS-CLOSE-BAND-SUB - 2).
           COMPUTE WS-PRI-DIST =
               FUNCTION ABS(WS-OPEN-BAND-SUB - 2).
           EVALUATE TRUE
               WHEN WS-CLOSE-BAND-SUB = WS-OPEN-BAND-SUB
                   ADD 1 TO WS-PT-SAME(1) WS-PT-SAME(2)
               WHEN WS-CLOSE-BAND-SUB = 5 OR WS-OPEN-BAND-SUB = 5
                   ADD 1 TO WS-PT-CROSSED(1) WS-PT-CROSSED(2)
               WHEN WS-CUR-DIST < WS-PRI-DIST
                   ADD 1 TO WS-PT-TOWARD(1) WS-PT-TOWARD(2)
               WHEN WS-CUR-DIST > WS-PRI-DIST
                   ADD 1 TO WS-PT-AWAY(1) WS-PT-AWAY(2)
               WHEN OTHER
                   ADD 1 TO WS-PT-CROSSED(1) WS-PT-CROSSED(2)
           END-EVALUATE.

       4440-JUDGE-OVERDUE.
      *    A PATIENT NEVER MEASURED BY THE MONTH END IS OVERDUE.
           IF WS-CLOSE-BAND-SUB = 0
                   OR WS-CLOSE-DATE < 19000101
               ADD 1 TO WS-PT-OVERDUE(1) WS-PT-OVERDUE(2)
           ELSE
               COMPUTE WS-CLOSE-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
               COMPUTE WS-DAYS-SINCE =
                   WS-MONTH-END-DAY - WS-CLOSE-DAY-NUMBER
               IF WS-DAYS-SINCE >= WS-OVERDUE-DAYS
                   ADD 1 TO WS-PT-OVERDUE(1) WS-PT-OVERDUE(2)
               END-IF
           END-IF.

       4460-COUNT-GOAL.
      *    THE GOAL FILE KEEPS ONLY THE CURRENT STATUS, SO GOALS ARE
      *    COUNTED AS THEY STAND ON THE RUN DATE.
           IF GOAL-FILE-OPEN
               MOVE SRT-PAT-ID TO GOAL-PAT-ID
               READ GOAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN GOAL-OPEN
                               ADD 1 TO WS-PT-GOAL-OPEN(1)
                                   WS-PT-GOAL-OPEN(2)
                           WHEN GOAL-ACHIEVED
                               ADD 1 TO WS-PT-GOAL-ACHIEVED(1)
                                   WS-PT-GOAL-ACHIEVED(2)
                           WHEN GOAL-EXPIRED
                               ADD 1 TO WS-PT-GOAL-EXPIRED(1)
                                   WS-PT-GOAL-EXPIRED(2)
                       END-EVALUATE
               END-READ
           END-IF.

       4600-CLOSE-OUT-PROVIDER.
           IF PANEL-NEEDS-REVIEW
                   AND WS-PT-PANEL-SIZE(1) > 0
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.
           PERFORM 4900-WRITE-PANEL-HEADERS.
           MOVE 1 TO WS-TOTAL-SUB.
           PERFORM 4700-WRITE-PANEL-COUNTS.

       4700-WRITE-PANEL-COUNTS.
           MOVE "PANEL SIZE:" TO WS-PC-LABEL.
           MOVE WS-PT-PANEL-SIZE(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           WRITE PANEL-REPORT-LINE FROM SPACES.
           MOVE "BAND MIX AT MONTH END" TO WS-PANEL-SECTION-LINE.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-SECTION-LINE.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COLUMN-LINE.
           PERFORM 4710-WRITE-BAND-LINE
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6.
           WRITE PANEL-REPORT-LINE FROM SPACES.
           MOVE WS-PT-OVERDUE(WS-TOTAL-SUB) TO WS-PO-COUNT.
           MOVE WS-OVERDUE-DAYS TO WS-PO-DAYS.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-OVERDUE-LINE.
           WRITE PANEL-REPORT-LINE FROM SPACES.
           MOVE "GOALS AS AT RUN DATE" TO WS-PANEL-SECTION-LINE.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-SECTION-LINE.
           MOVE "OPEN:" TO WS-PC-LABEL.
           MOVE WS-PT-GOAL-OPEN(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "ACHIEVED:" TO WS-PC-LABEL.
           MOVE WS-PT-GOAL-ACHIEVED(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "EXPIRED:" TO WS-PC-LABEL.
           MOVE WS-PT-GOAL-EXPIRED(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           WRITE PANEL-REPORT-LINE FROM SPACES.
           MOVE "BAND MOVEMENT DURING THE MONTH"
               TO WS-PANEL-SECTION-LINE.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-SECTION-LINE.
           MOVE "MOVED TOWARD NORMAL:" TO WS-PC-LABEL.
           MOVE WS-PT-TOWARD(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "MOVED AWAY FROM NORMAL:" TO WS-PC-LABEL.
           MOVE WS-PT-AWAY(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "OTHER BAND CHANGE:" TO WS-PC-LABEL.
           MOVE WS-PT-CROSSED(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "SAME BAND AS MONTH START:" TO WS-PC-LABEL.
           MOVE WS-PT-SAME(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "FIRST READING THIS MONTH:" TO WS-PC-LABEL.
           MOVE WS-PT-FIRST(WS-TOTAL-SUB) TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.

       4710-WRITE-BAND-LINE.
           IF WS-BAND-SUB NOT = 5
                   OR WS-PT-BAND-COUNT(WS-TOTAL-SUB, 5) > 0
               MOVE WS-BAND-NAME(WS-BAND-SUB) TO WS-PB-BAND
               MOVE WS-PT-BAND-COUNT(WS-TOTAL-SUB, WS-BAND-SUB)
                   TO WS-PB-COUNT
               IF WS-PT-PANEL-SIZE(WS-TOTAL-SUB) > 0
                   COMPUTE WS-BAND-PCT ROUNDED =
                       WS-PT-BAND-COUNT(WS-TOTAL-SUB, WS-BAND-SUB)
                       * 100 / WS-PT-PANEL-SIZE(WS-TOTAL-SUB)
               ELSE
                   MOVE ZERO TO WS-BAND-PCT
               END-IF
               MOVE WS-BAND-PCT TO WS-PB-PCT
               WRITE PANEL-REPORT-LINE FROM WS-PANEL-BAND-LINE
           END-IF.

       4900-WRITE-PANEL-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PH1-PAGE.
           MOVE WS-REPORT-YYYY TO WS-PH2-YYYY.
           MOVE WS-REPORT-MM TO WS-PH2-MM.
           MOVE WS-RUN-DATE-MM TO WS-PH3-MM.
           MOVE WS-RUN-DATE-DD TO WS-PH3-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-PH3-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE PANEL-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-HEADER-1.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-HEADER-2.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-HEADER-3.
           WRITE PANEL-REPORT-LINE FROM SPACES.
           WRITE PANEL-REPORT-LINE FROM WS-PROVIDER-LINE.
           WRITE PANEL-REPORT-LINE FROM SPACES.

       5000-WRITE-SUMMARY.
           MOVE "ALL PROVIDERS" TO WS-PL-PROVIDER-ID.
           MOVE SPACES TO WS-PL-NAME.
           MOVE SPACES TO WS-PL-SITE-LABEL.
           MOVE SPACES TO WS-PL-SITE.
           MOVE SPACES TO WS-PL-STATUS.
           PERFORM 4900-WRITE-PANEL-HEADERS.
           MOVE 2 TO WS-TOTAL-SUB.
           PERFORM 4700-WRITE-PANEL-COUNTS.
           WRITE PANEL-REPORT-LINE FROM SPACES.
           MOVE "PROVIDER SECTIONS:" TO WS-PC-LABEL.
           MOVE WS-PROVIDER-COUNT TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           MOVE "UNKNOWN/INACTIVE PANELS:" TO WS-PC-LABEL.
           MOVE WS-REVIEW-COUNT TO WS-PC-COUNT.
           WRITE PANEL-REPORT-LINE FROM WS-PANEL-COUNT-LINE.
           DISPLAY "PANELRPT - MONTH " WS-REPORT-YYYYMM
               " PATIENTS " WS-READ-COUNT
               " PROVIDERS " WS-PROVIDER-COUNT.

       8000-CLOSE-FILES.
           IF PATIENT-FILE-OPEN
               CLOSE PATIENT-FILE
           END-IF.
           IF HISTORY-FILE-OPEN
               CLOSE BMI-HISTORY
           END-IF.
           IF GOAL-FILE-OPEN
               CLOSE GOAL-FILE
           END-IF.
           IF PROVIDER-FILE-OPEN
               CLOSE PROVIDER-FILE
           END-IF.

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
           MOVE WS-PROVIDER-COUNT TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
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
               MOVE "PANELRPT" TO RL-PROGRAM-ID
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
