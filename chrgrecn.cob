       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHRGRECN.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-PARM ASSIGN TO CRECPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-PARM-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT LETTER-LOG ASSIGN TO LTRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
           SELECT CHARGE-LOG ASSIGN TO CHRGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-LOG-STATUS.
           SELECT RECON-REPORT ASSIGN TO CRECRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-PARM
           RECORDING MODE IS F.
       01  RECON-PARM-RECORD        PIC X(80).

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  LETTER-LOG
           RECORDING MODE IS F.
       01  LETTER-LOG-RECORD.
           05 LTR-PAT-ID            PIC X(6).
           05 LTR-LETTER-DATE       PIC 9(8).
           05 LTR-BAND-CODE         PIC X(1).

       FD  CHARGE-LOG
           RECORDING MODE IS F.
       01  CHARGE-LOG-RECORD.
           COPY CHRGREC.

       FD  RECON-REPORT
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE        PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

      *    ONE SORT RECORD PER BILLABLE SERVICE IN THE MONTH
      *    ("B" - A SCREENING ON HISTORY OR A LETTER ON THE
      *    LETTER LOG) AND PER CHARGE SENT FOR THE MONTH ("C" -
      *    FROM THE CHARGE LOG), SO EACH SERVICE COMES OUT OF
      *    THE SORT WITH ITS CHARGES BEHIND IT.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-GROUP-KEY.
               10 SRT-PAT-ID        PIC X(6).
               10 SRT-SERVICE-TYPE  PIC X(1).
               10 SRT-SERVICE-DATE  PIC 9(8).
           05 SRT-SOURCE            PIC X(1).
               88 SRT-BILLABLE           VALUE "B".
               88 SRT-CHARGED            VALUE "C".
           05 SRT-SITE-CODE         PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-RECON-PARM-STATUS     PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-LETTER-LOG-STATUS     PIC XX.
       01  WS-CHARGE-LOG-STATUS     PIC XX.
       01  WS-RECON-REPORT-STATUS   PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-RECON-ERROR-SWITCH    PIC X VALUE "N".
           88 RECON-ERROR                VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH    PIC X VALUE "N".
           88 REPORT-OPEN                VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-INPUT-FILE          VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-BATCH-OPEN-SWITCH     PIC X VALUE "N".
           88 BATCH-OPEN                 VALUE "Y".
       01  WS-BATCH-TITLE-SWITCH    PIC X VALUE "N".
           88 BATCH-TITLE-WRITTEN        VALUE "Y".
       01  WS-CHARGE-TITLE-SWITCH   PIC X VALUE "N".
           88 CHARGE-TITLE-WRITTEN       VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-RECON-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-RECON-MONTH-R REDEFINES WS-RECON-MONTH.
           05 WS-RECON-YYYY         PIC 9(4).
           05 WS-RECON-MM           PIC 9(2).
       01  WS-MONTH-FROM            PIC 9(8) VALUE ZERO.
       01  WS-MONTH-TO              PIC 9(8) VALUE ZERO.
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

      *    RUNNING TOTALS FOR THE CHARGE BATCH NOW BEING READ
      *    FROM THE CHARGE LOG, PROVED AGAINST ITS TRAILER.
       01  WS-BATCH-CREATE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-BATCH-CREATE-TIME     PIC 9(6) VALUE ZERO.
       01  WS-BATCH-CHARGES         PIC 9(7) VALUE ZERO.
       01  WS-BATCH-SCREENS         PIC 9(7) VALUE ZERO.
       01  WS-BATCH-COUNSELS        PIC 9(7) VALUE ZERO.
       01  WS-BATCH-HASH            PIC 9(9)V99 VALUE ZERO.
       01  WS-BATCH-PROBLEM         PIC X(30).

       01  WS-GRP-KEY.
           05 WS-GRP-PAT-ID         PIC X(6).
           05 WS-GRP-SERVICE-TYPE   PIC X(1).
               88 GRP-SCREENING          VALUE "S".
               88 GRP-COUNSELING         VALUE "C".
           05 WS-GRP-SERVICE-DATE   PIC 9(8).
       01  WS-GRP-SITE              PIC X(3).
       01  WS-GRP-BILLABLE          PIC 9(3) VALUE ZERO.
       01  WS-GRP-CHARGED           PIC 9(3) VALUE ZERO.
       01  WS-EXCEPTION-TEXT        PIC X(25).

       01  WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-LETTER-READ-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHGLOG-READ-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MONTH-SCREEN-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-MONTH-LETTER-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-SCREEN-CHARGE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-COUNSEL-CHARGE-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-MONTH-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  WS-MATCHED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-MISSED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-NO-SOURCE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-BATCH-CHECKED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-BATCH-BAD-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-RECON-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-RH1-PAGE           PIC ZZ9.

       01  WS-RECON-HEADER-2.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(32)
               VALUE "MONTH-END CHARGE RECONCILIATION ".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-RH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-RH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-RH2-YYYY           PIC 9(4).

       01  WS-RECON-HEADER-3.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "SERVICE MONTH: ".
           05 WS-RH3-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-RH3-YYYY           PIC 9(4).

       01  WS-BATCH-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE "CHARGE BATCHES OUT OF BALANCE".

       01  WS-BATCH-COLUMN-LINE.
           05 FILLER                PIC X(17) VALUE "BATCH CREATED".
           05 FILLER                PIC X(10) VALUE "  CHARGES".
           05 FILLER                PIC X(15) VALUE "    DOLLAR HASH".
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(30) VALUE "PROBLEM".

       01  WS-BATCH-LINE.
           05 WS-BL-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-BL-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-BL-YYYY            PIC 9(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-BL-TIME            PIC 9(6).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-BL-CHARGES         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-BL-HASH            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-BL-PROBLEM         PIC X(30).

       01  WS-CHARGE-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE "SERVICES NOT CHARGED EXACTLY ONCE".

       01  WS-CHARGE-COLUMN-LINE.
           05 FILLER                PIC X(8)  VALUE "PATIENT".
           05 FILLER                PIC X(5)  VALUE "SITE".
           05 FILLER                PIC X(12) VALUE "SERVICE DT".
           05 FILLER                PIC X(12) VALUE "SERVICE".
           05 FILLER                PIC X(5)  VALUE "FILE".
           05 FILLER                PIC X(5)  VALUE "SENT".
           05 FILLER                PIC X(25) VALUE "EXCEPTION".

       01  WS-CHARGE-LINE.
           05 WS-CL-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CL-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CL-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CL-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CL-YYYY            PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CL-SERVICE         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CL-ON-FILE         PIC ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CL-CHARGED         PIC ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CL-EXCEPTION       PIC X(25).

       01  WS-ALL-MATCHED-LINE.
           05 FILLER                PIC X(40)
               VALUE "EVERY SERVICE IN THE MONTH WAS CHARGED E".
           05 FILLER                PIC X(40)
               VALUE "XACTLY ONCE".

       01  WS-RECON-SECTION-LINE    PIC X(40).

       01  WS-RECON-COUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RC-LABEL           PIC X(36).
           05 WS-RC-COUNT           PIC Z,ZZZ,ZZ9.

       01  WS-RECON-AMOUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RA-LABEL           PIC X(36).
           05 WS-RA-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RECON-STATUS-LINE.
           05 FILLER                PIC X(18)
               VALUE "RECONCILIATION:   ".
           05 WS-RS-STATUS          PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           PERFORM 1000-READ-PARM.
           IF NOT RECON-ERROR
               COMPUTE WS-MONTH-FROM = WS-RECON-MONTH * 100 + 1
               COMPUTE WS-MONTH-TO = WS-RECON-MONTH * 100 + 31
               PERFORM 2000-OPEN-REPORT
           END-IF.
           IF NOT RECON-ERROR
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PAT-ID
                   ON DESCENDING KEY SRT-SERVICE-TYPE
                   ON ASCENDING KEY SRT-SERVICE-DATE
                   ON ASCENDING KEY SRT-SOURCE
                   INPUT PROCEDURE IS 3000-LOAD-SERVICES
                   OUTPUT PROCEDURE IS 4000-MATCH-CHARGES
           END-IF.
           IF NOT RECON-ERROR
               PERFORM 5000-WRITE-SUMMARY
           END-IF.
           IF REPORT-OPEN
               CLOSE RECON-REPORT
           END-IF.
           EVALUATE TRUE
               WHEN RECON-ERROR
                   DISPLAY "CHRGRECN - RECONCILIATION NOT COMPLETED"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0 OR WS-BATCH-BAD-COUNT > 0
                   DISPLAY "CHRGRECN - CHARGES DO NOT RECONCILE FOR "
                       WS-RECON-MONTH " - SEE THE RECONCILIATION "
                       "REPORT BEFORE THE BILLING CLOSE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
      *    WITH NO PARAMETER CARD THE MONTH BEFORE THE RUN DATE
      *    IS RECONCILED, WHICH IS WHAT THE MONTH-END RUN WANTS.
           MOVE WS-RUN-DATE-YYYY TO WS-RECON-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-RECON-MM.
           IF WS-RECON-MM = 01
               SUBTRACT 1 FROM WS-RECON-YYYY
               MOVE 12 TO WS-RECON-MM
           ELSE
               SUBTRACT 1 FROM WS-RECON-MM
           END-IF.
           OPEN INPUT RECON-PARM.
           EVALUATE WS-RECON-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR RECON-ERROR
                       READ RECON-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE RECON-PARM
               WHEN "35"
                   DISPLAY "NO RECONCILIATION PARAMETER CARD - "
                       "RECONCILING THE MONTH BEFORE THE RUN DATE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN RECON-PARM, STATUS: "
                       WS-RECON-PARM-STATUS
                   MOVE "Y" TO WS-RECON-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF RECON-PARM-RECORD = SPACES
                   OR RECON-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING RECON-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "MONTH"
                       PERFORM 1200-SET-MONTH
                   WHEN OTHER
                       DISPLAY "CHRGRECN - UNKNOWN PARAMETER CARD: "
                           RECON-PARM-RECORD
                       MOVE "Y" TO WS-RECON-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-MONTH.
           IF WS-PARM-VALUE(1:6) NUMERIC
                   AND WS-PARM-VALUE(7:14) = SPACES
                   AND WS-PARM-VALUE(5:2) >= "01"
                   AND WS-PARM-VALUE(5:2) <= "12"
               MOVE WS-PARM-VALUE(1:6) TO WS-RECON-MONTH
           ELSE
               DISPLAY "CHRGRECN - MONTH MUST BE YYYYMM, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-RECON-ERROR-SWITCH
           END-IF.

       2000-OPEN-REPORT.
           OPEN OUTPUT RECON-REPORT.
           IF WS-RECON-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RECON-REPORT, STATUS: "
                   WS-RECON-REPORT-STATUS
               MOVE "Y" TO WS-RECON-ERROR-SWITCH
           ELSE
               MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               PERFORM 4900-WRITE-RECON-HEADERS
           END-IF.

       3000-LOAD-SERVICES.
           PERFORM 3100-LOAD-HISTORY.
           IF NOT RECON-ERROR
               PERFORM 3300-LOAD-LETTERS
           END-IF.
           IF NOT RECON-ERROR
               PERFORM 3500-LOAD-CHARGE-LOG
           END-IF.

       3100-LOAD-HISTORY.
      *    THE MONTH'S SCREENINGS ARE PICKED OFF THE CALC-DATE
      *    ALTERNATE INDEX.
           OPEN INPUT BMI-HISTORY.
           EVALUATE WS-BMI-HISTORY-STATUS
               WHEN "00"
                   MOVE "N" TO WS-HIST-EOF-SWITCH
                   MOVE WS-MONTH-FROM TO HIST-CALC-DATE
                   START BMI-HISTORY
                       KEY IS NOT LESS THAN HIST-CALC-DATE
                       INVALID KEY
                           SET END-OF-HISTORY-SCAN TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-HISTORY-SCAN
                       READ BMI-HISTORY NEXT RECORD
                           AT END
                               SET END-OF-HISTORY-SCAN TO TRUE
                           NOT AT END
                               IF HIST-CALC-DATE > WS-MONTH-TO
                                   SET END-OF-HISTORY-SCAN TO TRUE
                               ELSE
                                   ADD 1 TO WS-HIST-READ-COUNT
                                   PERFORM 3200-RELEASE-SCREENING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BMI-HISTORY
               WHEN "35"
                   DISPLAY "NO HISTORY FILE - NO SCREENINGS ON FILE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                       WS-BMI-HISTORY-STATUS
                   MOVE "Y" TO WS-RECON-ERROR-SWITCH
           END-EVALUATE.

       3200-RELEASE-SCREENING.
           IF PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD NUMERIC
                   AND PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                       >= WS-MONTH-FROM
                   AND PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                       <= WS-MONTH-TO
               ADD 1 TO WS-MONTH-SCREEN-COUNT
               MOVE PAT-ID OF BMI-HISTORY-RECORD TO SRT-PAT-ID
               MOVE "S" TO SRT-SERVICE-TYPE
               MOVE PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD
                   TO SRT-SERVICE-DATE
               MOVE "B" TO SRT-SOURCE
               MOVE PAT-SITE-CODE OF BMI-HISTORY-RECORD
                   TO SRT-SITE-CODE
               RELEASE SORT-RECORD
           END-IF.

       3300-LOAD-LETTERS.
      *    BMILETTR KEEPS EVERY LETTER FROM THE FIRST OF THE
      *    PREVIOUS MONTH ON THE LOG, SO LAST MONTH'S LETTERS
      *    ARE ALL STILL THERE WHEN THIS RUNS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT LETTER-LOG.
           EVALUATE WS-LETTER-LOG-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ LETTER-LOG
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LETTER-READ-COUNT
                               PERFORM 3400-RELEASE-LETTER
                       END-READ
                   END-PERFORM
                   CLOSE LETTER-LOG
               WHEN "35"
                   DISPLAY "NO LETTER LOG - NO LETTERS ON FILE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN LETTER-LOG, STATUS: "
                       WS-LETTER-LOG-STATUS
                   MOVE "Y" TO WS-RECON-ERROR-SWITCH
           END-EVALUATE.

       3400-RELEASE-LETTER.
           IF LTR-LETTER-DATE NUMERIC
                   AND LTR-LETTER-DATE >= WS-MONTH-FROM
                   AND LTR-LETTER-DATE <= WS-MONTH-TO
               ADD 1 TO WS-MONTH-LETTER-COUNT
               MOVE LTR-PAT-ID TO SRT-PAT-ID
               MOVE "C" TO SRT-SERVICE-TYPE
               MOVE LTR-LETTER-DATE TO SRT-SERVICE-DATE
               MOVE "B" TO SRT-SOURCE
               MOVE SPACES TO SRT-SITE-CODE
               RELEASE SORT-RECORD
           END-IF.

       3500-LOAD-CHARGE-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.
           OPEN INPUT CHARGE-LOG.
           EVALUATE WS-CHARGE-LOG-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ CHARGE-LOG
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CHGLOG-READ-COUNT
                               PERFORM 3600-TAKE-CHARGE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CHARGE-LOG
                   IF BATCH-OPEN
                       MOVE "NO TRAILER" TO WS-BATCH-PROBLEM
                       PERFORM 3900-REPORT-BAD-BATCH
                   END-IF
               WHEN "35"
                   DISPLAY "NO CHARGE LOG - NO CHARGES HAVE BEEN SENT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CHARGE-LOG, STATUS: "
                       WS-CHARGE-LOG-STATUS
                   MOVE "Y" TO WS-RECON-ERROR-SWITCH
           END-EVALUATE.

       3600-TAKE-CHARGE-RECORD.
           EVALUATE TRUE
               WHEN CHG-HEADER
                   IF BATCH-OPEN
                       MOVE "NO TRAILER" TO WS-BATCH-PROBLEM
                       PERFORM 3900-REPORT-BAD-BATCH
                   END-IF
                   MOVE "Y" TO WS-BATCH-OPEN-SWITCH
                   MOVE CHG-HDR-CREATE-DATE TO WS-BATCH-CREATE-DATE
                   MOVE CHG-HDR-CREATE-TIME TO WS-BATCH-CREATE-TIME
                   MOVE ZERO TO WS-BATCH-CHARGES
                   MOVE ZERO TO WS-BATCH-SCREENS
                   MOVE ZERO TO WS-BATCH-COUNSELS
                   MOVE ZERO TO WS-BATCH-HASH
               WHEN CHG-DETAIL
                   PERFORM 3700-TAKE-CHARGE-DETAIL
               WHEN CHG-TRAILER
                   PERFORM 3800-PROVE-BATCH
               WHEN OTHER
                   DISPLAY "CHRGRECN - UNKNOWN CHARGE LOG RECORD: "
                       CHARGE-LOG-RECORD
                   MOVE "Y" TO WS-RECON-ERROR-SWITCH
           END-EVALUATE.

       3700-TAKE-CHARGE-DETAIL.
           IF NOT BATCH-OPEN
               MOVE ZERO TO WS-BATCH-CREATE-DATE
               MOVE ZERO TO WS-BATCH-CREATE-TIME
               MOVE "CHARGE OUTSIDE A BATCH" TO WS-BATCH-PROBLEM
               MOVE 1 TO WS-BATCH-CHARGES
               MOVE CHG-AMOUNT TO WS-BATCH-HASH
               PERFORM 3900-REPORT-BAD-BATCH
           ELSE
               ADD 1 TO WS-BATCH-CHARGES
               ADD CHG-AMOUNT TO WS-BATCH-HASH
               IF CHG-SCREENING
                   ADD 1 TO WS-BATCH-SCREENS
               ELSE
                   ADD 1 TO WS-BATCH-COUNSELS
               END-IF
           END-IF.
           IF CHG-SERVICE-DATE NUMERIC
                   AND CHG-SERVICE-DATE >= WS-MONTH-FROM
                   AND CHG-SERVICE-DATE <= WS-MONTH-TO
               IF CHG-SCREENING
                   ADD 1 TO WS-SCREEN-CHARGE-COUNT
               ELSE
                   ADD 1 TO WS-COUNSEL-CHARGE-COUNT
               END-IF
               ADD CHG-AMOUNT TO WS-MONTH-AMOUNT
               MOVE CHG-PAT-ID TO SRT-PAT-ID
               MOVE CHG-SERVICE-TYPE TO SRT-SERVICE-TYPE
               MOVE CHG-SERVICE-DATE TO SRT-SERVICE-DATE
               MOVE "C" TO SRT-SOURCE
               MOVE CHG-SITE-CODE TO SRT-SITE-CODE
               RELEASE SORT-RECORD
           END-IF.

       3800-PROVE-BATCH.
      *    ONLY BATCHES CREATED IN THE MONTH ARE PROVED, SO A
      *    BAD BATCH IS REPORTED ONCE AND NOT EVERY MONTH AFTER.
           IF NOT BATCH-OPEN
               MOVE ZERO TO WS-BATCH-CREATE-DATE
               MOVE ZERO TO WS-BATCH-CREATE-TIME
               MOVE ZERO TO WS-BATCH-CHARGES
               MOVE ZERO TO WS-BATCH-HASH
               MOVE "TRAILER WITH NO HEADER" TO WS-BATCH-PROBLEM
               PERFORM 3900-REPORT-BAD-BATCH
           ELSE
               MOVE "N" TO WS-BATCH-OPEN-SWITCH
               IF WS-BATCH-CREATE-DATE >= WS-MONTH-FROM
                       AND WS-BATCH-CREATE-DATE <= WS-MONTH-TO
                   ADD 1 TO WS-BATCH-CHECKED-COUNT
                   EVALUATE TRUE
                       WHEN CHG-TRL-CHARGE-COUNT NOT NUMERIC
                               OR CHG-TRL-SCREEN-COUNT NOT NUMERIC
                               OR CHG-TRL-COUNSEL-COUNT NOT NUMERIC
                               OR CHG-TRL-AMOUNT-HASH NOT NUMERIC
                           MOVE "TRAILER NOT NUMERIC"
                               TO WS-BATCH-PROBLEM
                           PERFORM 3900-REPORT-BAD-BATCH
                       WHEN CHG-TRL-CHARGE-COUNT NOT =
                               WS-BATCH-CHARGES
                               OR CHG-TRL-SCREEN-COUNT NOT =
                                   WS-BATCH-SCREENS
                               OR CHG-TRL-COUNSEL-COUNT NOT =
                                   WS-BATCH-COUNSELS
                           MOVE "TRAILER COUNTS DO NOT AGREE"
                               TO WS-BATCH-PROBLEM
                           PERFORM 3900-REPORT-BAD-BATCH
                       WHEN CHG-TRL-AMOUNT-HASH NOT = WS-BATCH-HASH
                           MOVE "TRAILER DOLLAR HASH DISAGREES"
                               TO WS-BATCH-PROBLEM
                           PERFORM 3900-REPORT-BAD-BATCH
                   END-EVALUATE
               END-IF
           END-IF.

       3900-REPORT-BAD-BATCH.
           ADD 1 TO WS-BATCH-BAD-COUNT.
           IF NOT BATCH-TITLE-WRITTEN
               IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
                   PERFORM 4900-WRITE-RECON-HEADERS
               END-IF
               WRITE RECON-REPORT-LINE FROM SPACES
               WRITE RECON-REPORT-LINE FROM WS-BATCH-TITLE-LINE
               WRITE RECON-REPORT-LINE FROM WS-BATCH-COLUMN-LINE
               ADD 3 TO WS-LINE-COUNT
               MOVE "Y" TO WS-BATCH-TITLE-SWITCH
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-RECON-HEADERS
               WRITE RECON-REPORT-LINE FROM WS-BATCH-COLUMN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-BATCH-CREATE-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-BL-MM.
           MOVE WS-DW-DD TO WS-BL-DD.
           MOVE WS-DW-YYYY TO WS-BL-YYYY.
           MOVE WS-BATCH-CREATE-TIME TO WS-BL-TIME.
           MOVE WS-BATCH-CHARGES TO WS-BL-CHARGES.
           MOVE WS-BATCH-HASH TO WS-BL-HASH.
           MOVE WS-BATCH-PROBLEM TO WS-BL-PROBLEM.
           WRITE RECON-REPORT-LINE FROM WS-BATCH-LINE.
           ADD 1 TO WS-LINE-COUNT.

       4000-MATCH-CHARGES.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 4050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SRT-GROUP-KEY TO WS-GRP-KEY
               MOVE SPACES TO WS-GRP-SITE
               MOVE ZERO TO WS-GRP-BILLABLE
               MOVE ZERO TO WS-GRP-CHARGED
               PERFORM 4100-ADD-TO-GROUP
                   UNTIL END-OF-SORT-FILE
                       OR SRT-GROUP-KEY NOT = WS-GRP-KEY
               PERFORM 4200-JUDGE-SERVICE
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = ZERO
               IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
                   PERFORM 4900-WRITE-RECON-HEADERS
               END-IF
               WRITE RECON-REPORT-LINE FROM SPACES
               WRITE RECON-REPORT-LINE FROM WS-ALL-MATCHED-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4100-ADD-TO-GROUP.
           IF SRT-CHARGED
               ADD 1 TO WS-GRP-CHARGED
           ELSE
               ADD 1 TO WS-GRP-BILLABLE
           END-IF.
           IF SRT-SITE-CODE NOT = SPACES
               MOVE SRT-SITE-CODE TO WS-GRP-SITE
           END-IF.
           PERFORM 4050-RETURN-SORT-RECORD.

       4200-JUDGE-SERVICE.
           EVALUATE TRUE
               WHEN WS-GRP-BILLABLE = WS-GRP-CHARGED
                   ADD WS-GRP-CHARGED TO WS-MATCHED-COUNT
               WHEN WS-GRP-CHARGED = ZERO
                   ADD WS-GRP-BILLABLE TO WS-MISSED-COUNT
                   MOVE "MISSED - NEVER CHARGED" TO WS-EXCEPTION-TEXT
                   PERFORM 4300-WRITE-EXCEPTION
               WHEN WS-GRP-BILLABLE = ZERO
                   ADD WS-GRP-CHARGED TO WS-NO-SOURCE-COUNT
                   IF GRP-SCREENING
                       MOVE "NO SCREENING ON HISTORY"
                           TO WS-EXCEPTION-TEXT
                   ELSE
                       MOVE "NO LETTER ON LETTER LOG"
                           TO WS-EXCEPTION-TEXT
                   END-IF
                   PERFORM 4300-WRITE-EXCEPTION
               WHEN WS-GRP-BILLABLE > WS-GRP-CHARGED
                   ADD WS-GRP-CHARGED TO WS-MATCHED-COUNT
                   COMPUTE WS-MISSED-COUNT = WS-MISSED-COUNT
                       + WS-GRP-BILLABLE - WS-GRP-CHARGED
                   MOVE "MISSED - UNDER-CHARGED" TO WS-EXCEPTION-TEXT
                   PERFORM 4300-WRITE-EXCEPTION
               WHEN OTHER
                   ADD WS-GRP-BILLABLE TO WS-MATCHED-COUNT
                   COMPUTE WS-DUPLICATE-COUNT = WS-DUPLICATE-COUNT
                       + WS-GRP-CHARGED - WS-GRP-BILLABLE
                   MOVE "DUPLICATE CHARGE" TO WS-EXCEPTION-TEXT
                   PERFORM 4300-WRITE-EXCEPTION
           END-EVALUATE.

       4300-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF NOT CHARGE-TITLE-WRITTEN
               IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
                   PERFORM 4900-WRITE-RECON-HEADERS
               END-IF
               WRITE RECON-REPORT-LINE FROM SPACES
               WRITE RECON-REPORT-LINE FROM WS-CHARGE-TITLE-LINE
               WRITE RECON-REPORT-LINE FROM WS-CHARGE-COLUMN-LINE
               ADD 3 TO WS-LINE-COUNT
               MOVE "Y" TO WS-CHARGE-TITLE-SWITCH
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-RECON-HEADERS
               WRITE RECON-REPORT-LINE FROM WS-CHARGE-COLUMN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-GRP-PAT-ID TO WS-CL-PATIENT-ID.
           MOVE WS-GRP-SITE TO WS-CL-SITE.
           MOVE WS-GRP-SERVICE-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-CL-MM.
           MOVE WS-DW-DD TO WS-CL-DD.
           MOVE WS-DW-YYYY TO WS-CL-YYYY.
           IF GRP-SCREENING
               MOVE "SCREENING" TO WS-CL-SERVICE
           ELSE
               MOVE "COUNSELING" TO WS-CL-SERVICE
           END-IF.
           MOVE WS-GRP-BILLABLE TO WS-CL-ON-FILE.
           MOVE WS-GRP-CHARGED TO WS-CL-CHARGED.
           MOVE WS-EXCEPTION-TEXT TO WS-CL-EXCEPTION.
           WRITE RECON-REPORT-LINE FROM WS-CHARGE-LINE.
           ADD 1 TO WS-LINE-COUNT.

       4900-WRITE-RECON-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-RH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-RH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-RH2-YYYY.
           MOVE WS-RECON-MM TO WS-RH3-MM.
           MOVE WS-RECON-YYYY TO WS-RH3-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE RECON-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-1.
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-2.
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

       5000-WRITE-SUMMARY.
           WRITE RECON-REPORT-LINE FROM SPACES.
           MOVE "SERVICES ON FILE FOR THE MONTH"
               TO WS-RECON-SECTION-LINE.
           WRITE RECON-REPORT-LINE FROM WS-RECON-SECTION-LINE.
           MOVE "SCREENINGS ON BMI HISTORY:" TO WS-RC-LABEL.
           MOVE WS-MONTH-SCREEN-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "REFERRAL LETTERS ON LETTER LOG:" TO WS-RC-LABEL.
           MOVE WS-MONTH-LETTER-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "CHARGES SENT FOR THE MONTH" TO WS-RECON-SECTION-LINE.
           WRITE RECON-REPORT-LINE FROM WS-RECON-SECTION-LINE.
           MOVE "SCREENING CHARGES:" TO WS-RC-LABEL.
           MOVE WS-SCREEN-CHARGE-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "COUNSELING CHARGES:" TO WS-RC-LABEL.
           MOVE WS-COUNSEL-CHARGE-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "DOLLARS CHARGED:" TO WS-RA-LABEL.
           MOVE WS-MONTH-AMOUNT TO WS-RA-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-AMOUNT-LINE.
           MOVE "MATCHING" TO WS-RECON-SECTION-LINE.
           WRITE RECON-REPORT-LINE FROM WS-RECON-SECTION-LINE.
           MOVE "CHARGED EXACTLY ONCE:" TO WS-RC-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "MISSED CHARGES:" TO WS-RC-LABEL.
           MOVE WS-MISSED-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "DUPLICATE CHARGES:" TO WS-RC-LABEL.
           MOVE WS-DUPLICATE-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "CHARGES WITH NO SERVICE ON FILE:" TO WS-RC-LABEL.
           MOVE WS-NO-SOURCE-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "CHARGE BATCHES" TO WS-RECON-SECTION-LINE.
           WRITE RECON-REPORT-LINE FROM WS-RECON-SECTION-LINE.
           MOVE "BATCHES CREATED IN THE MONTH:" TO WS-RC-LABEL.
           MOVE WS-BATCH-CHECKED-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "BATCHES OUT OF BALANCE:" TO WS-RC-LABEL.
           MOVE WS-BATCH-BAD-COUNT TO WS-RC-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COUNT-LINE.
           WRITE RECON-REPORT-LINE FROM SPACES.
           IF WS-EXCEPTION-COUNT = ZERO AND WS-BATCH-BAD-COUNT = ZERO
               MOVE "IN BALANCE" TO WS-RS-STATUS
           ELSE
               MOVE "OUT OF BALANCE - RESOLVE BEFORE CLOSE"
                   TO WS-RS-STATUS
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RECON-STATUS-LINE.
           DISPLAY "CHRGRECN - MONTH " WS-RECON-MONTH
               " SCREENINGS " WS-MONTH-SCREEN-COUNT
               " LETTERS " WS-MONTH-LETTER-COUNT
               " MISSED " WS-MISSED-COUNT
               " DUPLICATE " WS-DUPLICATE-COUNT
               " NO SOURCE " WS-NO-SOURCE-COUNT.

       9000-LOG-RUN-START.
           MOVE "S" TO RL-RECORD-TYPE.
           MOVE ZERO TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE ZERO TO RL-RETURN-CODE.
           PERFORM 9200-WRITE-RUN-LOG.

       9100-LOG-RUN-END.
           COMPUTE WS-READ-COUNT =
               WS-HIST-READ-COUNT + WS-LETTER-READ-COUNT
               + WS-CHGLOG-READ-COUNT.
           MOVE "E" TO RL-RECORD-TYPE.
           MOVE WS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-MATCHED-COUNT TO RL-RECORDS-WRITTEN.
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
               MOVE "CHRGRECN" TO RL-PROGRAM-ID
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
