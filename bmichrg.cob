       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMICHRG.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-PARM ASSIGN TO CHRGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-PARM-STATUS.
           SELECT FEE-SCHEDULE ASSIGN TO FEESCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
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
           SELECT CHARGE-OUT ASSIGN TO CHRGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-OUT-STATUS.
           SELECT CHARGE-REPORT ASSIGN TO CHRGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-PARM
           RECORDING MODE IS F.
       01  CHARGE-PARM-RECORD       PIC X(80).

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       01  FEE-SCHEDULE-RECORD.
           COPY FEESCHD.

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

       FD  CHARGE-OUT
           RECORDING MODE IS F.
       01  CHARGE-OUT-RECORD.
           COPY CHRGREC.

       FD  CHARGE-REPORT
           RECORDING MODE IS F.
       01  CHARGE-REPORT-LINE       PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

      *    ONE SORT RECORD PER BILLABLE SERVICE ("B" - A
      *    SCREENING ON HISTORY OR A LETTER ON THE LETTER LOG)
      *    AND PER CHARGE ALREADY SENT ("C" - FROM THE CHARGE
      *    LOG).  SCREENINGS SORT AHEAD OF COUNSELING WITHIN A
      *    PATIENT SO THE PATIENT'S SITE IS KNOWN BY THE TIME
      *    A LETTER COMES UP.
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
       01  WS-CHARGE-PARM-STATUS    PIC XX.
       01  WS-FEE-SCHEDULE-STATUS   PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-LETTER-LOG-STATUS     PIC XX.
       01  WS-CHARGE-LOG-STATUS     PIC XX.
       01  WS-CHARGE-OUT-STATUS     PIC XX.
       01  WS-CHARGE-REPORT-STATUS  PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-CHARGE-ERROR-SWITCH   PIC X VALUE "N".
           88 CHARGE-ERROR               VALUE "Y".
       01  WS-OUTPUTS-OPEN-SWITCH   PIC X VALUE "N".
           88 OUTPUTS-OPEN               VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-INPUT-FILE          VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-FEE-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FEE-SCHEDULE        VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-HIST-OPEN-SWITCH      PIC X VALUE "N".
           88 HISTORY-OPEN               VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-SENDER-ID             PIC X(8) VALUE "SUNRISE".
       01  WS-LAYOUT-VERSION        PIC X(2) VALUE "01".
       01  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 035.
       01  WS-START-DATE            PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-START          PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).
       01  WS-RUN-TIME              PIC 9(6) VALUE ZERO.
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

       01  WS-FEE-MAX               PIC 9(3) VALUE 100.
       01  WS-FEE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-FEE-SUB               PIC 9(3) VALUE ZERO.
       01  WS-FEE-FOUND             PIC 9(3) VALUE ZERO.
       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 100 TIMES.
               10 WS-FEE-TYPE       PIC X(1).
               10 WS-FEE-EFFECTIVE  PIC 9(8).
               10 WS-FEE-PROC-CODE  PIC X(5).
               10 WS-FEE-UNITS      PIC 9(3).
               10 WS-FEE-PRICE      PIC 9(5)V99.

      *    THE SERVICE NOW PASSING THROUGH THE SORT: HOW MANY
      *    TIMES IT IS ON FILE TO BE BILLED AND HOW MANY TIMES
      *    THE CHARGE LOG SAYS IT HAS ALREADY BEEN CHARGED.
       01  WS-GRP-KEY.
           05 WS-GRP-PAT-ID         PIC X(6).
           05 WS-GRP-SERVICE-TYPE   PIC X(1).
               88 GRP-SCREENING          VALUE "S".
               88 GRP-COUNSELING         VALUE "C".
           05 WS-GRP-SERVICE-DATE   PIC 9(8).
       01  WS-GRP-SITE              PIC X(3).
       01  WS-GRP-BILLABLE          PIC 9(3) VALUE ZERO.
       01  WS-GRP-CHARGED           PIC 9(3) VALUE ZERO.
       01  WS-GRP-TO-CHARGE         PIC 9(3) VALUE ZERO.
       01  WS-PATIENT-ID            PIC X(6) VALUE LOW-VALUES.
       01  WS-PATIENT-SITE          PIC X(3) VALUE SPACES.
       01  WS-LETTER-SITE           PIC X(3) VALUE SPACES.
       01  WS-CHARGE-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       01  WS-EXCEPTION-TEXT        PIC X(20).

       01  WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-LETTER-READ-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHGLOG-READ-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SCREEN-CHARGE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-COUNSEL-CHARGE-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-HASH           PIC 9(9)V99 VALUE ZERO.
       01  WS-ALREADY-SENT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-UNPRICED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-NO-SITE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-NOT-BILLED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-OVERCHARGED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-CHARGE-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-CH1-PAGE           PIC ZZ9.

       01  WS-CHARGE-HEADER-2.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(28)
               VALUE "BILLING CHARGE CAPTURE      ".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-CH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-CH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-CH2-YYYY           PIC 9(4).

       01  WS-CHARGE-HEADER-3.
           05 FILLER                PIC X(8)  VALUE "PATIENT".
           05 FILLER                PIC X(5)  VALUE "SITE".
           05 FILLER                PIC X(12) VALUE "SERVICE DT".
           05 FILLER                PIC X(12) VALUE "SERVICE".
           05 FILLER                PIC X(7)  VALUE "PROC".
           05 FILLER                PIC X(5)  VALUE "UNITS".
           05 FILLER                PIC X(11) VALUE "     AMOUNT".
           05 FILLER                PIC X(20) VALUE "  NOTE".

       01  WS-CHARGE-DETAIL-LINE.
           05 WS-CD-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CD-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CD-YYYY            PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-SERVICE         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-PROC-CODE       PIC X(5).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-UNITS           PIC ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-AMOUNT          PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-NOTE            PIC X(20).

       01  WS-NO-CHARGES-LINE.
           05 FILLER                PIC X(40)
               VALUE "NO NEW CHARGES TONIGHT".

       01  WS-CHARGE-COUNT-LINE.
           05 WS-CC-LABEL           PIC X(32).
           05 WS-CC-COUNT           PIC Z,ZZZ,ZZ9.

       01  WS-CHARGE-AMOUNT-LINE.
           05 WS-CA-LABEL           PIC X(32).
           05 WS-CA-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CHARGE-DATE-LINE.
           05 WS-CT-LABEL           PIC X(32).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-CT-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CT-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CT-YYYY            PIC 9(4).

       01  WS-NOT-BILLED-NOTE-LINE.
           05 FILLER                PIC X(40)
               VALUE "SERVICES NOT BILLED ARE PICKED UP BY THE".
           05 FILLER                PIC X(40)
               VALUE " FIRST RUN AFTER THE CAUSE IS CORRECTED".

       01  WS-OVERCHARGED-NOTE-LINE.
           05 FILLER                PIC X(40)
               VALUE "SERVICES CHARGED MORE THAN ONCE - SEE ".
           05 FILLER                PIC X(40)
               VALUE "THE MONTH-END CHARGE RECONCILIATION".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 9000-LOG-RUN-START.
           PERFORM 1000-READ-PARM.
           IF NOT CHARGE-ERROR
               PERFORM 1400-SET-WINDOW
               PERFORM 1500-LOAD-FEE-SCHEDULE
           END-IF.
           IF NOT CHARGE-ERROR
               PERFORM 2000-OPEN-OUTPUTS
           END-IF.
           IF NOT CHARGE-ERROR
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PAT-ID
                   ON DESCENDING KEY SRT-SERVICE-TYPE
                   ON ASCENDING KEY SRT-SERVICE-DATE
                   ON ASCENDING KEY SRT-SOURCE
                   INPUT PROCEDURE IS 3000-LOAD-SERVICES
                   OUTPUT PROCEDURE IS 4000-WRITE-CHARGES
           END-IF.
           IF NOT CHARGE-ERROR
               PERFORM 5000-WRITE-TRAILER
               PERFORM 5500-WRITE-SUMMARY
           END-IF.
           IF OUTPUTS-OPEN
               CLOSE CHARGE-OUT
               CLOSE CHARGE-REPORT
           END-IF.
           EVALUATE TRUE
               WHEN CHARGE-ERROR
                   DISPLAY "BMICHRG - CHARGE FILE NOT BUILT, DO NOT "
                       "SEND CHRGOUT TO BILLING"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NOT-BILLED-COUNT > 0
                       OR WS-OVERCHARGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
           OPEN INPUT CHARGE-PARM.
           EVALUATE WS-CHARGE-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR CHARGE-ERROR
                       READ CHARGE-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE CHARGE-PARM
               WHEN "35"
                   DISPLAY "NO CHARGE PARAMETER CARD - DEFAULT "
                       "LOOK-BACK OF 035 DAYS IN EFFECT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CHARGE-PARM, STATUS: "
                       WS-CHARGE-PARM-STATUS
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF CHARGE-PARM-RECORD = SPACES
                   OR CHARGE-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING CHARGE-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "DAYS"
                       PERFORM 1200-SET-LOOKBACK-DAYS
                   WHEN "STARTDATE"
                       PERFORM 1300-SET-START-DATE
                   WHEN OTHER
                       DISPLAY "BMICHRG - UNKNOWN PARAMETER CARD: "
                           CHARGE-PARM-RECORD
                       MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-LOOKBACK-DAYS.
           IF WS-PARM-VALUE(1:3) NUMERIC
                   AND WS-PARM-VALUE(4:17) = SPACES
                   AND WS-PARM-VALUE(1:3) NOT = "000"
               MOVE WS-PARM-VALUE(1:3) TO WS-LOOKBACK-DAYS
           ELSE
               DISPLAY "BMICHRG - DAYS MUST BE 001-999, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-IF.

       1300-SET-START-DATE.
      *    NOTHING DATED BEFORE THE START DATE IS EVER CHARGED -
      *    SERVICES BEFORE CHARGE CAPTURE WENT LIVE WERE KEYED
      *    BY THE BILLING OFFICE FROM THE PRINTED REPORTS.
           IF WS-PARM-VALUE(1:8) NUMERIC
                   AND WS-PARM-VALUE(9:12) = SPACES
               MOVE WS-PARM-VALUE(1:8) TO WS-START-DATE
           ELSE
               DISPLAY "BMICHRG - STARTDATE MUST BE YYYYMMDD, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-IF.

       1400-SET-WINDOW.
      *    EVERY SERVICE IN THE LOOK-BACK WINDOW THAT THE CHARGE
      *    LOG DOES NOT ALREADY COVER IS CHARGED, SO A NIGHT THAT
      *    WAS SKIPPED, A SUSPENSE REPROCESS RUN OR A LATE LETTER
      *    IS BILLED BY THE NEXT RUN WITHOUT ANYONE RE-KEYING IT.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-LOOKBACK-DAYS).
           IF WS-START-DATE > WS-WINDOW-START
               MOVE WS-START-DATE TO WS-WINDOW-START
           END-IF.
           DISPLAY "BMICHRG - CHARGING SERVICES DATED FROM "
               WS-WINDOW-START.

       1500-LOAD-FEE-SCHEDULE.
      *    A CHARGE IS NEVER SENT WITHOUT A PRICE, SO WITHOUT THE
      *    FEE SCHEDULE THE RUN STOPS.
           MOVE ZERO TO WS-FEE-COUNT.
           MOVE "N" TO WS-FEE-EOF-SWITCH.
           OPEN INPUT FEE-SCHEDULE.
           EVALUATE WS-FEE-SCHEDULE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FEE-SCHEDULE OR CHARGE-ERROR
                       READ FEE-SCHEDULE
                           AT END
                               SET END-OF-FEE-SCHEDULE TO TRUE
                           NOT AT END
                               PERFORM 1510-STORE-FEE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE FEE-SCHEDULE
                   IF WS-FEE-COUNT = ZERO AND NOT CHARGE-ERROR
                       DISPLAY "BMICHRG - FEE SCHEDULE IS EMPTY"
                       MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
                   END-IF
               WHEN "35"
                   DISPLAY "BMICHRG - NO FEE SCHEDULE, CHARGES "
                       "CANNOT BE PRICED"
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN FEE-SCHEDULE, STATUS: "
                       WS-FEE-SCHEDULE-STATUS
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-EVALUATE.

       1510-STORE-FEE-ENTRY.
           IF FEE-SCHEDULE-RECORD = SPACES
                   OR FEE-SERVICE-TYPE = "*"
               CONTINUE
           ELSE
               PERFORM 1520-CHECK-FEE-ENTRY
           END-IF.

       1520-CHECK-FEE-ENTRY.
           IF (FEE-SCREENING OR FEE-COUNSELING)
                   AND FEE-EFFECTIVE-DATE NUMERIC
                   AND FEE-PROC-CODE NOT = SPACES
                   AND FEE-UNITS NUMERIC
                   AND FEE-UNITS > ZERO
                   AND FEE-UNIT-PRICE NUMERIC
               IF WS-FEE-COUNT < WS-FEE-MAX
                   ADD 1 TO WS-FEE-COUNT
                   MOVE FEE-SERVICE-TYPE
                       TO WS-FEE-TYPE(WS-FEE-COUNT)
                   MOVE FEE-EFFECTIVE-DATE
                       TO WS-FEE-EFFECTIVE(WS-FEE-COUNT)
                   MOVE FEE-PROC-CODE
                       TO WS-FEE-PROC-CODE(WS-FEE-COUNT)
                   MOVE FEE-UNITS TO WS-FEE-UNITS(WS-FEE-COUNT)
                   MOVE FEE-UNIT-PRICE
                       TO WS-FEE-PRICE(WS-FEE-COUNT)
               ELSE
                   DISPLAY "BMICHRG - FEE SCHEDULE TABLE FULL AT "
                       WS-FEE-MAX " ENTRIES"
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
               END-IF
           ELSE
               DISPLAY "BMICHRG - INVALID FEE SCHEDULE ENTRY: "
                   FEE-SCHEDULE-RECORD
               MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-IF.

       2000-OPEN-OUTPUTS.
           OPEN OUTPUT CHARGE-OUT.
           IF WS-CHARGE-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHARGE-OUT, STATUS: "
                   WS-CHARGE-OUT-STATUS
               MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           ELSE
               OPEN OUTPUT CHARGE-REPORT
               IF WS-CHARGE-REPORT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-REPORT, STATUS: "
                       WS-CHARGE-REPORT-STATUS
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
                   CLOSE CHARGE-OUT
               ELSE
                   MOVE "Y" TO WS-OUTPUTS-OPEN-SWITCH
               END-IF
           END-IF.
           IF NOT CHARGE-ERROR
               MOVE SPACES TO CHARGE-OUT-RECORD
               SET CHG-HEADER OF CHARGE-OUT-RECORD TO TRUE
               MOVE WS-SENDER-ID
                   TO CHG-HDR-SENDER OF CHARGE-OUT-RECORD
               MOVE WS-RUN-DATE
                   TO CHG-HDR-CREATE-DATE OF CHARGE-OUT-RECORD
               MOVE WS-RUN-TIME
                   TO CHG-HDR-CREATE-TIME OF CHARGE-OUT-RECORD
               MOVE WS-LAYOUT-VERSION
                   TO CHG-HDR-LAYOUT-VER OF CHARGE-OUT-RECORD
               PERFORM 4800-WRITE-CHARGE-RECORD
           END-IF.

       3000-LOAD-SERVICES.
           PERFORM 3100-LOAD-HISTORY.
           IF NOT CHARGE-ERROR
               PERFORM 3300-LOAD-LETTERS
           END-IF.
           IF NOT CHARGE-ERROR
               PERFORM 3500-LOAD-CHARGE-LOG
           END-IF.
           IF HISTORY-OPEN
               CLOSE BMI-HISTORY
           END-IF.

       3100-LOAD-HISTORY.
      *    ONLY SCREENINGS IN THE WINDOW CAN BE CHARGED, SO THEY
      *    ARE PICKED OFF THE CALC-DATE ALTERNATE INDEX.  THE FILE
      *    IS LEFT OPEN SO EACH LETTER CAN LOOK UP ITS SITE.
           OPEN INPUT BMI-HISTORY.
           EVALUATE WS-BMI-HISTORY-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HIST-OPEN-SWITCH
                   MOVE "N" TO WS-HIST-EOF-SWITCH
                   MOVE WS-WINDOW-START TO HIST-CALC-DATE
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
                               ADD 1 TO WS-HIST-READ-COUNT
                               PERFORM 3200-RELEASE-SCREENING
                       END-READ
                   END-PERFORM
               WHEN "35"
                   DISPLAY "NO HISTORY FILE - NO SCREENINGS TO CHARGE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                       WS-BMI-HISTORY-STATUS
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-EVALUATE.

       3200-RELEASE-SCREENING.
           IF PAT-LAST-CALC-DATE OF BMI-HISTORY-RECORD NUMERIC
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
                   DISPLAY "NO LETTER LOG - NO COUNSELING TO CHARGE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN LETTER-LOG, STATUS: "
                       WS-LETTER-LOG-STATUS
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-EVALUATE.

       3400-RELEASE-LETTER.
           IF LTR-LETTER-DATE NUMERIC
                   AND LTR-LETTER-DATE >= WS-WINDOW-START
               PERFORM 3450-FIND-LETTER-SITE
               MOVE LTR-PAT-ID TO SRT-PAT-ID
               MOVE "C" TO SRT-SERVICE-TYPE
               MOVE LTR-LETTER-DATE TO SRT-SERVICE-DATE
               MOVE "B" TO SRT-SOURCE
               MOVE WS-LETTER-SITE TO SRT-SITE-CODE
               RELEASE SORT-RECORD
           END-IF.

       3450-FIND-LETTER-SITE.
      *    A LETTER TAKES ITS SITE FROM THE PATIENT'S LATEST
      *    READING THAT HAS ONE; THE READINGS COME BACK BY KEY,
      *    OLDEST FIRST.
           MOVE SPACES TO WS-LETTER-SITE.
           IF HISTORY-OPEN
               MOVE "N" TO WS-HIST-EOF-SWITCH
               MOVE LTR-PAT-ID TO HIST-PAT-ID
               MOVE ZERO TO HIST-CALC-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START BMI-HISTORY KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET END-OF-HISTORY-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-HISTORY-SCAN
                   READ BMI-HISTORY NEXT RECORD
                       AT END
                           SET END-OF-HISTORY-SCAN TO TRUE
                       NOT AT END
                           IF HIST-PAT-ID NOT = LTR-PAT-ID
                               SET END-OF-HISTORY-SCAN TO TRUE
                           ELSE
                               IF PAT-SITE-CODE OF BMI-HISTORY-RECORD
                                       NOT = SPACES
                                   MOVE PAT-SITE-CODE
                                       OF BMI-HISTORY-RECORD
                                       TO WS-LETTER-SITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3500-LOAD-CHARGE-LOG.
      *    NO CHARGE LOG JUST MEANS NOTHING HAS BEEN CHARGED YET.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CHARGE-LOG.
           EVALUATE WS-CHARGE-LOG-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ CHARGE-LOG
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CHGLOG-READ-COUNT
                               PERFORM 3600-RELEASE-CHARGE
                       END-READ
                   END-PERFORM
                   CLOSE CHARGE-LOG
               WHEN "35"
                   DISPLAY "NO CHARGE LOG - NOTHING CHARGED BEFORE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CHARGE-LOG, STATUS: "
                       WS-CHARGE-LOG-STATUS
                   MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-EVALUATE.

       3600-RELEASE-CHARGE.
           IF CHG-DETAIL OF CHARGE-LOG-RECORD
                   AND CHG-SERVICE-DATE OF CHARGE-LOG-RECORD
                       NUMERIC
                   AND CHG-SERVICE-DATE OF CHARGE-LOG-RECORD
                       >= WS-WINDOW-START
               MOVE CHG-PAT-ID OF CHARGE-LOG-RECORD TO SRT-PAT-ID
               MOVE CHG-SERVICE-TYPE OF CHARGE-LOG-RECORD
                   TO SRT-SERVICE-TYPE
               MOVE CHG-SERVICE-DATE OF CHARGE-LOG-RECORD
                   TO SRT-SERVICE-DATE
               MOVE "C" TO SRT-SOURCE
               MOVE CHG-SITE-CODE OF CHARGE-LOG-RECORD
                   TO SRT-SITE-CODE
               RELEASE SORT-RECORD
           END-IF.

       4000-WRITE-CHARGES.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 4050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               IF SRT-PAT-ID NOT = WS-PATIENT-ID
                   MOVE SRT-PAT-ID TO WS-PATIENT-ID
                   MOVE SPACES TO WS-PATIENT-SITE
               END-IF
               MOVE SRT-GROUP-KEY TO WS-GRP-KEY
               MOVE SPACES TO WS-GRP-SITE
               MOVE ZERO TO WS-GRP-BILLABLE
               MOVE ZERO TO WS-GRP-CHARGED
               PERFORM 4100-ADD-TO-GROUP
                   UNTIL END-OF-SORT-FILE
                       OR SRT-GROUP-KEY NOT = WS-GRP-KEY
               PERFORM 4200-CLOSE-GROUP
           END-PERFORM.
           IF WS-CHARGE-COUNT = ZERO AND WS-NOT-BILLED-COUNT = ZERO
               PERFORM 4900-WRITE-CHARGE-HEADERS
               WRITE CHARGE-REPORT-LINE FROM SPACES
               WRITE CHARGE-REPORT-LINE FROM WS-NO-CHARGES-LINE
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
               IF SRT-SITE-CODE NOT = SPACES
                   MOVE SRT-SITE-CODE TO WS-GRP-SITE
                   MOVE SRT-SITE-CODE TO WS-PATIENT-SITE
               END-IF
           END-IF.
           PERFORM 4050-RETURN-SORT-RECORD.

       4200-CLOSE-GROUP.
      *    A SERVICE IS CHARGED AS MANY TIMES AS IT IS ON FILE,
      *    LESS THE CHARGES ALREADY ON THE LOG FOR IT.
           IF WS-GRP-SERVICE-DATE >= WS-WINDOW-START
               IF GRP-COUNSELING
                   MOVE WS-PATIENT-SITE TO WS-GRP-SITE
               END-IF
               IF WS-GRP-BILLABLE > WS-GRP-CHARGED
                   ADD WS-GRP-CHARGED TO WS-ALREADY-SENT-COUNT
                   COMPUTE WS-GRP-TO-CHARGE =
                       WS-GRP-BILLABLE - WS-GRP-CHARGED
                   PERFORM 4300-PRICE-SERVICE
                   EVALUATE TRUE
                       WHEN WS-FEE-FOUND = ZERO
                           MOVE "NOT BILLED - NO FEE"
                               TO WS-EXCEPTION-TEXT
                           ADD WS-GRP-TO-CHARGE TO WS-UNPRICED-COUNT
                           PERFORM 4600-WRITE-NOT-BILLED
                       WHEN WS-GRP-SITE = SPACES
                           MOVE "NOT BILLED - NO SITE"
                               TO WS-EXCEPTION-TEXT
                           ADD WS-GRP-TO-CHARGE TO WS-NO-SITE-COUNT
                           PERFORM 4600-WRITE-NOT-BILLED
                       WHEN OTHER
                           PERFORM 4400-WRITE-CHARGE
                               WS-GRP-TO-CHARGE TIMES
                   END-EVALUATE
               ELSE
                   ADD WS-GRP-BILLABLE TO WS-ALREADY-SENT-COUNT
                   IF WS-GRP-CHARGED > WS-GRP-BILLABLE
                       ADD 1 TO WS-OVERCHARGED-COUNT
                   END-IF
               END-IF
           END-IF.

       4300-PRICE-SERVICE.
      *    THE ENTRY IN EFFECT IS THE ONE FOR THE SERVICE TYPE
      *    WITH THE LATEST EFFECTIVE DATE NOT AFTER THE SERVICE.
           MOVE ZERO TO WS-FEE-FOUND.
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               IF WS-FEE-TYPE(WS-FEE-SUB) = WS-GRP-SERVICE-TYPE
                       AND WS-FEE-EFFECTIVE(WS-FEE-SUB)
                           <= WS-GRP-SERVICE-DATE
                   IF WS-FEE-FOUND = ZERO
                       MOVE WS-FEE-SUB TO WS-FEE-FOUND
                   ELSE
                       IF WS-FEE-EFFECTIVE(WS-FEE-SUB) >
                               WS-FEE-EFFECTIVE(WS-FEE-FOUND)
                           MOVE WS-FEE-SUB TO WS-FEE-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4400-WRITE-CHARGE.
           COMPUTE WS-CHARGE-AMOUNT =
               WS-FEE-UNITS(WS-FEE-FOUND)
                   * WS-FEE-PRICE(WS-FEE-FOUND).
           MOVE SPACES TO CHARGE-OUT-RECORD.
           SET CHG-DETAIL OF CHARGE-OUT-RECORD TO TRUE.
           MOVE WS-GRP-PAT-ID TO CHG-PAT-ID OF CHARGE-OUT-RECORD.
           MOVE WS-GRP-SITE TO CHG-SITE-CODE OF CHARGE-OUT-RECORD.
           MOVE WS-GRP-SERVICE-DATE
               TO CHG-SERVICE-DATE OF CHARGE-OUT-RECORD.
           MOVE WS-GRP-SERVICE-TYPE
               TO CHG-SERVICE-TYPE OF CHARGE-OUT-RECORD.
           MOVE WS-FEE-PROC-CODE(WS-FEE-FOUND)
               TO CHG-PROC-CODE OF CHARGE-OUT-RECORD.
           MOVE WS-FEE-UNITS(WS-FEE-FOUND)
               TO CHG-UNITS OF CHARGE-OUT-RECORD.
           MOVE WS-CHARGE-AMOUNT TO CHG-AMOUNT OF CHARGE-OUT-RECORD.
           PERFORM 4800-WRITE-CHARGE-RECORD.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD WS-CHARGE-AMOUNT TO WS-AMOUNT-HASH.
           IF GRP-SCREENING
               ADD 1 TO WS-SCREEN-CHARGE-COUNT
           ELSE
               ADD 1 TO WS-COUNSEL-CHARGE-COUNT
           END-IF.
           MOVE SPACES TO WS-CD-NOTE.
           MOVE WS-FEE-PROC-CODE(WS-FEE-FOUND) TO WS-CD-PROC-CODE.
           MOVE WS-FEE-UNITS(WS-FEE-FOUND) TO WS-CD-UNITS.
           MOVE WS-CHARGE-AMOUNT TO WS-CD-AMOUNT.
           PERFORM 4700-WRITE-DETAIL-LINE.

       4600-WRITE-NOT-BILLED.
           ADD WS-GRP-TO-CHARGE TO WS-NOT-BILLED-COUNT.
           MOVE WS-EXCEPTION-TEXT TO WS-CD-NOTE.
           MOVE SPACES TO WS-CD-PROC-CODE.
           MOVE ZERO TO WS-CD-UNITS.
           MOVE ZERO TO WS-CD-AMOUNT.
           PERFORM 4700-WRITE-DETAIL-LINE.

       4700-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-CHARGE-HEADERS
           END-IF.
           MOVE WS-GRP-PAT-ID TO WS-CD-PATIENT-ID.
           MOVE WS-GRP-SITE TO WS-CD-SITE.
           MOVE WS-GRP-SERVICE-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-CD-MM.
           MOVE WS-DW-DD TO WS-CD-DD.
           MOVE WS-DW-YYYY TO WS-CD-YYYY.
           IF GRP-SCREENING
               MOVE "SCREENING" TO WS-CD-SERVICE
           ELSE
               MOVE "COUNSELING" TO WS-CD-SERVICE
           END-IF.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       4800-WRITE-CHARGE-RECORD.
           WRITE CHARGE-OUT-RECORD.
           IF WS-CHARGE-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CHARGE-OUT, STATUS: "
                   WS-CHARGE-OUT-STATUS
               MOVE "Y" TO WS-CHARGE-ERROR-SWITCH
           END-IF.

       4900-WRITE-CHARGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-CH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-CH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-CH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-CH2-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE CHARGE-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-HEADER-1.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-HEADER-2.
           WRITE CHARGE-REPORT-LINE FROM SPACES.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

       5000-WRITE-TRAILER.
           MOVE SPACES TO CHARGE-OUT-RECORD.
           SET CHG-TRAILER OF CHARGE-OUT-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO CHG-TRL-CREATE-DATE OF CHARGE-OUT-RECORD.
           MOVE WS-CHARGE-COUNT
               TO CHG-TRL-CHARGE-COUNT OF CHARGE-OUT-RECORD.
           MOVE WS-SCREEN-CHARGE-COUNT
               TO CHG-TRL-SCREEN-COUNT OF CHARGE-OUT-RECORD.
           MOVE WS-COUNSEL-CHARGE-COUNT
               TO CHG-TRL-COUNSEL-COUNT OF CHARGE-OUT-RECORD.
           MOVE WS-AMOUNT-HASH
               TO CHG-TRL-AMOUNT-HASH OF CHARGE-OUT-RECORD.
           PERFORM 4800-WRITE-CHARGE-RECORD.

       5500-WRITE-SUMMARY.
           WRITE CHARGE-REPORT-LINE FROM SPACES.
           MOVE "SERVICES CHARGED FROM:" TO WS-CT-LABEL.
           MOVE WS-WINDOW-START TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-CT-MM.
           MOVE WS-DW-DD TO WS-CT-DD.
           MOVE WS-DW-YYYY TO WS-CT-YYYY.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-DATE-LINE.
           MOVE "HISTORY RECORDS READ:           " TO WS-CC-LABEL.
           MOVE WS-HIST-READ-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "LETTER LOG ENTRIES READ:        " TO WS-CC-LABEL.
           MOVE WS-LETTER-READ-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "CHARGE LOG RECORDS READ:        " TO WS-CC-LABEL.
           MOVE WS-CHGLOG-READ-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "ALREADY CHARGED (SKIPPED):      " TO WS-CC-LABEL.
           MOVE WS-ALREADY-SENT-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "SCREENING CHARGES:              " TO WS-CC-LABEL.
           MOVE WS-SCREEN-CHARGE-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "COUNSELING CHARGES:             " TO WS-CC-LABEL.
           MOVE WS-COUNSEL-CHARGE-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "TRAILER CHARGE COUNT:           " TO WS-CC-LABEL.
           MOVE WS-CHARGE-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "TRAILER DOLLAR HASH:            " TO WS-CA-LABEL.
           MOVE WS-AMOUNT-HASH TO WS-CA-AMOUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-AMOUNT-LINE.
           MOVE "NOT BILLED - NO FEE IN EFFECT:  " TO WS-CC-LABEL.
           MOVE WS-UNPRICED-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "NOT BILLED - NO SITE ON FILE:   " TO WS-CC-LABEL.
           MOVE WS-NO-SITE-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           MOVE "SERVICES CHARGED MORE THAN ONCE:" TO WS-CC-LABEL.
           MOVE WS-OVERCHARGED-COUNT TO WS-CC-COUNT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-COUNT-LINE.
           IF WS-NOT-BILLED-COUNT > 0
               WRITE CHARGE-REPORT-LINE FROM SPACES
               WRITE CHARGE-REPORT-LINE FROM WS-NOT-BILLED-NOTE-LINE
               DISPLAY "BMICHRG - " WS-NOT-BILLED-COUNT
                   " SERVICES NOT BILLED - CHECK THE FEE SCHEDULE "
                   "AND THE CHARGE REPORT"
           END-IF.
           IF WS-OVERCHARGED-COUNT > 0
               WRITE CHARGE-REPORT-LINE FROM SPACES
               WRITE CHARGE-REPORT-LINE FROM WS-OVERCHARGED-NOTE-LINE
               DISPLAY "BMICHRG - " WS-OVERCHARGED-COUNT
                   " SERVICES ALREADY CHARGED MORE THAN ONCE"
           END-IF.
           DISPLAY "BMICHRG - SCREENING " WS-SCREEN-CHARGE-COUNT
               " COUNSELING " WS-COUNSEL-CHARGE-COUNT
               " TOTAL " WS-CHARGE-COUNT
               " DOLLAR HASH " WS-AMOUNT-HASH.

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
           MOVE WS-CHARGE-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-NOT-BILLED-COUNT TO RL-RECORDS-REJECTED.
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
               MOVE "BMICHRG " TO RL-PROGRAM-ID
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
