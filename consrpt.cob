       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSRPT.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-PARM ASSIGN TO CONSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-PARM-STATUS.
           SELECT SUPPRESS-LOG ASSIGN TO CONSSUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT CONSENT-REPORT ASSIGN TO CONSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-PARM
           RECORDING MODE IS F.
       01  CONSENT-PARM-RECORD      PIC X(80).

       FD  SUPPRESS-LOG
           RECORDING MODE IS F.
       01  SUPPRESS-LOG-RECORD.
           COPY CONSSUP.

       FD  CONSENT-REPORT
           RECORDING MODE IS F.
       01  CONSENT-REPORT-LINE      PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

      *    THE SAME HOLD CAN BE LOGGED TWICE WHEN A NIGHTLY RUN IS
      *    RESTARTED FROM ITS CHECKPOINT, SO THE MONTH'S ENTRIES
      *    ARE SORTED WITH LIKE ENTRIES TOGETHER AND PRINTED ONCE.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ENTRY-KEY.
               10 SRT-PAT-ID        PIC X(6).
               10 SRT-READING-DATE  PIC 9(8).
               10 SRT-INTERFACE     PIC X(1).
               10 SRT-RUN-DATE      PIC 9(8).
               10 SRT-REASON-CODE   PIC X(2).
           05 SRT-PROGRAM-ID        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CONSENT-PARM-STATUS   PIC XX.
       01  WS-SUPPRESS-STATUS       PIC XX.
       01  WS-CONSENT-REPORT-STATUS PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-REPORT-ERROR-SWITCH   PIC X VALUE "N".
           88 REPORT-ERROR               VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH    PIC X VALUE "N".
           88 REPORT-OPEN                VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-INPUT-FILE          VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YYYY        PIC 9(4).
           05 WS-REPORT-MM          PIC 9(2).
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
       01  WS-PREV-ENTRY-KEY        PIC X(25) VALUE LOW-VALUES.
       01  WS-IF-SUB                PIC 9(1) VALUE ZERO.
       01  WS-RS-SUB                PIC 9(1) VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MONTH-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

      *    HOLDS LISTED FOR THE MONTH, BY INTERFACE (PORTAL
      *    EXTRACT, EHR RESULT, EHR RESEND, REFERRAL LETTER)
      *    AND REASON (NO CONSENT, WITHDRAWN, PORTAL DECLINED,
      *    LETTERS DECLINED).  THE FIFTH ROW AND COLUMN CATCH
      *    ANY CODE THIS PROGRAM DOES NOT KNOW.
       01  WS-HOLD-TOTALS.
           05 WS-HT-INTERFACE OCCURS 5 TIMES.
               10 WS-HT-REASON      PIC 9(7) OCCURS 5 TIMES.
               10 WS-HT-ROW-TOTAL   PIC 9(7).
       01  WS-HT-COLUMN-TOTALS.
           05 WS-HT-COL-TOTAL       PIC 9(7) OCCURS 5 TIMES.

       01  WS-INTERFACE-NAMES.
           05 FILLER                PIC X(16) VALUE "PORTAL EXTRACT".
           05 FILLER                PIC X(16) VALUE "EHR RESULT".
           05 FILLER                PIC X(16) VALUE "EHR RESEND".
           05 FILLER                PIC X(16) VALUE "REFERRAL LETTER".
           05 FILLER                PIC X(16) VALUE "OTHER".
       01  WS-INTERFACE-NAMES-R REDEFINES WS-INTERFACE-NAMES.
           05 WS-INTERFACE-NAME     PIC X(16) OCCURS 5 TIMES.

       01  WS-REASON-NAMES.
           05 FILLER                PIC X(24)
               VALUE "NO CONSENT ON FILE".
           05 FILLER                PIC X(24)
               VALUE "CONSENT WITHDRAWN".
           05 FILLER                PIC X(24)
               VALUE "PORTAL SHARING DECLINED".
           05 FILLER                PIC X(24)
               VALUE "LETTERS DECLINED".
           05 FILLER                PIC X(24)
               VALUE "UNKNOWN REASON".
       01  WS-REASON-NAMES-R REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME        PIC X(24) OCCURS 5 TIMES.

       01  WS-CONSENT-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-CH1-PAGE           PIC ZZ9.

       01  WS-CONSENT-HEADER-2.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(32)
               VALUE "CONSENT SUPPRESSION REPORT".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-CH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-CH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-CH2-YYYY           PIC 9(4).

       01  WS-CONSENT-HEADER-3.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "REPORT MONTH:  ".
           05 WS-CH3-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-CH3-YYYY           PIC 9(4).

       01  WS-CONSENT-COLUMN-LINE.
           05 FILLER                PIC X(8)  VALUE "PATIENT".
           05 FILLER                PIC X(12) VALUE "READING DT".
           05 FILLER                PIC X(18) VALUE "HELD FROM".
           05 FILLER                PIC X(12) VALUE "HELD ON".
           05 FILLER                PIC X(30) VALUE "REASON".

       01  WS-CONSENT-DETAIL-LINE.
           05 WS-CD-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-READ-MM         PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CD-READ-DD         PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CD-READ-YYYY       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-INTERFACE       PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-RUN-MM          PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CD-RUN-DD          PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CD-RUN-YYYY        PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-REASON          PIC X(24).

       01  WS-NONE-HELD-LINE.
           05 FILLER                PIC X(40)
               VALUE "NOTHING WAS HELD BACK FOR CONSENT IN THE".
           05 FILLER                PIC X(40)
               VALUE " MONTH".

       01  WS-TOTALS-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE "HOLDS BY INTERFACE AND REASON".

       01  WS-TOTALS-COLUMN-LINE.
           05 FILLER                PIC X(18) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "        NO".
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "    PORTAL".
           05 FILLER                PIC X(10) VALUE "   LETTERS".
       01  WS-TOTALS-COLUMN-LINE-2.
           05 FILLER                PIC X(18) VALUE "HELD FROM".
           05 FILLER                PIC X(10) VALUE "   CONSENT".
           05 FILLER                PIC X(10) VALUE " WITHDRAWN".
           05 FILLER                PIC X(10) VALUE "  DECLINED".
           05 FILLER                PIC X(10) VALUE "  DECLINED".
           05 FILLER                PIC X(10) VALUE "     OTHER".
           05 FILLER                PIC X(10) VALUE "     TOTAL".

       01  WS-TOTALS-LINE.
           05 WS-TL-INTERFACE       PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-TL-COLUMN OCCURS 6 TIMES.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-TL-COUNT       PIC Z,ZZZ,ZZ9.

       01  WS-CONSENT-COUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CC-LABEL           PIC X(36).
           05 WS-CC-COUNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           INITIALIZE WS-HOLD-TOTALS.
           INITIALIZE WS-HT-COLUMN-TOTALS.
           PERFORM 1000-READ-PARM.
           IF NOT REPORT-ERROR
               COMPUTE WS-MONTH-FROM = WS-REPORT-MONTH * 100 + 1
               COMPUTE WS-MONTH-TO = WS-REPORT-MONTH * 100 + 31
               PERFORM 2000-OPEN-REPORT
           END-IF.
           IF NOT REPORT-ERROR
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PAT-ID
                   ON ASCENDING KEY SRT-READING-DATE
                   ON ASCENDING KEY SRT-INTERFACE
                   ON ASCENDING KEY SRT-RUN-DATE
                   ON ASCENDING KEY SRT-REASON-CODE
                   INPUT PROCEDURE IS 3000-LOAD-SUPPRESSIONS
                   OUTPUT PROCEDURE IS 4000-LIST-SUPPRESSIONS
           END-IF.
           IF NOT REPORT-ERROR
               PERFORM 5000-WRITE-SUMMARY
           END-IF.
           IF REPORT-OPEN
               CLOSE CONSENT-REPORT
           END-IF.
           IF REPORT-ERROR
               DISPLAY "CONSRPT - SUPPRESSION REPORT NOT COMPLETED"
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
      *    WITH NO PARAMETER CARD THE MONTH BEFORE THE RUN DATE
      *    IS REPORTED, WHICH IS WHAT THE MONTHLY RUN WANTS.
           MOVE WS-RUN-DATE-YYYY TO WS-REPORT-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-REPORT-MM.
           IF WS-REPORT-MM = 01
               SUBTRACT 1 FROM WS-REPORT-YYYY
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF.
           OPEN INPUT CONSENT-PARM.
           EVALUATE WS-CONSENT-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR REPORT-ERROR
                       READ CONSENT-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-PARM
               WHEN "35"
                   DISPLAY "NO CONSENT REPORT PARAMETER CARD - "
                       "REPORTING THE MONTH BEFORE THE RUN DATE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CONSENT-PARM, STATUS: "
                       WS-CONSENT-PARM-STATUS
                   MOVE "Y" TO WS-REPORT-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF CONSENT-PARM-RECORD = SPACES
                   OR CONSENT-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING CONSENT-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "MONTH"
                       PERFORM 1200-SET-MONTH
                   WHEN OTHER
                       DISPLAY "CONSRPT - UNKNOWN PARAMETER CARD: "
                           CONSENT-PARM-RECORD
                       MOVE "Y" TO WS-REPORT-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-MONTH.
           IF WS-PARM-VALUE(1:6) NUMERIC
                   AND WS-PARM-VALUE(7:14) = SPACES
                   AND WS-PARM-VALUE(5:2) >= "01"
                   AND WS-PARM-VALUE(5:2) <= "12"
               MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "CONSRPT - MONTH MUST BE YYYYMM, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-REPORT-ERROR-SWITCH
           END-IF.

       2000-OPEN-REPORT.
           OPEN OUTPUT CONSENT-REPORT.
           IF WS-CONSENT-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CONSENT-REPORT, STATUS: "
                   WS-CONSENT-REPORT-STATUS
               MOVE "Y" TO WS-REPORT-ERROR-SWITCH
           ELSE
               MOVE "Y" TO WS-REPORT-OPEN-SWITCH
           END-IF.

       3000-LOAD-SUPPRESSIONS.
      *    THE LOG IS KEPT IN FULL, SO ONLY ENTRIES WRITTEN BY A
      *    RUN IN THE REPORT MONTH ARE TAKEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUPPRESS-LOG.
           EVALUATE WS-SUPPRESS-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ SUPPRESS-LOG
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM 3100-RELEASE-SUPPRESSION
                       END-READ
                   END-PERFORM
                   CLOSE SUPPRESS-LOG
               WHEN "35"
                   DISPLAY "NO SUPPRESSION LOG - NOTHING HELD BACK"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN SUPPRESS-LOG, STATUS: "
                       WS-SUPPRESS-STATUS
                   MOVE "Y" TO WS-REPORT-ERROR-SWITCH
           END-EVALUATE.

       3100-RELEASE-SUPPRESSION.
           IF CSP-RUN-DATE NUMERIC
                   AND CSP-RUN-DATE >= WS-MONTH-FROM
                   AND CSP-RUN-DATE <= WS-MONTH-TO
               ADD 1 TO WS-MONTH-COUNT
               MOVE CSP-PAT-ID TO SRT-PAT-ID
               MOVE CSP-READING-DATE TO SRT-READING-DATE
               MOVE CSP-INTERFACE TO SRT-INTERFACE
               MOVE CSP-RUN-DATE TO SRT-RUN-DATE
               MOVE CSP-REASON-CODE TO SRT-REASON-CODE
               MOVE CSP-PROGRAM-ID TO SRT-PROGRAM-ID
               RELEASE SORT-RECORD
           END-IF.

       4000-LIST-SUPPRESSIONS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 4050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               IF SRT-ENTRY-KEY = WS-PREV-ENTRY-KEY
                   ADD 1 TO WS-REPEAT-COUNT
               ELSE
                   MOVE SRT-ENTRY-KEY TO WS-PREV-ENTRY-KEY
                   PERFORM 4100-WRITE-DETAIL
               END-IF
               PERFORM 4050-RETURN-SORT-RECORD
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               PERFORM 4900-WRITE-CONSENT-HEADERS
               WRITE CONSENT-REPORT-LINE FROM SPACES
               WRITE CONSENT-REPORT-LINE FROM WS-NONE-HELD-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4100-WRITE-DETAIL.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE SRT-INTERFACE
               WHEN "W"
                   MOVE 1 TO WS-IF-SUB
               WHEN "E"
                   MOVE 2 TO WS-IF-SUB
               WHEN "R"
                   MOVE 3 TO WS-IF-SUB
               WHEN "L"
                   MOVE 4 TO WS-IF-SUB
               WHEN OTHER
                   MOVE 5 TO WS-IF-SUB
           END-EVALUATE.
           EVALUATE SRT-REASON-CODE
               WHEN "NC"
                   MOVE 1 TO WS-RS-SUB
               WHEN "WD"
                   MOVE 2 TO WS-RS-SUB
               WHEN "NP"
                   MOVE 3 TO WS-RS-SUB
               WHEN "NL"
                   MOVE 4 TO WS-RS-SUB
               WHEN OTHER
                   MOVE 5 TO WS-RS-SUB
           END-EVALUATE.
           ADD 1 TO WS-HT-REASON(WS-IF-SUB, WS-RS-SUB).
           ADD 1 TO WS-HT-ROW-TOTAL(WS-IF-SUB).
           ADD 1 TO WS-HT-COL-TOTAL(WS-RS-SUB).
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-CONSENT-HEADERS
           END-IF.
           MOVE SRT-PAT-ID TO WS-CD-PATIENT-ID.
           MOVE SRT-READING-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-CD-READ-MM.
           MOVE WS-DW-DD TO WS-CD-READ-DD.
           MOVE WS-DW-YYYY TO WS-CD-READ-YYYY.
           MOVE WS-INTERFACE-NAME(WS-IF-SUB) TO WS-CD-INTERFACE.
           MOVE SRT-RUN-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-CD-RUN-MM.
           MOVE WS-DW-DD TO WS-CD-RUN-DD.
           MOVE WS-DW-YYYY TO WS-CD-RUN-YYYY.
           MOVE WS-REASON-NAME(WS-RS-SUB) TO WS-CD-REASON.
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       4900-WRITE-CONSENT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-CH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-CH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-CH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-CH2-YYYY.
           MOVE WS-REPORT-MM TO WS-CH3-MM.
           MOVE WS-REPORT-YYYY TO WS-CH3-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE CONSENT-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-HEADER-1.
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-HEADER-2.
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-HEADER-3.
           WRITE CONSENT-REPORT-LINE FROM SPACES.
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-COLUMN-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       5000-WRITE-SUMMARY.
           IF WS-LINE-COUNT + 12 >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-CONSENT-HEADERS
           END-IF.
           WRITE CONSENT-REPORT-LINE FROM SPACES.
           WRITE CONSENT-REPORT-LINE FROM WS-TOTALS-TITLE-LINE.
           WRITE CONSENT-REPORT-LINE FROM WS-TOTALS-COLUMN-LINE.
           WRITE CONSENT-REPORT-LINE FROM WS-TOTALS-COLUMN-LINE-2.
           PERFORM VARYING WS-IF-SUB FROM 1 BY 1
                   UNTIL WS-IF-SUB > 5
               MOVE WS-INTERFACE-NAME(WS-IF-SUB) TO WS-TL-INTERFACE
               PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                       UNTIL WS-RS-SUB > 5
                   MOVE WS-HT-REASON(WS-IF-SUB, WS-RS-SUB)
                       TO WS-TL-COUNT(WS-RS-SUB)
               END-PERFORM
               MOVE WS-HT-ROW-TOTAL(WS-IF-SUB) TO WS-TL-COUNT(6)
               WRITE CONSENT-REPORT-LINE FROM WS-TOTALS-LINE
           END-PERFORM.
           MOVE "TOTAL" TO WS-TL-INTERFACE.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > 5
               MOVE WS-HT-COL-TOTAL(WS-RS-SUB)
                   TO WS-TL-COUNT(WS-RS-SUB)
           END-PERFORM.
           MOVE WS-LISTED-COUNT TO WS-TL-COUNT(6).
           WRITE CONSENT-REPORT-LINE FROM WS-TOTALS-LINE.
           WRITE CONSENT-REPORT-LINE FROM SPACES.
           MOVE "LOG ENTRIES FOR THE MONTH:" TO WS-CC-LABEL.
           MOVE WS-MONTH-COUNT TO WS-CC-COUNT.
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-COUNT-LINE.
           MOVE "REPEATS FROM RESTARTED RUNS:" TO WS-CC-LABEL.
           MOVE WS-REPEAT-COUNT TO WS-CC-COUNT.
           WRITE CONSENT-REPORT-LINE FROM WS-CONSENT-COUNT-LINE.
           DISPLAY "CONSRPT - MONTH " WS-REPORT-MONTH
               " HOLDS LISTED " WS-LISTED-COUNT
               " REPEATS " WS-REPEAT-COUNT.

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
           MOVE WS-LISTED-COUNT TO RL-RECORDS-WRITTEN.
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
               MOVE "CONSRPT" TO RL-PROGRAM-ID
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
