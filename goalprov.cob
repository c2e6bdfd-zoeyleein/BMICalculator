       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOALPROV.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-RESULTS ASSIGN TO GOALWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-RESULTS-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT GOAL-PROVIDER-REPORT ASSIGN TO GOALPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  GOAL-RESULTS
           RECORDING MODE IS F.
       01  GOAL-RESULT-RECORD.
           COPY GOALRES.

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       FD  GOAL-PROVIDER-REPORT
           RECORDING MODE IS F.
       01  GOAL-PROVIDER-LINE       PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       SD  SORT-FILE.
       01  SORT-RECORD.
           COPY GOALRES.

       WORKING-STORAGE SECTION.
       01  WS-GOAL-RESULTS-STATUS   PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-REPORT-ERROR-SWITCH   PIC X VALUE "N".
           88 REPORT-ERROR               VALUE "Y".
       01  WS-PROVIDER-OPEN-SWITCH  PIC X VALUE "N".
           88 PROVIDER-FILE-OPEN         VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-GOAL-RESULTS        VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-PREV-PROVIDER         PIC X(6).
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PROVIDER-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SUB             PIC 9(1).
      *    ENTRY 1 IS THE CURRENT PROVIDER, ENTRY 2 ALL PROVIDERS.
       01  WS-GOAL-TOTALS.
           05 WS-GT-ENTRY OCCURS 2 TIMES.
               10 WS-GT-CHECKED     PIC 9(5).
               10 WS-GT-ONTRACK     PIC 9(5).
               10 WS-GT-OFFTRACK    PIC 9(5).
               10 WS-GT-ACHIEVED    PIC 9(5).
               10 WS-GT-EXPIRED     PIC 9(5).
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
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-GOAL-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-GH1-PAGE           PIC ZZ9.

       01  WS-GOAL-HEADER-2.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(26)
               VALUE "GOAL PROGRESS BY PROVIDER ".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-GH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-GH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-GH2-YYYY           PIC 9(4).

       01  WS-PROVIDER-LINE.
           05 FILLER                PIC X(10) VALUE "PROVIDER: ".
           05 WS-PL-PROVIDER-ID     PIC X(13).
           05 WS-PL-NAME            PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-SITE-LABEL      PIC X(6).
           05 WS-PL-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-STATUS          PIC X(8).

       01  WS-GOAL-HEADER-3.
           05 FILLER                PIC X(8)  VALUE "PATIENT ".
           05 FILLER                PIC X(21) VALUE "NAME".
           05 FILLER                PIC X(8)  VALUE " TARGET ".
           05 FILLER                PIC X(8)  VALUE "CURRENT ".
           05 FILLER                PIC X(12) VALUE "TARGET DATE ".
           05 FILLER                PIC X(9)  VALUE "STATUS".

       01  WS-GOAL-DETAIL-LINE.
           05 WS-GD-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-GD-NAME            PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-GD-TARGET          PIC Z9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-GD-CURRENT         PIC Z9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-GD-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-GD-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-GD-YYYY            PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-GD-STATUS          PIC X(9).

       01  WS-GOAL-COUNT-LINE.
           05 WS-GC-LABEL           PIC X(24).
           05 WS-GC-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           INITIALIZE WS-GOAL-TOTALS.
           PERFORM 2000-OPEN-FILES.
           IF NOT REPORT-ERROR
               SORT SORT-FILE
                   ON ASCENDING KEY GR-PROVIDER-ID OF SORT-RECORD
                   ON ASCENDING KEY GR-PAT-ID OF SORT-RECORD
                   INPUT PROCEDURE IS 3000-LOAD-RESULTS
                   OUTPUT PROCEDURE IS 4000-PRINT-BY-PROVIDER
               PERFORM 5000-WRITE-SUMMARY
               CLOSE GOAL-PROVIDER-REPORT
               IF PROVIDER-FILE-OPEN
                   CLOSE PROVIDER-FILE
               END-IF
           END-IF.
           IF REPORT-ERROR
               DISPLAY "GOALPROV - PROVIDER GOAL REPORT NOT PRODUCED"
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       2000-OPEN-FILES.
           OPEN OUTPUT GOAL-PROVIDER-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GOAL-PROVIDER-REPORT, STATUS: "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-REPORT-ERROR-SWITCH
           END-IF.
      *    THE PROVIDER MASTER ONLY SUPPLIES SECTION NAMES, SO THE
      *    REPORT STILL RUNS WITHOUT IT.
           IF NOT REPORT-ERROR
               OPEN INPUT PROVIDER-FILE
               IF WS-PROVIDER-STATUS = "00"
                   MOVE "Y" TO WS-PROVIDER-OPEN-SWITCH
               ELSE
                   DISPLAY "UNABLE TO OPEN PROVIDER-FILE, STATUS: "
                       WS-PROVIDER-STATUS
                       " - PROVIDER NAMES NOT SHOWN"
               END-IF
           END-IF.

       3000-LOAD-RESULTS.
      *    NO GOAL RESULTS MEANS BMICALC FOUND NO GOAL FILE OR NO
      *    PATIENT WITH AN OPEN GOAL WAS WEIGHED TONIGHT.
           OPEN INPUT GOAL-RESULTS.
           EVALUATE WS-GOAL-RESULTS-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-GOAL-RESULTS
                       READ GOAL-RESULTS
                           AT END
                               SET END-OF-GOAL-RESULTS TO TRUE
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               MOVE GOAL-RESULT-RECORD TO SORT-RECORD
                               RELEASE SORT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE GOAL-RESULTS
               WHEN "35"
                   DISPLAY "NO GOAL RESULTS TONIGHT - EMPTY REPORT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN GOAL-RESULTS, STATUS: "
                       WS-GOAL-RESULTS-STATUS
                   MOVE "Y" TO WS-REPORT-ERROR-SWITCH
           END-EVALUATE.

       4000-PRINT-BY-PROVIDER.
      *    EACH PROVIDER STARTS ON A NEW PAGE WITH THEIR OWN GOAL
      *    COUNTS AT THE END OF THE SECTION.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 4050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               PERFORM 4100-START-NEW-PROVIDER
               PERFORM 4200-WRITE-GOAL-DETAIL
                   UNTIL END-OF-SORT-FILE
                       OR GR-PROVIDER-ID OF SORT-RECORD
                           NOT = WS-PREV-PROVIDER
               MOVE 1 TO WS-TOTAL-SUB
               PERFORM 4500-WRITE-GOAL-COUNTS
           END-PERFORM.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4100-START-NEW-PROVIDER.
           MOVE GR-PROVIDER-ID OF SORT-RECORD TO WS-PREV-PROVIDER.
           ADD 1 TO WS-PROVIDER-COUNT.
           INITIALIZE WS-GT-ENTRY(1).
           MOVE "SITE: " TO WS-PL-SITE-LABEL.
           MOVE SPACES TO WS-PL-NAME.
           MOVE SPACES TO WS-PL-SITE.
           MOVE SPACES TO WS-PL-STATUS.
           IF GR-PROVIDER-ID OF SORT-RECORD = SPACES
               MOVE "UNASSIGNED" TO WS-PL-PROVIDER-ID
               MOVE SPACES TO WS-PL-SITE-LABEL
           ELSE
               MOVE GR-PROVIDER-ID OF SORT-RECORD TO WS-PL-PROVIDER-ID
               MOVE "NOT ON PROVIDER FILE" TO WS-PL-NAME
               IF PROVIDER-FILE-OPEN
                   MOVE GR-PROVIDER-ID OF SORT-RECORD TO PRV-PROVIDER-ID
                   READ PROVIDER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRV-NAME TO WS-PL-NAME
                           MOVE PRV-SITE-CODE TO WS-PL-SITE
                           IF PRV-INACTIVE
                               MOVE "INACTIVE" TO WS-PL-STATUS
                           END-IF
                   END-READ
               END-IF
           END-IF.
           PERFORM 4900-WRITE-GOAL-HEADERS.

       4200-WRITE-GOAL-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-GOAL-HEADERS
           END-IF.
           MOVE GR-PAT-ID OF SORT-RECORD TO WS-GD-PATIENT-ID.
           MOVE GR-PAT-NAME OF SORT-RECORD TO WS-GD-NAME.
           MOVE GR-TARGET-BMI OF SORT-RECORD TO WS-GD-TARGET.
           MOVE GR-CURRENT-BMI OF SORT-RECORD TO WS-GD-CURRENT.
           MOVE GR-TARGET-DATE OF SORT-RECORD TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-GD-MM.
           MOVE WS-DW-DD TO WS-GD-DD.
           MOVE WS-DW-YYYY TO WS-GD-YYYY.
           ADD 1 TO WS-GT-CHECKED(1) WS-GT-CHECKED(2).
           EVALUATE TRUE
               WHEN GR-ON-TRACK OF SORT-RECORD
                   MOVE "ON TRACK" TO WS-GD-STATUS
                   ADD 1 TO WS-GT-ONTRACK(1) WS-GT-ONTRACK(2)
               WHEN GR-OFF-TRACK OF SORT-RECORD
                   MOVE "OFF TRACK" TO WS-GD-STATUS
                   ADD 1 TO WS-GT-OFFTRACK(1) WS-GT-OFFTRACK(2)
               WHEN GR-ACHIEVED OF SORT-RECORD
                   MOVE "ACHIEVED" TO WS-GD-STATUS
                   ADD 1 TO WS-GT-ACHIEVED(1) WS-GT-ACHIEVED(2)
               WHEN GR-EXPIRED OF SORT-RECORD
                   MOVE "EXPIRED" TO WS-GD-STATUS
                   ADD 1 TO WS-GT-EXPIRED(1) WS-GT-EXPIRED(2)
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-GD-STATUS
           END-EVALUATE.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 4050-RETURN-SORT-RECORD.

       4500-WRITE-GOAL-COUNTS.
           IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-GOAL-HEADERS
           END-IF.
           WRITE GOAL-PROVIDER-LINE FROM SPACES.
           MOVE "GOALS CHECKED:          " TO WS-GC-LABEL.
           MOVE WS-GT-CHECKED(WS-TOTAL-SUB) TO WS-GC-COUNT.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-COUNT-LINE.
           MOVE "ON TRACK:               " TO WS-GC-LABEL.
           MOVE WS-GT-ONTRACK(WS-TOTAL-SUB) TO WS-GC-COUNT.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-COUNT-LINE.
           MOVE "OFF TRACK:              " TO WS-GC-LABEL.
           MOVE WS-GT-OFFTRACK(WS-TOTAL-SUB) TO WS-GC-COUNT.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-COUNT-LINE.
           MOVE "ACHIEVED:               " TO WS-GC-LABEL.
           MOVE WS-GT-ACHIEVED(WS-TOTAL-SUB) TO WS-GC-COUNT.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-COUNT-LINE.
           MOVE "EXPIRED:                " TO WS-GC-LABEL.
           MOVE WS-GT-EXPIRED(WS-TOTAL-SUB) TO WS-GC-COUNT.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-COUNT-LINE.
           ADD 6 TO WS-LINE-COUNT.

       4900-WRITE-GOAL-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-GH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-GH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-GH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-GH2-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE GOAL-PROVIDER-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-HEADER-1.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-HEADER-2.
           WRITE GOAL-PROVIDER-LINE FROM SPACES.
           WRITE GOAL-PROVIDER-LINE FROM WS-PROVIDER-LINE.
           WRITE GOAL-PROVIDER-LINE FROM SPACES.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

       5000-WRITE-SUMMARY.
           MOVE "ALL PROVIDERS" TO WS-PL-PROVIDER-ID.
           MOVE SPACES TO WS-PL-NAME.
           MOVE SPACES TO WS-PL-SITE-LABEL.
           MOVE SPACES TO WS-PL-SITE.
           MOVE SPACES TO WS-PL-STATUS.
           PERFORM 4900-WRITE-GOAL-HEADERS.
           MOVE 2 TO WS-TOTAL-SUB.
           PERFORM 4500-WRITE-GOAL-COUNTS.
           MOVE "PROVIDER SECTIONS:      " TO WS-GC-LABEL.
           MOVE WS-PROVIDER-COUNT TO WS-GC-COUNT.
           WRITE GOAL-PROVIDER-LINE FROM WS-GOAL-COUNT-LINE.
           DISPLAY "GOALPROV - GOAL RESULTS READ " WS-READ-COUNT
               " PROVIDERS " WS-PROVIDER-COUNT.

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
           MOVE WS-GT-CHECKED(2) TO RL-RECORDS-WRITTEN.
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
               MOVE "GOALPROV" TO RL-PROGRAM-ID
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
