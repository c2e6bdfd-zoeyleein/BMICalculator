       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-SEQ ASSIGN TO SEQHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT HISTORY-CONTROL ASSIGN TO HISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-CONTROL-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-SEQ
           RECORDING MODE IS F.
       01  HISTORY-SEQ-RECORD.
           COPY PATREC.

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           COPY HISTCTL.

       SD  SORT-FILE.
       01  SORT-RECORD.
           COPY PATREC.

       WORKING-STORAGE SECTION.
       01  WS-SEQ-STATUS            PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-HIST-CONTROL-STATUS   PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-LOAD-ERROR-SWITCH     PIC X VALUE "N".
           88 LOAD-ERROR                 VALUE "Y".
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-PAT-ID           PIC X(6) VALUE LOW-VALUES.
       01  WS-PREV-CALC-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEXT-SEQUENCE         PIC 9(3) VALUE ZERO.
       01  WS-LAST-CALC-DATE        PIC 9(8) VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-BAD-DATE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INDEXED HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-LOAD-ERROR-SWITCH
           ELSE
      *        THE KSDS IS LOADED IN KEY ORDER, SO THE OLD FILE IS
      *        SORTED BY PATIENT AND DATE FIRST.  READINGS ON THE
      *        SAME DAY KEEP THEIR ORIGINAL ORDER AND ARE NUMBERED
      *        FROM 01 IN THE ORDER THEY WERE POSTED.
               SORT SORT-FILE
                   ON ASCENDING KEY PAT-ID OF SORT-RECORD
                   ON ASCENDING KEY
                       PAT-LAST-CALC-DATE OF SORT-RECORD
                   WITH DUPLICATES IN ORDER
                   USING HISTORY-SEQ
                   OUTPUT PROCEDURE IS 2000-LOAD-HISTORY
               CLOSE BMI-HISTORY
           END-IF.
           IF NOT LOAD-ERROR
               PERFORM 3000-WRITE-HISTORY-CONTROL
           END-IF.
           IF NOT LOAD-ERROR
               PERFORM 4000-PRINT-TOTALS
           END-IF.
           IF LOAD-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       2000-LOAD-HISTORY.
           PERFORM 2050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE OR LOAD-ERROR
               PERFORM 2100-LOAD-RECORD
               PERFORM 2050-RETURN-SORT-RECORD
           END-PERFORM.

       2050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-RETURN.

       2100-LOAD-RECORD.
      *    A READING WITH NO USABLE CALCULATION DATE CANNOT BE
      *    KEYED; IT IS REPORTED AND LEFT ON THE .SEQ COPY.
           IF PAT-LAST-CALC-DATE OF SORT-RECORD NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY "NO VALID CALC DATE, RECORD SKIPPED: "
                   PAT-ID OF SORT-RECORD " "
                   PAT-LAST-CALC-DATE OF SORT-RECORD
           ELSE
               IF PAT-ID OF SORT-RECORD NOT = WS-PREV-PAT-ID
                       OR PAT-LAST-CALC-DATE OF SORT-RECORD
                           NOT = WS-PREV-CALC-DATE
                   MOVE ZERO TO WS-NEXT-SEQUENCE
               END-IF
               ADD 1 TO WS-NEXT-SEQUENCE
               MOVE PAT-ID OF SORT-RECORD TO WS-PREV-PAT-ID
               MOVE PAT-LAST-CALC-DATE OF SORT-RECORD
                   TO WS-PREV-CALC-DATE
               IF WS-NEXT-SEQUENCE > 99
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY "MORE THAN 99 READINGS ON ONE DAY, "
                       "RECORD SKIPPED: " PAT-ID OF SORT-RECORD " "
                       PAT-LAST-CALC-DATE OF SORT-RECORD
               ELSE
                   PERFORM 2200-WRITE-HISTORY
               END-IF
           END-IF.

       2200-WRITE-HISTORY.
           MOVE SORT-RECORD TO BMI-HISTORY-RECORD.
           MOVE PAT-ID OF SORT-RECORD TO HIST-PAT-ID.
           MOVE PAT-LAST-CALC-DATE OF SORT-RECORD TO HIST-CALC-DATE.
           MOVE WS-NEXT-SEQUENCE TO HIST-SEQUENCE.
           WRITE BMI-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO LOAD HISTORY RECORD: "
                       HIST-KEY " STATUS: " WS-BMI-HISTORY-STATUS
                   MOVE "Y" TO WS-LOAD-ERROR-SWITCH
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   IF HIST-CALC-DATE > WS-LAST-CALC-DATE
                       MOVE HIST-CALC-DATE TO WS-LAST-CALC-DATE
                   END-IF
           END-WRITE.

       3000-WRITE-HISTORY-CONTROL.
           OPEN OUTPUT HISTORY-CONTROL.
           IF WS-HIST-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                   WS-HIST-CONTROL-STATUS
               MOVE "Y" TO WS-LOAD-ERROR-SWITCH
           ELSE
               MOVE WS-LOADED-COUNT TO HCTL-RECORD-COUNT
               MOVE WS-LAST-CALC-DATE TO HCTL-LAST-CALC-DATE
               MOVE WS-RUN-DATE TO HCTL-UPDATE-DATE
               ACCEPT WS-LOG-TIME-RAW FROM TIME
               MOVE WS-LOG-TIME-RAW(1:6) TO HCTL-UPDATE-TIME
               MOVE "HISTLOAD" TO HCTL-PROGRAM-ID
               MOVE "C" TO HCTL-UPDATE-STATUS
               WRITE HISTORY-CONTROL-RECORD
               CLOSE HISTORY-CONTROL
           END-IF.

       4000-PRINT-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "SEQUENTIAL RECORDS READ:   " WS-COUNT-DISPLAY.
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "RECORDS LOADED TO HISTORY: " WS-COUNT-DISPLAY.
           MOVE WS-BAD-DATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "SKIPPED - NO CALC DATE:    " WS-COUNT-DISPLAY.
           MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "SKIPPED - OVER 99 A DAY:   " WS-COUNT-DISPLAY.
           IF WS-BAD-DATE-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
