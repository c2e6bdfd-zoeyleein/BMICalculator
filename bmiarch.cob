               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-PARM-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY OF BMI-HISTORY-RECORD
               ALTERNATE RECORD KEY IS
                   HIST-CALC-DATE OF BMI-HISTORY-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT HISTORY-CONTROL ASSIGN TO HISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-CONTROL-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO BMIARCHV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  ARCH-PARM-RECORD         PIC X(80).

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           COPY HISTCTL.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-ARCH-PARM-STATUS      PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-HIST-CONTROL-STATUS   PIC XX.
       01  WS-ARCHIVE-STATUS        PIC XX.
       01  WS-PURGE-REPORT-STATUS   PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-ARCH-ERROR-SWITCH     PIC X VALUE "N".
           88 ARCH-ERROR                 VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-HISTORY             VALUE "Y".
       01  WS-PENDING-SWITCH        PIC X VALUE "N".
           88 HAVE-PENDING               VALUE "Y".
       01  WS-HIST-OPEN-SWITCH      PIC X VALUE "N".
           88 HISTORY-OPEN               VALUE "Y".
       01  WS-HIST-UPDATE-STATUS    PIC X VALUE SPACES.
       01  WS-LAST-CALC-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-CUTOFF-MM             PIC 9(2) VALUE ZERO.
       01  WS-CUTOFF-YYYYMM         PIC 9(6) VALUE ZERO.
       01  WS-RECORD-YYYYMM         PIC 9(6) VALUE ZERO.
       01  WS-NEXT-REC.
           COPY PATREC.
           COPY HISTKEY.
       01  WS-PENDING-REC.
           COPY PATREC.
           COPY HISTKEY.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
               PERFORM 2000-OPEN-FILES
           END-IF.
           IF NOT ARCH-ERROR
               PERFORM 3000-SPLIT-HISTORY
               PERFORM 4000-WRITE-SUMMARY
               CLOSE ARCHIVE-FILE
               CLOSE PURGE-REPORT
           END-IF.
           IF HISTORY-OPEN
               PERFORM 3900-CLOSE-HISTORY
           END-IF.
           IF ARCH-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF.
               " MONTHS, ONLINE CUTOFF " WS-CUTOFF-YYYYMM.

       2000-OPEN-FILES.
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE-FILE, STATUS: "
                   WS-PURGE-REPORT-STATUS
               MOVE "Y" TO WS-ARCH-ERROR-SWITCH
           END-IF.
           IF NOT ARCH-ERROR
               PERFORM 2100-OPEN-HISTORY
           END-IF.

       2100-OPEN-HISTORY.
      *    THE HISTORY IS PURGED IN PLACE, SO THE HISTORY CONTROL
      *    RECORD IS MARKED OPEN UNTIL THE PURGE HAS FINISHED.
           OPEN I-O BMI-HISTORY.
           IF WS-BMI-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                   WS-BMI-HISTORY-STATUS
               MOVE "Y" TO WS-ARCH-ERROR-SWITCH
           ELSE
               MOVE "Y" TO WS-HIST-OPEN-SWITCH
               MOVE "O" TO WS-HIST-UPDATE-STATUS
               PERFORM 5000-WRITE-HISTORY-CONTROL
           END-IF.

       3000-SPLIT-HISTORY.
      *    THE HISTORY IS READ IN KEY ORDER, EACH PATIENT OLDEST
      *    FIRST.  A RECORD IS HELD BACK UNTIL THE NEXT ONE IS
      *    READ: IF THE NEXT ONE IS FOR THE SAME PATIENT THE HELD
      *    RECORD IS AN EARLIER READING, OTHERWISE IT IS THE
      *    PATIENT'S LATEST AND MUST STAY ONLINE REGARDLESS OF AGE.
           MOVE "N" TO WS-PENDING-SWITCH.
           PERFORM 3050-READ-HISTORY.
           PERFORM UNTIL END-OF-HISTORY OR ARCH-ERROR
               IF HAVE-PENDING
                   IF PAT-ID OF WS-NEXT-REC =
                           PAT-ID OF WS-PENDING-REC
                       PERFORM 3100-ROUTE-EARLIER-RECORD
                   ELSE
                       PERFORM 3150-KEEP-LATEST-RECORD
                   END-IF
               END-IF
               MOVE WS-NEXT-REC TO WS-PENDING-REC
               MOVE "Y" TO WS-PENDING-SWITCH
               IF NOT ARCH-ERROR
                   PERFORM 3050-READ-HISTORY
               END-IF
           END-PERFORM.
           IF HAVE-PENDING AND NOT ARCH-ERROR
               PERFORM 3150-KEEP-LATEST-RECORD
           END-IF.

       3050-READ-HISTORY.
           READ BMI-HISTORY NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE BMI-HISTORY-RECORD TO WS-NEXT-REC
           END-READ.

       3100-ROUTE-EARLIER-RECORD.
           PERFORM 3200-SET-BAND-SUB.
           COMPUTE WS-RECORD-YYYYMM =
               PAT-LAST-CALC-DATE OF WS-PENDING-REC / 100.
           IF WS-RECORD-YYYYMM < WS-CUTOFF-YYYYMM
               PERFORM 3400-ARCHIVE-RECORD
           ELSE
               PERFORM 3300-RETAIN-RECORD
           END-IF.

       3150-KEEP-LATEST-RECORD.
           PERFORM 3200-SET-BAND-SUB.
           COMPUTE WS-RECORD-YYYYMM =
               PAT-LAST-CALC-DATE OF WS-PENDING-REC / 100.
           ADD 1 TO WS-PATIENT-COUNT.
           IF WS-RECORD-YYYYMM < WS-CUTOFF-YYYYMM
               ADD 1 TO WS-KEPT-LATEST-COUNT
           END-IF.
           PERFORM 3300-RETAIN-RECORD.

       3200-SET-BAND-SUB.
           EVALUATE PAT-BAND-CODE OF WS-PENDING-REC
               WHEN "U"
                   MOVE 1 TO WS-BAND-SUB
               WHEN "N"
           END-EVALUATE.

       3300-RETAIN-RECORD.
           ADD 1 TO WS-RETAINED-COUNT.
           ADD 1 TO WS-BAND-RETAINED(WS-BAND-SUB).
           IF HIST-CALC-DATE OF WS-PENDING-REC > WS-LAST-CALC-DATE
               MOVE HIST-CALC-DATE OF WS-PENDING-REC
                   TO WS-LAST-CALC-DATE
           END-IF.

       3400-ARCHIVE-RECORD.
      *    THE RECORD IS ONLY TAKEN OFF THE ONLINE HISTORY ONCE IT
      *    IS SAFELY ON THE ARCHIVE.
           MOVE WS-PENDING-REC TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ARCHIVE-FILE, STATUS: "
                   WS-ARCHIVE-STATUS
               MOVE "Y" TO WS-ARCH-ERROR-SWITCH
           ELSE
               MOVE HIST-KEY OF WS-PENDING-REC
                   TO HIST-KEY OF BMI-HISTORY-RECORD
               DELETE BMI-HISTORY RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO DELETE HISTORY RECORD: "
                           HIST-KEY OF WS-PENDING-REC
                           " STATUS: " WS-BMI-HISTORY-STATUS
                       MOVE "Y" TO WS-ARCH-ERROR-SWITCH
                   NOT INVALID KEY
                       ADD 1 TO WS-ARCHIVED-COUNT
                       ADD 1 TO WS-BAND-ARCHIVED(WS-BAND-SUB)
               END-DELETE
           END-IF.

       3900-CLOSE-HISTORY.
      *    A PURGE THAT STOPPED PART WAY LEAVES THE CONTROL RECORD
      *    OPEN, SO THE NEXT NIGHTLY RUN RECOUNTS THE HISTORY.
           CLOSE BMI-HISTORY.
           IF NOT ARCH-ERROR
               MOVE "C" TO WS-HIST-UPDATE-STATUS
               PERFORM 5000-WRITE-HISTORY-CONTROL
           END-IF.

       4000-WRITE-SUMMARY.
               WRITE PURGE-REPORT-LINE FROM WS-PURGE-BAND-LINE
           END-IF.

       5000-WRITE-HISTORY-CONTROL.
           OPEN OUTPUT HISTORY-CONTROL.
           IF WS-HIST-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                   WS-HIST-CONTROL-STATUS
               MOVE "Y" TO WS-ARCH-ERROR-SWITCH
           ELSE
               MOVE WS-RETAINED-COUNT TO HCTL-RECORD-COUNT
               MOVE WS-LAST-CALC-DATE TO HCTL-LAST-CALC-DATE
               MOVE WS-RUN-DATE TO HCTL-UPDATE-DATE
               ACCEPT WS-LOG-TIME-RAW FROM TIME
               MOVE WS-LOG-TIME-RAW(1:6) TO HCTL-UPDATE-TIME
               MOVE "BMIARCH" TO HCTL-PROGRAM-ID
               MOVE WS-HIST-UPDATE-STATUS TO HCTL-UPDATE-STATUS
               WRITE HISTORY-CONTROL-RECORD
               CLOSE HISTORY-CONTROL
           END-IF.

       9000-LOG-RUN-START.
           MOVE "S" TO RL-RECORD-TYPE.
           MOVE ZERO TO RL-RECORDS-READ.
