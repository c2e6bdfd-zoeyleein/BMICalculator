           SELECT WELLNESS-EXTRACT ASSIGN TO BMIEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT HISTORY-CONTROL ASSIGN TO HISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-CONTROL-STATUS.
           SELECT RECON-REPORT ASSIGN TO RECNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.
           RECORDING MODE IS F.
           COPY WELLEXTR.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           COPY HISTCTL.

       FD  RECON-REPORT
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-EXTRACT-STATUS        PIC XX.
       01  WS-HIST-CONTROL-STATUS   PIC XX.
       01  WS-RECON-REPORT-STATUS   PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-CTL-EXTRACT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CTL-EXTRACT-HASH      PIC 9(9)V99 VALUE ZERO.
       01  WS-CTL-HIST-BEFORE       PIC 9(7) VALUE ZERO.
       01  WS-CTL-HELD              PIC 9(5) VALUE ZERO.
       01  WS-CTL-RELEASED          PIC 9(5) VALUE ZERO.
       01  WS-READ-ACTUAL           PIC 9(7) VALUE ZERO.
       01  WS-CHECK-EXPECTED        PIC 9(9)V99 VALUE ZERO.
       01  WS-CHECK-ACTUAL          PIC 9(9)V99 VALUE ZERO.

           END-IF.
           IF NOT RECON-ERROR
               PERFORM 3000-READ-EXTRACT
               PERFORM 4000-READ-HISTORY-COUNT
               PERFORM 5000-WRITE-RECON-REPORT
               CLOSE RECON-REPORT
           END-IF.
                       MOVE CTL-EXTRACT-COUNT TO WS-CTL-EXTRACT-COUNT
                       MOVE CTL-EXTRACT-HASH TO WS-CTL-EXTRACT-HASH
                       MOVE CTL-HIST-BEFORE TO WS-CTL-HIST-BEFORE
                       MOVE CTL-HELD TO WS-CTL-HELD
                       MOVE CTL-RELEASED TO WS-CTL-RELEASED
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
                   MOVE "N" TO WS-BALANCE-SWITCH
           END-EVALUATE.

       4000-READ-HISTORY-COUNT.
      *    BMICALC KEEPS THE HISTORY RECORD COUNT ON THE HISTORY
      *    CONTROL RECORD AS IT POSTS.  A RECORD STILL MARKED OPEN
      *    MEANS THE RUN THAT LAST UPDATED THE HISTORY DID NOT
      *    FINISH, SO THE COUNT CANNOT BE USED.
           OPEN INPUT HISTORY-CONTROL.
           IF WS-HIST-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                   WS-HIST-CONTROL-STATUS
               MOVE "Y" TO WS-RECON-ERROR-SWITCH
           ELSE
               READ HISTORY-CONTROL
                   AT END
                       DISPLAY "HISTORY-CONTROL IS EMPTY - NO "
                           "HISTORY COUNT"
                       MOVE "Y" TO WS-RECON-ERROR-SWITCH
                   NOT AT END
                       IF HCTL-UPDATE-CLOSED
                           MOVE HCTL-RECORD-COUNT TO WS-HIST-COUNT
                       ELSE
                           DISPLAY "HISTORY-CONTROL LEFT OPEN BY "
                               HCTL-PROGRAM-ID
                               " - HISTORY COUNT NOT RELIABLE"
                           MOVE "Y" TO WS-RECON-ERROR-SWITCH
                       END-IF
               END-READ
               CLOSE HISTORY-CONTROL
           END-IF.

       5000-WRITE-RECON-REPORT.
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-2.
           WRITE RECON-REPORT-LINE FROM SPACES.
           WRITE RECON-REPORT-LINE FROM WS-RECON-COLUMN-LINE.
      *    READINGS RELEASED FROM THE HOLD QUEUE ARE POSTED (OR
      *    REJECTED) ON TOP OF TONIGHT'S FEED; READINGS HELD TONIGHT
      *    ARE READ BUT NEITHER POSTED NOR REJECTED.
           COMPUTE WS-READ-EXPECTED =
               WS-CTL-PROCESSED + WS-CTL-REJECTS + WS-CTL-HELD.
           COMPUTE WS-READ-ACTUAL =
               WS-CTL-RECORDS-READ + WS-CTL-RELEASED.
           MOVE "READ + RELEASED = DTL + REJ + HELD"
               TO WS-RD-CHECK-NAME.
           MOVE WS-READ-EXPECTED TO WS-CHECK-EXPECTED.
           MOVE WS-READ-ACTUAL TO WS-CHECK-ACTUAL.
           PERFORM 5100-JUDGE-CHECK.
           MOVE "EXTRACT TRAILER FOUND" TO WS-RD-CHECK-NAME.
           MOVE 1 TO WS-CHECK-EXPECTED.
