       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPREVW.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO DUPCAND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MERGE-PAIRS ASSIGN TO MERGEPRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DUPAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE
           RECORDING MODE IS F.
       01  CANDIDATE-RECORD.
           COPY DUPREC.

       FD  MERGE-PAIRS
           RECORDING MODE IS F.
       01  MERGE-PAIR-RECORD.
           05 MRG-OLD-ID            PIC X(6).
           05 MRG-NEW-ID            PIC X(6).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY DUPAUD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC XX.
       01  WS-PAIRS-STATUS           PIC XX.
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-EOF-SWITCH             PIC X VALUE "N".
           88 END-OF-CANDIDATE-FILE      VALUE "Y".
       01  WS-CHOICE                 PIC X.
       01  WS-KEEP-CHOICE            PIC X.
       01  WS-DONE-SWITCH            PIC X VALUE "N".
           88 REVIEW-DONE                VALUE "Y".
       01  WS-LOAD-ERROR-SWITCH      PIC X VALUE "N".
           88 LOAD-ERROR                 VALUE "Y".
       01  WS-OVERFLOW-SWITCH        PIC X VALUE "N".
           88 TABLE-OVERFLOWED           VALUE "Y".
       01  WS-SAVE-STATUS            PIC X VALUE "N".
           88 SAVE-FAILED                VALUE "Y".
       01  WS-SELECT-SWITCH          PIC X VALUE "N".
           88 ENTRY-SELECTED             VALUE "Y".
       01  WS-NUMERIC-STAGE          PIC X(8).
       01  WS-ENTRY-NUMBER           PIC 9(5).
       01  WS-ENTRY-DISPLAY          PIC ZZZ9.
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-TODAY                  PIC 9(8).
       01  WS-AUDIT-ACTION           PIC X(1).
       01  WS-AUDIT-DATE             PIC 9(8).
       01  WS-AUDIT-TIME-RAW         PIC 9(8).
       01  WS-EXPORT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-EXPORT-DISPLAY         PIC ZZZ9.

       01  WS-PAIR-REC.
           COPY DUPREC.

      *    SIZED TO MATCH DUPFIND'S DECIDED-PAIR TABLE, WHICH
      *    NEVER DROPS A DECIDED PAIR.
       01  WS-TABLE-MAX              PIC 9(4) VALUE 9999.
       01  WS-TABLE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TABLE-INDEX            PIC 9(5) VALUE ZERO.
       01  WS-PAIR-BEFORE            PIC X(86).
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-TBL-IDX
                   PIC X(86).

           COPY SIGNON.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPERSEC" USING SIGNON-COMM-AREA.
           IF NOT SGN-SIGNED-ON
               DISPLAY "SIGN-ON REJECTED - DUPLICATE PATIENT REVIEW "
                   "UNAVAILABLE"
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM 1000-LOAD-CANDIDATE-FILE
               IF LOAD-ERROR
                   DISPLAY "DUPLICATE CANDIDATE FILE COULD NOT BE "
                       "READ - EXITING"
               ELSE
                   PERFORM UNTIL REVIEW-DONE
                       PERFORM 2000-DISPLAY-MENU
                       PERFORM 2100-PROCESS-CHOICE
                   END-PERFORM
               END-IF
           END-IF.
           STOP RUN.

       1000-LOAD-CANDIDATE-FILE.
           MOVE ZERO TO WS-TABLE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-LOAD-ERROR-SWITCH.
           OPEN INPUT CANDIDATE-FILE.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   PERFORM 1010-READ-CANDIDATE-FILE
                   PERFORM UNTIL END-OF-CANDIDATE-FILE
                       IF WS-TABLE-COUNT < WS-TABLE-MAX
                           ADD 1 TO WS-TABLE-COUNT
                           MOVE CANDIDATE-RECORD
                               TO WS-PAIR-ENTRY(WS-TABLE-COUNT)
                       ELSE
                           DISPLAY "CANDIDATE PAIR TABLE FULL, "
                               "RECORD SKIPPED"
                           MOVE "Y" TO WS-OVERFLOW-SWITCH
                       END-IF
                       PERFORM 1010-READ-CANDIDATE-FILE
                   END-PERFORM
                   CLOSE CANDIDATE-FILE
               WHEN "35"
                   DISPLAY "NO DUPLICATE CANDIDATE FILE - NOTHING TO "
                       "REVIEW"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CANDIDATE FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE "Y" TO WS-LOAD-ERROR-SWITCH
           END-EVALUATE.

       1010-READ-CANDIDATE-FILE.
           READ CANDIDATE-FILE
               AT END
                   SET END-OF-CANDIDATE-FILE TO TRUE
           END-READ.

       1100-SAVE-CANDIDATE-FILE.
           MOVE "N" TO WS-SAVE-STATUS.
           OPEN OUTPUT CANDIDATE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CANDIDATE FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE "Y" TO WS-SAVE-STATUS
           ELSE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
                           OR SAVE-FAILED
                   MOVE WS-PAIR-ENTRY(WS-TABLE-INDEX)
                       TO CANDIDATE-RECORD
                   WRITE CANDIDATE-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO WRITE CANDIDATE FILE, "
                           "STATUS: " WS-FILE-STATUS
                       MOVE "Y" TO WS-SAVE-STATUS
                   END-IF
               END-PERFORM
               CLOSE CANDIDATE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO CLOSE CANDIDATE FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE "Y" TO WS-SAVE-STATUS
               END-IF
           END-IF.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "DUPLICATE PATIENT REVIEW".
           DISPLAY "L - LIST CANDIDATE PAIRS".
           DISPLAY "A - APPROVE A PAIR FOR MERGE".
           DISPLAY "R - REJECT A PAIR (DIFFERENT PATIENTS)".
           DISPLAY "X - EXPORT APPROVED PAIRS TO MERGEPRS".
           DISPLAY "Q - QUIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

       2100-PROCESS-CHOICE.
      *    APPROVING OR EXPORTING A PAIR LEADS TO A PATIENT ID BEING
      *    RETIRED BY PATMERGE, SO BOTH NEED DELETE AUTHORITY.
           EVALUATE WS-CHOICE
               WHEN "L"
                   PERFORM 3000-LIST-PAIRS
               WHEN "A"
                   IF SGN-AUTH-DELETE = "Y"
                       PERFORM 4000-APPROVE-PAIR
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED TO APPROVE"
                   END-IF
               WHEN "R"
                   IF SGN-AUTH-UPDATE = "Y"
                       PERFORM 4500-REJECT-PAIR
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED TO REJECT"
                   END-IF
               WHEN "X"
                   IF SGN-AUTH-DELETE = "Y"
                       PERFORM 5000-EXPORT-APPROVED
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED TO EXPORT"
                   END-IF
               WHEN "Q"
                   SET REVIEW-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN"
           END-EVALUATE.

       3000-LIST-PAIRS.
           IF WS-TABLE-COUNT = ZERO
               DISPLAY "NO CANDIDATE PAIRS"
           ELSE
               DISPLAY "NUM  S SCR PATIENT NAME                 "
                   "PATIENT NAME                 KEEP"
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-TABLE-COUNT
                   PERFORM 3100-LIST-ONE-ENTRY
               END-PERFORM
           END-IF.

       3100-LIST-ONE-ENTRY.
           MOVE WS-TBL-IDX TO WS-ENTRY-DISPLAY.
           MOVE WS-PAIR-ENTRY(WS-TBL-IDX) TO WS-PAIR-REC.
           DISPLAY WS-ENTRY-DISPLAY " "
               DUP-STATUS OF WS-PAIR-REC " "
               DUP-SCORE OF WS-PAIR-REC " "
               DUP-ID-1 OF WS-PAIR-REC "  "
               DUP-NAME-1 OF WS-PAIR-REC " "
               DUP-ID-2 OF WS-PAIR-REC "  "
               DUP-NAME-2 OF WS-PAIR-REC " "
               DUP-SURVIVOR-ID OF WS-PAIR-REC.

       3500-SELECT-PAIR.
           MOVE "N" TO WS-SELECT-SWITCH.
           IF TABLE-OVERFLOWED
               DISPLAY "TOO MANY CANDIDATE PAIRS TO HOLD - "
                   "CHANGES DISABLED SO NONE ARE LOST"
           ELSE
               IF WS-TABLE-COUNT = ZERO
                   DISPLAY "NO CANDIDATE PAIRS"
               ELSE
                   DISPLAY "ENTER PAIR NUMBER: " WITH NO ADVANCING
                   ACCEPT WS-NUMERIC-STAGE
                   COMPUTE WS-ENTRY-NUMBER =
                       FUNCTION NUMVAL(WS-NUMERIC-STAGE)
                   IF WS-ENTRY-NUMBER < 1
                           OR WS-ENTRY-NUMBER > WS-TABLE-COUNT
                       DISPLAY "NO SUCH CANDIDATE PAIR"
                   ELSE
                       MOVE WS-ENTRY-NUMBER TO WS-TABLE-INDEX
                       MOVE WS-PAIR-ENTRY(WS-TABLE-INDEX)
                           TO WS-PAIR-REC
                       IF DUP-PENDING OF WS-PAIR-REC
                           MOVE "Y" TO WS-SELECT-SWITCH
                       ELSE
                           DISPLAY "PAIR ALREADY DECIDED BY "
                               DUP-OPERATOR-ID OF WS-PAIR-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-APPROVE-PAIR.
           PERFORM 3500-SELECT-PAIR.
           IF ENTRY-SELECTED
               DISPLAY "1 - " DUP-ID-1 OF WS-PAIR-REC " "
                   DUP-NAME-1 OF WS-PAIR-REC
               DISPLAY "2 - " DUP-ID-2 OF WS-PAIR-REC " "
                   DUP-NAME-2 OF WS-PAIR-REC
               DISPLAY "KEEP WHICH PATIENT ID (1 OR 2): "
                   WITH NO ADVANCING
               ACCEPT WS-KEEP-CHOICE
               EVALUATE WS-KEEP-CHOICE
                   WHEN "1"
                       MOVE DUP-ID-1 OF WS-PAIR-REC
                           TO DUP-SURVIVOR-ID OF WS-PAIR-REC
                   WHEN "2"
                       MOVE DUP-ID-2 OF WS-PAIR-REC
                           TO DUP-SURVIVOR-ID OF WS-PAIR-REC
                   WHEN OTHER
                       DISPLAY "NOT APPROVED - ENTER 1 OR 2"
                       MOVE "N" TO WS-SELECT-SWITCH
               END-EVALUATE
           END-IF.
           IF ENTRY-SELECTED
               SET DUP-APPROVED OF WS-PAIR-REC TO TRUE
               PERFORM 4800-APPLY-DECISION
               IF NOT SAVE-FAILED
                   DISPLAY "PAIR APPROVED - USE X TO EXPORT IT FOR "
                       "PATMERGE"
               END-IF
           END-IF.

       4500-REJECT-PAIR.
           PERFORM 3500-SELECT-PAIR.
           IF ENTRY-SELECTED
               SET DUP-REJECTED OF WS-PAIR-REC TO TRUE
               MOVE SPACES TO DUP-SURVIVOR-ID OF WS-PAIR-REC
               PERFORM 4800-APPLY-DECISION
               IF NOT SAVE-FAILED
                   DISPLAY "PAIR REJECTED - IT WILL NOT BE OFFERED "
                       "AGAIN"
               END-IF
           END-IF.

       4800-APPLY-DECISION.
           MOVE WS-TODAY TO DUP-ACTION-DATE OF WS-PAIR-REC.
           MOVE WS-OPERATOR-ID TO DUP-OPERATOR-ID OF WS-PAIR-REC.
           MOVE WS-PAIR-ENTRY(WS-TABLE-INDEX) TO WS-PAIR-BEFORE.
           MOVE WS-PAIR-REC TO WS-PAIR-ENTRY(WS-TABLE-INDEX).
           PERFORM 1100-SAVE-CANDIDATE-FILE.
      *    AN UNSAVED DECISION IS BACKED OUT OF THE TABLE SO A LATER
      *    SAVE CANNOT WRITE IT WITHOUT AN AUDIT RECORD.
           IF SAVE-FAILED
               MOVE WS-PAIR-BEFORE TO WS-PAIR-ENTRY(WS-ENTRY-NUMBER)
               DISPLAY "NOT SAVED - CANDIDATE FILE WRITE FAILED"
           ELSE
               MOVE DUP-STATUS OF WS-PAIR-REC TO WS-AUDIT-ACTION
               PERFORM 6000-LOG-AUDIT
           END-IF.

       5000-EXPORT-APPROVED.
      *    THE PAIRS APPROVED SINCE THE LAST EXPORT ARE ADDED TO
      *    MERGEPRS, BEHIND ANY EARLIER EXPORT PATMERGE HAS NOT YET
      *    RUN; PATMERGE EMPTIES THE FILE AFTER A CLEAN RUN.
           MOVE ZERO TO WS-EXPORT-COUNT.
           IF TABLE-OVERFLOWED
               DISPLAY "TOO MANY CANDIDATE PAIRS TO HOLD - "
                   "CHANGES DISABLED SO NONE ARE LOST"
           ELSE
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-TABLE-COUNT
                   MOVE WS-PAIR-ENTRY(WS-TBL-IDX) TO WS-PAIR-REC
                   IF DUP-APPROVED OF WS-PAIR-REC
                       ADD 1 TO WS-EXPORT-COUNT
                   END-IF
               END-PERFORM
               IF WS-EXPORT-COUNT = ZERO
                   DISPLAY "NO APPROVED PAIRS TO EXPORT"
               ELSE
                   PERFORM 5100-WRITE-MERGE-PAIRS
               END-IF
           END-IF.

       5100-WRITE-MERGE-PAIRS.
           OPEN EXTEND MERGE-PAIRS.
           IF WS-PAIRS-STATUS = "35"
               OPEN OUTPUT MERGE-PAIRS
           END-IF.
           IF WS-PAIRS-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MERGE-PAIRS, STATUS: "
                   WS-PAIRS-STATUS
           ELSE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
                   MOVE WS-PAIR-ENTRY(WS-TABLE-INDEX) TO WS-PAIR-REC
                   IF DUP-APPROVED OF WS-PAIR-REC
                       PERFORM 5200-EXPORT-ONE-PAIR
                   END-IF
               END-PERFORM
               CLOSE MERGE-PAIRS
               PERFORM 1100-SAVE-CANDIDATE-FILE
               IF SAVE-FAILED
                   DISPLAY "CANDIDATE FILE NOT SAVED - DO NOT EXPORT "
                       "AGAIN BEFORE PATMERGE RUNS"
               END-IF
               MOVE WS-EXPORT-COUNT TO WS-EXPORT-DISPLAY
               DISPLAY WS-EXPORT-DISPLAY " PAIRS WRITTEN TO MERGEPRS"
                   " - SUBMIT PATMERGE TO MERGE THEM"
           END-IF.

       5200-EXPORT-ONE-PAIR.
           IF DUP-SURVIVOR-ID OF WS-PAIR-REC =
                   DUP-ID-1 OF WS-PAIR-REC
               MOVE DUP-ID-2 OF WS-PAIR-REC TO MRG-OLD-ID
           ELSE
               MOVE DUP-ID-1 OF WS-PAIR-REC TO MRG-OLD-ID
           END-IF.
           MOVE DUP-SURVIVOR-ID OF WS-PAIR-REC TO MRG-NEW-ID.
           WRITE MERGE-PAIR-RECORD.
           IF WS-PAIRS-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE MERGE-PAIRS, STATUS: "
                   WS-PAIRS-STATUS
           ELSE
               SET DUP-EXPORTED OF WS-PAIR-REC TO TRUE
               MOVE WS-TODAY TO DUP-ACTION-DATE OF WS-PAIR-REC
               MOVE WS-OPERATOR-ID TO DUP-OPERATOR-ID OF WS-PAIR-REC
               MOVE WS-PAIR-REC TO WS-PAIR-ENTRY(WS-TABLE-INDEX)
               MOVE "X" TO WS-AUDIT-ACTION
               PERFORM 6000-LOG-AUDIT
           END-IF.

       6000-LOG-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT FILE, STATUS: "
                   WS-AUDIT-STATUS
           ELSE
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-RAW FROM TIME
               MOVE WS-AUDIT-ACTION TO DA-ACTION-CODE
               MOVE WS-AUDIT-DATE TO DA-DATE
               MOVE WS-AUDIT-TIME-RAW(1:6) TO DA-TIME
               MOVE WS-OPERATOR-ID TO DA-OPERATOR-ID
               MOVE WS-PAIR-REC TO DA-PAIR-IMAGE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE AUDIT FILE, STATUS: "
                       WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
