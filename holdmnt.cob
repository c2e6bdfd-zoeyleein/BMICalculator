       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO BMIHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO HOLDAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY HOLDAUD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC XX.
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-EOF-SWITCH             PIC X VALUE "N".
           88 END-OF-HOLD-FILE           VALUE "Y".
       01  WS-CHOICE                 PIC X.
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
       01  WS-DISPLAY-HEIGHT         PIC ZZ9.9.
       01  WS-DISPLAY-WEIGHT         PIC ZZ9.9.
       01  WS-DISPLAY-PRIOR-HT       PIC ZZ9.9.
       01  WS-DISPLAY-PRIOR-WT       PIC ZZ9.9.
       01  WS-DISPLAY-PCT            PIC ZZ9.99.
       01  WS-ENTRY-NUMBER           PIC 9(5).
       01  WS-ENTRY-DISPLAY          PIC ZZ9.
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-TODAY                  PIC 9(8).
       01  WS-AUDIT-ACTION           PIC X(1).
       01  WS-AUDIT-DATE             PIC 9(8).
       01  WS-AUDIT-TIME-RAW         PIC 9(8).
       01  WS-NEW-STATUS             PIC X(1).
       01  WS-ACTION-TEXT            PIC X(8).

       01  WS-HOLD-REC.
           COPY HOLDREC.

       01  WS-TABLE-MAX              PIC 9(3) VALUE 200.
       01  WS-TABLE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-TABLE-INDEX            PIC 9(3) VALUE ZERO.
       01  WS-HOLD-BEFORE            PIC X(68).
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TBL-IDX
                   PIC X(68).

           COPY SIGNON.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPERSEC" USING SIGNON-COMM-AREA.
           IF NOT SGN-SIGNED-ON
               DISPLAY "SIGN-ON REJECTED - HELD READING REVIEW "
                   "UNAVAILABLE"
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM 1000-LOAD-HOLD-FILE
               IF LOAD-ERROR
                   DISPLAY "HELD READING FILE COULD NOT BE READ - "
                       "EXITING"
               ELSE
                   PERFORM UNTIL REVIEW-DONE
                       PERFORM 2000-DISPLAY-MENU
                       PERFORM 2100-PROCESS-CHOICE
                   END-PERFORM
               END-IF
           END-IF.
           STOP RUN.

       1000-LOAD-HOLD-FILE.
           MOVE ZERO TO WS-TABLE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-LOAD-ERROR-SWITCH.
           OPEN INPUT HOLD-FILE.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   PERFORM 1010-READ-HOLD-FILE
                   PERFORM UNTIL END-OF-HOLD-FILE
                       IF WS-TABLE-COUNT < WS-TABLE-MAX
                           ADD 1 TO WS-TABLE-COUNT
                           MOVE HOLD-RECORD
                               TO WS-HOLD-ENTRY(WS-TABLE-COUNT)
                       ELSE
                           DISPLAY "HELD READING TABLE FULL, "
                               "RECORD SKIPPED"
                           MOVE "Y" TO WS-OVERFLOW-SWITCH
                       END-IF
                       PERFORM 1010-READ-HOLD-FILE
                   END-PERFORM
                   CLOSE HOLD-FILE
               WHEN "35"
                   DISPLAY "NO HELD READING FILE - NOTHING TO REVIEW"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN HELD READING FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE "Y" TO WS-LOAD-ERROR-SWITCH
           END-EVALUATE.

       1010-READ-HOLD-FILE.
           READ HOLD-FILE
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
           END-READ.

       1100-SAVE-HOLD-FILE.
           MOVE "N" TO WS-SAVE-STATUS.
           OPEN OUTPUT HOLD-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HELD READING FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE "Y" TO WS-SAVE-STATUS
           ELSE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-TABLE-COUNT
                           OR SAVE-FAILED
                   MOVE WS-HOLD-ENTRY(WS-TABLE-INDEX)
                       TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO WRITE HELD READING FILE, "
                           "STATUS: " WS-FILE-STATUS
                       MOVE "Y" TO WS-SAVE-STATUS
                   END-IF
               END-PERFORM
               CLOSE HOLD-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO CLOSE HELD READING FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE "Y" TO WS-SAVE-STATUS
               END-IF
           END-IF.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "HELD WEIGH-IN READING REVIEW".
           DISPLAY "L - LIST HELD READINGS".
           DISPLAY "R - RELEASE A READING FOR POSTING".
           DISPLAY "V - VOID A READING".
           DISPLAY "Q - QUIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

       2100-PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "L"
                   PERFORM 3000-LIST-HOLDS
               WHEN "R"
                   IF SGN-AUTH-UPDATE = "Y"
                       MOVE "R" TO WS-NEW-STATUS
                       MOVE "RELEASE" TO WS-ACTION-TEXT
                       PERFORM 4000-ACTION-HOLD
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED TO RELEASE"
                   END-IF
               WHEN "V"
                   IF SGN-AUTH-DELETE = "Y"
                       MOVE "V" TO WS-NEW-STATUS
                       MOVE "VOID" TO WS-ACTION-TEXT
                       PERFORM 4000-ACTION-HOLD
                   ELSE
                       DISPLAY "OPERATOR NOT AUTHORIZED TO VOID"
                   END-IF
               WHEN "Q"
                   SET REVIEW-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN"
           END-EVALUATE.

       3000-LIST-HOLDS.
           IF WS-TABLE-COUNT = ZERO
               DISPLAY "NO HELD READINGS"
           ELSE
               DISPLAY "NUM STA HELD ON  PATIENT HT(CM) WT(KG) "
                   "PRIOR HT PRIOR WT  %/DAY"
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-TABLE-COUNT
                   PERFORM 3100-LIST-ONE-ENTRY
               END-PERFORM
           END-IF.

       3100-LIST-ONE-ENTRY.
           MOVE WS-TBL-IDX TO WS-ENTRY-DISPLAY.
           MOVE WS-HOLD-ENTRY(WS-TBL-IDX) TO WS-HOLD-REC.
           MOVE HOLD-HEIGHT OF WS-HOLD-REC TO WS-DISPLAY-HEIGHT.
           MOVE HOLD-WEIGHT OF WS-HOLD-REC TO WS-DISPLAY-WEIGHT.
           MOVE HOLD-PRIOR-HEIGHT OF WS-HOLD-REC
               TO WS-DISPLAY-PRIOR-HT.
           MOVE HOLD-PRIOR-WEIGHT OF WS-HOLD-REC
               TO WS-DISPLAY-PRIOR-WT.
           MOVE HOLD-PCT-PER-DAY OF WS-HOLD-REC TO WS-DISPLAY-PCT.
           DISPLAY WS-ENTRY-DISPLAY " "
               HOLD-STATUS OF WS-HOLD-REC "   "
               HOLD-RUN-DATE OF WS-HOLD-REC " "
               HOLD-PAT-ID OF WS-HOLD-REC "  "
               WS-DISPLAY-HEIGHT "  "
               WS-DISPLAY-WEIGHT "   "
               WS-DISPLAY-PRIOR-HT "    "
               WS-DISPLAY-PRIOR-WT "  "
               WS-DISPLAY-PCT.

       4000-ACTION-HOLD.
           IF TABLE-OVERFLOWED
               DISPLAY "TOO MANY HELD READINGS TO HOLD - "
                   "CHANGES DISABLED SO NONE ARE LOST"
           ELSE
               IF WS-TABLE-COUNT = ZERO
                   DISPLAY "NO HELD READINGS"
               ELSE
                   DISPLAY "ENTER READING NUMBER TO " WS-ACTION-TEXT
                       ": " WITH NO ADVANCING
                   ACCEPT WS-NUMERIC-STAGE
                   COMPUTE WS-ENTRY-NUMBER =
                       FUNCTION NUMVAL(WS-NUMERIC-STAGE)
                   PERFORM 4100-CHECK-ENTRY
                   IF ENTRY-SELECTED
                       PERFORM 4200-APPLY-ACTION
                   END-IF
               END-IF
           END-IF.

       4100-CHECK-ENTRY.
           MOVE "N" TO WS-SELECT-SWITCH.
           IF WS-ENTRY-NUMBER < 1
                   OR WS-ENTRY-NUMBER > WS-TABLE-COUNT
               DISPLAY "NO SUCH HELD READING"
           ELSE
               MOVE WS-ENTRY-NUMBER TO WS-TABLE-INDEX
               MOVE WS-HOLD-ENTRY(WS-TABLE-INDEX) TO WS-HOLD-REC
               IF HOLD-HELD OF WS-HOLD-REC
                   MOVE "Y" TO WS-SELECT-SWITCH
               ELSE
                   DISPLAY "READING ALREADY RELEASED OR VOIDED BY "
                       HOLD-OPERATOR-ID OF WS-HOLD-REC
               END-IF
           END-IF.

       4200-APPLY-ACTION.
           MOVE WS-NEW-STATUS TO HOLD-STATUS OF WS-HOLD-REC.
           MOVE WS-TODAY TO HOLD-ACTION-DATE OF WS-HOLD-REC.
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR-ID OF WS-HOLD-REC.
           MOVE WS-HOLD-ENTRY(WS-TABLE-INDEX) TO WS-HOLD-BEFORE.
           MOVE WS-HOLD-REC TO WS-HOLD-ENTRY(WS-TABLE-INDEX).
           PERFORM 1100-SAVE-HOLD-FILE.
      *    AN UNSAVED ACTION IS BACKED OUT OF THE TABLE SO A LATER
      *    SAVE CANNOT WRITE IT WITHOUT AN AUDIT RECORD.
           IF SAVE-FAILED
               MOVE WS-HOLD-BEFORE TO WS-HOLD-ENTRY(WS-ENTRY-NUMBER)
               DISPLAY "NOT SAVED - HELD READING WRITE FAILED"
           ELSE
               MOVE WS-NEW-STATUS TO WS-AUDIT-ACTION
               PERFORM 6000-LOG-AUDIT
               IF WS-NEW-STATUS = "R"
                   DISPLAY "READING RELEASED - IT WILL BE POSTED ON "
                       "THE NEXT NIGHTLY RUN"
               ELSE
                   DISPLAY "READING VOIDED - IT WILL NOT BE POSTED"
               END-IF
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
               MOVE WS-AUDIT-ACTION TO HA-ACTION-CODE
               MOVE WS-AUDIT-DATE TO HA-DATE
               MOVE WS-AUDIT-TIME-RAW(1:6) TO HA-TIME
               MOVE WS-OPERATOR-ID TO HA-OPERATOR-ID
               MOVE WS-HOLD-REC TO HA-HOLD-IMAGE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE AUDIT FILE, STATUS: "
                       WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
