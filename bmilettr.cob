               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-PARM-STATUS.
           SELECT BMI-HISTORY ASSIGN TO BMIHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-CALC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-BMI-HISTORY-STATUS.
           SELECT HISTORY-CONTROL ASSIGN TO HISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-CONTROL-STATUS.
           SELECT LETTER-LOG ASSIGN TO LTRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
           SELECT PICK-LIST ASSIGN TO PICKLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-LIST-STATUS.
           SELECT CONSENT-FILE ASSIGN TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-PAT-ID
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT SUPPRESS-LOG ASSIGN TO CONSSUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
           RECORDING MODE IS F.
       01  REF-PARM-RECORD          PIC X(80).

       FD  BMI-HISTORY.
       01  BMI-HISTORY-RECORD.
           COPY PATREC.
           COPY HISTKEY.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           COPY HISTCTL.

       FD  LETTER-LOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PICK-LIST-LINE           PIC X(80).

       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           COPY CONSREC.

       FD  SUPPRESS-LOG
           RECORDING MODE IS F.
       01  SUPPRESS-LOG-RECORD.
           COPY CONSSUP.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PAT-ID            PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-LATEST-REC.

       01  WS-REF-PARM-STATUS       PIC XX.
       01  WS-BMI-HISTORY-STATUS    PIC XX.
       01  WS-HIST-CONTROL-STATUS   PIC XX.
       01  WS-LETTER-LOG-STATUS     PIC XX.
       01  WS-LETTER-FILE-STATUS    PIC XX.
       01  WS-PICK-LIST-STATUS      PIC XX.
       01  WS-CONSENT-STATUS        PIC XX.
       01  WS-SUPPRESS-STATUS       PIC XX.
       01  WS-CONSENT-OPEN-SWITCH   PIC X VALUE "N".
           88 CONSENT-OPEN               VALUE "Y".
       01  WS-SUPPRESS-OPEN-SWITCH  PIC X VALUE "N".
           88 SUPPRESS-LOG-OPEN          VALUE "Y".
       01  WS-CONSENT-REASON        PIC X(2).
       01  WS-CONTACT-METHOD        PIC X(1).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-LOG-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-LETTER-LOG          VALUE "Y".
       01  WS-HIST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN        VALUE "Y".
       01  WS-HIST-OPEN-SWITCH      PIC X VALUE "N".
           88 HISTORY-OPEN               VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-LETTER-ERROR-SWITCH   PIC X VALUE "N".
           88 HAVE-PATIENT               VALUE "Y".
       01  WS-SUPPRESS-SWITCH       PIC X VALUE "N".
           88 LETTER-SUPPRESSED          VALUE "Y".
       01  WS-PREV-PAT-ID           PIC X(6) VALUE LOW-VALUES.
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-SUPPRESS-DAYS         PIC 9(3) VALUE 030.
       01  WS-RUN-DAY-NUMBER        PIC S9(7) VALUE ZERO.
       01  WS-LOG-DAY-NUMBER        PIC S9(7) VALUE ZERO.
       01  WS-DAYS-SINCE-LETTER     PIC S9(7) VALUE ZERO.
       01  WS-KEEP-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-KEEP-FROM-DATE-R REDEFINES WS-KEEP-FROM-DATE.
           05 WS-KEEP-FROM-YYYY     PIC 9(4).
           05 WS-KEEP-FROM-MM       PIC 9(2).
           05 WS-KEEP-FROM-DD       PIC 9(2).
       01  WS-BAND-WORK-CODE        PIC X(1).
       01  WS-BAND-TEXT             PIC X(11).
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-SUPPRESS-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CONSENT-HELD-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-LOG-KEPT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LOG-PURGED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LOG-FOUND             PIC 9(4) VALUE ZERO.
               10 WS-LOG-PAT-ID     PIC X(6).
               10 WS-LOG-DATE       PIC 9(8).
               10 WS-LOG-BAND       PIC X(1).
      *    EVERY LETTER STILL TO BE KEPT ON THE LOG, ONE ENTRY PER
      *    LETTER; THE TABLE ABOVE HOLDS ONLY EACH PATIENT'S LATEST
      *    LETTER FOR THE SUPPRESSION CHECK.
       01  WS-KEEP-LOG-SWITCH       PIC X VALUE "N".
           88 KEEP-LOG-ENTRY             VALUE "Y".
       01  WS-LTR-SUB               PIC 9(5) VALUE ZERO.
       01  WS-LTR-MAX               PIC 9(4) VALUE 9999.
       01  WS-LTR-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-LTR-TABLE.
           05 WS-LTR-ENTRY OCCURS 9999 TIMES.
               10 WS-LTR-PAT-ID     PIC X(6).
               10 WS-LTR-DATE       PIC 9(8).
               10 WS-LTR-BAND       PIC X(1).

       01  WS-LETTER-HEADER-1.
           05 FILLER                PIC X(38)
           05 FILLER                PIC X(7)  VALUE "   BMI ".
           05 FILLER                PIC X(12) VALUE "WEIGHT BAND ".
           05 FILLER                PIC X(10) VALUE "CALC DATE ".
           05 FILLER                PIC X(9)  VALUE "  CONTACT".

       01  WS-PICK-DETAIL-LINE.
           05 WS-PK-SITE            PIC X(3).
           05 WS-PK-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-PK-YYYY            PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PK-CONTACT         PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           ELSE
               COMPUTE WS-RUN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM 0400-SET-KEEP-FROM-DATE
               IF NOT NIGHT-DATE-OVERRIDDEN
                   PERFORM 0300-FIND-LATEST-NIGHT
               END-IF
               END-IF
               IF NOT LETTER-ERROR
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-PAT-ID
                       INPUT PROCEDURE IS 2500-RELEASE-NIGHT-PATIENTS
                       OUTPUT PROCEDURE IS 3000-SELECT-PATIENTS
                   IF HISTORY-OPEN
                       CLOSE BMI-HISTORY
                   END-IF
      *            ON A FAILED RUN THE OLD LOG IS LEFT AS IT WAS.
                   IF NOT LETTER-ERROR
                       PERFORM 4800-REWRITE-LETTER-LOG
                   END-IF
                   CLOSE LETTER-FILE
                   CLOSE PICK-LIST
                   IF CONSENT-OPEN
                       CLOSE CONSENT-FILE
                   END-IF
                   IF SUPPRESS-LOG-OPEN
                       CLOSE SUPPRESS-LOG
                   END-IF
                   DISPLAY "BMILETTR - NIGHT " WS-NIGHT-DATE
                       " HISTORY READ " WS-READ-COUNT
                       " LETTERS " WS-LETTER-COUNT
                       " SUPPRESSED " WS-SUPPRESS-COUNT
                       " NO CONSENT " WS-CONSENT-HELD-COUNT
               END-IF
               IF LETTER-ERROR
                   MOVE 16 TO RETURN-CODE
      *    THE NIGHT BEING REPORTED IS THE NEWEST CALC DATE ON
      *    THE HISTORY FILE, NOT THE SYSTEM DATE - THE NIGHTLY
      *    RUN STAMPS HISTORY WITH THE WEIGH-IN MEASUREMENT DATE
      *    AND THIS STEP MAY NOT RUN UNTIL AFTER MIDNIGHT.  BMICALC
      *    KEEPS THAT DATE ON THE HISTORY CONTROL RECORD.
           OPEN INPUT HISTORY-CONTROL.
           EVALUATE WS-HIST-CONTROL-STATUS
               WHEN "00"
                   READ HISTORY-CONTROL
                       AT END
                           DISPLAY "HISTORY CONTROL IS EMPTY - NO "
                               "LETTERS TONIGHT"
                       NOT AT END
                           IF HCTL-LAST-CALC-DATE NUMERIC
                               MOVE HCTL-LAST-CALC-DATE
                                   TO WS-NIGHT-DATE
                           END-IF
                   END-READ
                   CLOSE HISTORY-CONTROL
               WHEN "35"
                   DISPLAY "NO HISTORY CONTROL - NO LETTERS TONIGHT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN HISTORY-CONTROL, STATUS: "
                       WS-HIST-CONTROL-STATUS
                   MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           END-EVALUATE.

       0400-SET-KEEP-FROM-DATE.
      *    THE MONTH-END CHARGE RECONCILIATION MATCHES LAST
      *    MONTH'S COUNSELING CHARGES AGAINST THIS LOG, SO NO
      *    ENTRY IS PURGED BEFORE THE FIRST OF THE PREVIOUS
      *    MONTH EVEN WHEN IT NO LONGER SUPPRESSES ANYTHING.
           MOVE WS-RUN-DATE-YYYY TO WS-KEEP-FROM-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-KEEP-FROM-MM.
           MOVE 01 TO WS-KEEP-FROM-DD.
           IF WS-KEEP-FROM-MM = 01
               SUBTRACT 1 FROM WS-KEEP-FROM-YYYY
               MOVE 12 TO WS-KEEP-FROM-MM
           ELSE
               SUBTRACT 1 FROM WS-KEEP-FROM-MM
           END-IF.

       1000-LOAD-LETTER-LOG.
      *    EVERY LETTER STILL INSIDE THE KEEP WINDOW IS HELD FOR THE
      *    REWRITE; THE SUPPRESSION CHECK NEEDS ONLY THE LATEST
      *    LETTER DATE PER PATIENT.  A LETTER OUTSIDE THE WINDOW
      *    CANNOT SUPPRESS ANYTHING AND IS PURGED HERE.
           MOVE ZERO TO WS-LOG-COUNT.
           MOVE ZERO TO WS-LTR-COUNT.
           MOVE "N" TO WS-LOG-EOF-SWITCH.
           OPEN INPUT LETTER-LOG.
           EVALUATE WS-LETTER-LOG-STATUS
           END-EVALUATE.

       1100-STORE-LOG-ENTRY.
           PERFORM 1150-TEST-KEEP-ENTRY.
           IF KEEP-LOG-ENTRY
               PERFORM 1300-ADD-LETTER-ENTRY
               PERFORM 1160-STORE-LATEST-LETTER
           ELSE
               ADD 1 TO WS-LOG-PURGED-COUNT
           END-IF.

       1150-TEST-KEEP-ENTRY.
      *    A LETTER IS KEPT WHILE IT STILL SUPPRESSES A REPEAT OR
      *    WHILE THE MONTH-END CHARGE RECONCILIATION MAY NEED IT.
           MOVE "N" TO WS-KEEP-LOG-SWITCH.
           IF LTR-LETTER-DATE NUMERIC
                   AND LTR-LETTER-DATE > 19000101
               COMPUTE WS-LOG-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(LTR-LETTER-DATE)
           ELSE
               MOVE ZERO TO WS-LOG-DAY-NUMBER
           END-IF.
           COMPUTE WS-DAYS-SINCE-LETTER =
               WS-RUN-DAY-NUMBER - WS-LOG-DAY-NUMBER.
           IF WS-DAYS-SINCE-LETTER < WS-SUPPRESS-DAYS
                   OR LTR-LETTER-DATE >= WS-KEEP-FROM-DATE
               MOVE "Y" TO WS-KEEP-LOG-SWITCH
           END-IF.

       1160-STORE-LATEST-LETTER.
           PERFORM 1200-FIND-LOG-ENTRY.
           IF WS-LOG-FOUND > 0
               IF LTR-LETTER-DATE > WS-LOG-DATE(WS-LOG-FOUND)
               END-IF
           END-PERFORM.

       1300-ADD-LETTER-ENTRY.
           IF WS-LTR-COUNT < WS-LTR-MAX
               ADD 1 TO WS-LTR-COUNT
               MOVE LTR-PAT-ID TO WS-LTR-PAT-ID(WS-LTR-COUNT)
               MOVE LTR-LETTER-DATE TO WS-LTR-DATE(WS-LTR-COUNT)
               MOVE LTR-BAND-CODE TO WS-LTR-BAND(WS-LTR-COUNT)
           ELSE
      *        A LETTER DROPPED FROM THE LOG COULD NO LONGER BE
      *        MATCHED TO ITS COUNSELING CHARGE - STOP INSTEAD.
               DISPLAY "LETTER LOG TABLE FULL - RUN ABORTED "
                   "SO NO LETTER IS LOST"
               MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           END-IF.

       2000-OPEN-FILES.
           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-FILE-STATUS NOT = "00"
           ELSE
               WRITE PICK-LIST-LINE FROM WS-PICK-HEADER-LINE
           END-IF.
           IF NOT LETTER-ERROR
               PERFORM 2100-OPEN-HISTORY
           END-IF.
           IF NOT LETTER-ERROR
               PERFORM 2200-OPEN-CONSENT
           END-IF.

       2100-OPEN-HISTORY.
           OPEN INPUT BMI-HISTORY.
           EVALUATE WS-BMI-HISTORY-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HIST-OPEN-SWITCH
               WHEN "35"
                   DISPLAY "NO HISTORY FILE - NO LETTERS TONIGHT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN BMI-HISTORY, STATUS: "
                       WS-BMI-HISTORY-STATUS
                   MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           END-EVALUATE.

       2200-OPEN-CONSENT.
      *    NO CONSENT FILE MEANS NOBODY HAS AGREED TO LETTERS -
      *    EVERY LETTER IS HELD BACK AND LOGGED, NOT MAILED.
           OPEN INPUT CONSENT-FILE.
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CONSENT-OPEN-SWITCH
               WHEN "35"
                   DISPLAY "NO CONSENT FILE - REFERRAL LETTERS "
                       "HELD BACK"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CONSENT-FILE, STATUS: "
                       WS-CONSENT-STATUS
                   MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           END-EVALUATE.
           IF NOT LETTER-ERROR
               OPEN EXTEND SUPPRESS-LOG
               IF WS-SUPPRESS-STATUS = "35"
                   OPEN OUTPUT SUPPRESS-LOG
               END-IF
               IF WS-SUPPRESS-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SUPPRESS-LOG, STATUS: "
                       WS-SUPPRESS-STATUS
                   MOVE "Y" TO WS-LETTER-ERROR-SWITCH
               ELSE
                   MOVE "Y" TO WS-SUPPRESS-OPEN-SWITCH
               END-IF
           END-IF.

       2500-RELEASE-NIGHT-PATIENTS.
      *    ONLY PATIENTS WEIGHED ON THE NIGHT CAN BE DUE A LETTER,
      *    SO THEY ARE PICKED OFF THE CALC-DATE ALTERNATE INDEX AND
      *    PUT INTO PATIENT ORDER FOR THE LETTER RUN.
           IF HISTORY-OPEN AND WS-NIGHT-DATE > ZERO
               MOVE "N" TO WS-HIST-EOF-SWITCH
               MOVE WS-NIGHT-DATE TO HIST-CALC-DATE
               START BMI-HISTORY KEY IS EQUAL TO HIST-CALC-DATE
                   INVALID KEY
                       SET END-OF-HISTORY-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-HISTORY-SCAN
                   READ BMI-HISTORY NEXT RECORD
                       AT END
                           SET END-OF-HISTORY-SCAN TO TRUE
                       NOT AT END
                           IF HIST-CALC-DATE NOT = WS-NIGHT-DATE
                               SET END-OF-HISTORY-SCAN TO TRUE
                           ELSE
                               MOVE HIST-PAT-ID TO SRT-PAT-ID
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3000-SELECT-PATIENTS.
      *    A PATIENT WEIGHED TWICE ON THE NIGHT IS RELEASED TWICE
      *    BUT LOOKED AT ONCE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO WS-PREV-PAT-ID.
           PERFORM 3050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE OR LETTER-ERROR
               IF SRT-PAT-ID NOT = WS-PREV-PAT-ID
                   MOVE SRT-PAT-ID TO WS-PREV-PAT-ID
                   PERFORM 3300-READ-PATIENT-HISTORY
                   IF HAVE-PATIENT
                       PERFORM 3100-CLOSE-OUT-PATIENT
                   END-IF
               END-IF
               PERFORM 3050-RETURN-SORT-RECORD
           END-PERFORM.

       3050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-CLOSE-OUT-PATIENT.
                   AND (PAT-BAND-UNDERWEIGHT OF WS-LATEST-REC
                       OR PAT-BAND-OBESE OF WS-LATEST-REC)
               PERFORM 3200-CHECK-SUPPRESSION
               IF NOT LETTER-SUPPRESSED
                   PERFORM 3250-CHECK-CONSENT
               END-IF
               EVALUATE TRUE
                   WHEN LETTER-SUPPRESSED
                       ADD 1 TO WS-SUPPRESS-COUNT
                   WHEN WS-CONSENT-REASON NOT = SPACES
                       PERFORM 3270-LOG-CONSENT-HELD
                       ADD 1 TO WS-CONSENT-HELD-COUNT
      *            NO LETTER GOES OUT UNLESS THE LOG HAS ROOM FOR
      *            IT - AN UNLOGGED LETTER WOULD NEVER BE BILLED OR
      *            SEEN BY THE SUPPRESSION WINDOW.
                   WHEN WS-LTR-COUNT NOT < WS-LTR-MAX
                           OR (WS-LOG-FOUND = ZERO
                               AND WS-LOG-COUNT NOT < WS-LOG-MAX)
                       DISPLAY "LETTER LOG TABLE FULL AT PATIENT "
                           PAT-ID OF WS-LATEST-REC
                           " - RUN ABORTED SO NO LETTER IS LOST"
                       MOVE "Y" TO WS-LETTER-ERROR-SWITCH
                   WHEN OTHER
                       PERFORM 4000-WRITE-LETTER
                       PERFORM 4500-WRITE-PICK-LINE
                       PERFORM 4700-LOG-LETTER
                       ADD 1 TO WS-LETTER-COUNT
               END-EVALUATE
           END-IF.

       3200-CHECK-SUPPRESSION.
               END-IF
           END-IF.

       3250-CHECK-CONSENT.
      *    A LETTER HELD BACK HERE IS NOT PUT ON THE LETTER LOG,
      *    SO IT IS NEVER BILLED AS A COUNSELING CHARGE.
           MOVE SPACES TO WS-CONSENT-REASON.
           MOVE SPACES TO WS-CONTACT-METHOD.
           IF CONSENT-OPEN
               MOVE PAT-ID OF WS-LATEST-REC TO CNS-PAT-ID
               READ CONSENT-FILE
                   INVALID KEY
                       MOVE "NC" TO WS-CONSENT-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT CNS-NOT-WITHDRAWN
                               MOVE "WD" TO WS-CONSENT-REASON
                           WHEN NOT CNS-LETTERS-YES
                               MOVE "NL" TO WS-CONSENT-REASON
                           WHEN OTHER
                               MOVE CNS-CONTACT-METHOD
                                   TO WS-CONTACT-METHOD
                       END-EVALUATE
               END-READ
           ELSE
               MOVE "NC" TO WS-CONSENT-REASON
           END-IF.

       3270-LOG-CONSENT-HELD.
           MOVE WS-RUN-DATE TO CSP-RUN-DATE.
           MOVE "BMILETTR" TO CSP-PROGRAM-ID.
           MOVE "L" TO CSP-INTERFACE.
           MOVE PAT-ID OF WS-LATEST-REC TO CSP-PAT-ID.
           MOVE PAT-LAST-CALC-DATE OF WS-LATEST-REC
               TO CSP-READING-DATE.
           MOVE WS-CONSENT-REASON TO CSP-REASON-CODE.
           WRITE SUPPRESS-LOG-RECORD.
           IF WS-SUPPRESS-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SUPPRESS-LOG, STATUS: "
                   WS-SUPPRESS-STATUS
               MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           END-IF.

       3300-READ-PATIENT-HISTORY.
      *    THE PATIENT'S READINGS COME BACK OLDEST FIRST, SO THE
      *    LAST TWO READ ARE THE LATEST AND THE ONE BEFORE IT.
           MOVE "N" TO WS-HAVE-PATIENT-SWITCH.
           INITIALIZE WS-LATEST-REC.
           INITIALIZE WS-PRIOR-REC.
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
                           SET END-OF-HISTORY-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           MOVE WS-LATEST-REC TO WS-PRIOR-REC
                           MOVE BMI-HISTORY-RECORD TO WS-LATEST-REC
                           MOVE "Y" TO WS-HAVE-PATIENT-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       4000-WRITE-LETTER.
           MOVE WS-RUN-DATE-MM TO WS-LH1-MM.
           MOVE WS-RUN-DATE-DD TO WS-LH1-DD.
           MOVE WS-CD-MM TO WS-PK-MM.
           MOVE WS-CD-DD TO WS-PK-DD.
           MOVE WS-CD-YYYY TO WS-PK-YYYY.
           EVALUATE WS-CONTACT-METHOD
               WHEN "M"
                   MOVE "MAIL"   TO WS-PK-CONTACT
               WHEN "T"
                   MOVE "PHONE"  TO WS-PK-CONTACT
               WHEN "E"
                   MOVE "EMAIL"  TO WS-PK-CONTACT
               WHEN "P"
                   MOVE "PORTAL" TO WS-PK-CONTACT
               WHEN OTHER
                   MOVE SPACES   TO WS-PK-CONTACT
           END-EVALUATE.
           WRITE PICK-LIST-LINE FROM WS-PICK-DETAIL-LINE.

       4700-LOG-LETTER.
               MOVE PAT-BAND-CODE OF WS-LATEST-REC
                   TO WS-LOG-BAND(WS-LOG-FOUND)
           END-IF.
           MOVE WS-RUN-DATE TO LTR-LETTER-DATE.
           MOVE PAT-BAND-CODE OF WS-LATEST-REC TO LTR-BAND-CODE.
           PERFORM 1300-ADD-LETTER-ENTRY.

       4800-REWRITE-LETTER-LOG.
      *    THE LOG IS REWRITTEN EVERY RUN WITH ONE RECORD PER
      *    LETTER; ENTRIES OUTSIDE THE KEEP WINDOW WERE ALREADY
      *    DROPPED AS THE LOG WAS LOADED, SO THE FILE CANNOT
      *    OUTGROW THE TABLE THAT HOLDS IT.
           OPEN OUTPUT LETTER-LOG.
           IF WS-LETTER-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           ELSE
               PERFORM 4850-WRITE-ONE-LOG-ENTRY
                   VARYING WS-LTR-SUB FROM 1 BY 1
                   UNTIL WS-LTR-SUB > WS-LTR-COUNT
               CLOSE LETTER-LOG
               DISPLAY "BMILETTR - LOG ENTRIES KEPT "
                   WS-LOG-KEPT-COUNT
           END-IF.

       4850-WRITE-ONE-LOG-ENTRY.
           MOVE WS-LTR-PAT-ID(WS-LTR-SUB) TO LTR-PAT-ID.
           MOVE WS-LTR-DATE(WS-LTR-SUB) TO LTR-LETTER-DATE.
           MOVE WS-LTR-BAND(WS-LTR-SUB) TO LTR-BAND-CODE.
           WRITE LETTER-LOG-RECORD.
           IF WS-LETTER-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE LETTER-LOG, STATUS: "
                   WS-LETTER-LOG-STATUS
               MOVE "Y" TO WS-LETTER-ERROR-SWITCH
           ELSE
               ADD 1 TO WS-LOG-KEPT-COUNT
           END-IF.

       5000-EXPAND-BAND-TEXT.
