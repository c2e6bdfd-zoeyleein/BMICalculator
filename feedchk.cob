       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO BMIPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MEASURE-FILE ASSIGN TO BMIMEAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT FEED-REGISTER ASSIGN TO FEEDREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD              PIC X(80).

       FD  MEASURE-FILE
           RECORDING MODE IS F.
       01  MEASURE-RECORD.
           COPY MEASREC.

       FD  FEED-REGISTER
           RECORDING MODE IS F.
       01  FEED-REGISTER-RECORD.
           COPY FEEDREG.

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-MEASURE-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-CHECK-ERROR-SWITCH    PIC X VALUE "N".
           88 CHECK-ERROR                VALUE "Y".
       01  WS-NO-FEED-SWITCH        PIC X VALUE "N".
           88 NO-FEED                    VALUE "Y".
       01  WS-FEED-REJECT-SWITCH    PIC X VALUE "N".
           88 FEED-REJECTED              VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-MEASURE-FILE        VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-REG-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-REGISTER            VALUE "Y".
       01  WS-HEADER-SWITCH         PIC X VALUE "N".
           88 HEADER-SEEN                VALUE "Y".
       01  WS-TRAILER-SWITCH        PIC X VALUE "N".
           88 TRAILER-SEEN               VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(6) VALUE ZERO.
       01  WS-PARM-DATE             PIC 9(8) VALUE ZERO.
       01  WS-PARM-DATE-R REDEFINES WS-PARM-DATE.
           05 WS-PARM-DATE-YYYY     PIC 9(4).
           05 WS-PARM-DATE-MM       PIC 9(2).
           05 WS-PARM-DATE-DD       PIC 9(2).
       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT         PIC 9(4).
       01  WS-LEAP-REMAINDER        PIC 9(4).
       01  WS-HDR-FEED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-HDR-SITE-CODE         PIC X(3) VALUE SPACES.
       01  WS-HDR-SEQUENCE          PIC 9(5) VALUE ZERO.
       01  WS-TRL-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-TRL-WEIGHT-HASH       PIC 9(9)V9 VALUE ZERO.
       01  WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
       01  WS-READING-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-WEIGHT-HASH           PIC 9(9)V9 VALUE ZERO.
       01  WS-AFTER-TRAILER-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-ACCEPT-DATE     PIC 9(8) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-REGISTERED-COUNT      PIC 9(1) VALUE ZERO.
       01  WS-SHOW-COUNT-1          PIC ZZZZZ9.
       01  WS-SHOW-COUNT-2          PIC ZZZZZ9.
       01  WS-SHOW-HASH-1           PIC ZZZZZZZZ9.9.
       01  WS-SHOW-HASH-2           PIC ZZZZZZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           MOVE WS-LOG-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 1000-READ-PARM.
           PERFORM 9000-LOG-RUN-START.
           IF NOT CHECK-ERROR
               PERFORM 2000-READ-FEED
           END-IF.
           IF NOT CHECK-ERROR AND NOT NO-FEED
               PERFORM 3000-PROVE-FEED
           END-IF.
           IF NOT CHECK-ERROR AND NOT NO-FEED
                   AND NOT FEED-REJECTED
               PERFORM 3500-CHECK-REGISTER
           END-IF.
           IF NOT CHECK-ERROR AND NOT NO-FEED
                   AND NOT FEED-REJECTED
               PERFORM 4000-REGISTER-FEED
           END-IF.
           EVALUATE TRUE
               WHEN CHECK-ERROR
                   DISPLAY "FEEDCHK - PRE-FLIGHT CHECK COULD NOT BE "
                       "COMPLETED - NIGHTLY RUN STOPPED, RC=16"
                   MOVE 16 TO RETURN-CODE
               WHEN FEED-REJECTED
                   DISPLAY "FEEDCHK - " WS-REJECT-COUNT
                       " CHECK(S) FAILED - WEIGH-IN FEED NOT POSTED, "
                       "NIGHTLY RUN STOPPED BEFORE ANY UPDATE, RC=8"
                   MOVE 8 TO RETURN-CODE
               WHEN NO-FEED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-READING-COUNT TO WS-SHOW-COUNT-1
                   DISPLAY "FEEDCHK - SITE " WS-HDR-SITE-CODE
                       " FEED " WS-HDR-SEQUENCE " OF "
                       WS-HDR-FEED-DATE " ACCEPTED, "
                       WS-SHOW-COUNT-1 " READING(S)"
           END-EVALUATE.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
      *    THE FEED IS CHECKED AGAINST THE SAME RUN DATE BMICALC
      *    WILL POST WITH, SO THE BMICALC PARAMETER CARD IS READ
      *    FOR ITS RUNDATE= OVERRIDE.  ITS OTHER CARDS BELONG TO
      *    BMICALC AND ARE PASSED OVER.
           OPEN INPUT PARM-FILE.
           EVALUATE WS-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR CHECK-ERROR
                       READ PARM-FILE
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE PARM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PARM-FILE, STATUS: "
                       WS-PARM-STATUS
                   MOVE "Y" TO WS-CHECK-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF PARM-RECORD = SPACES
                   OR PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               IF WS-PARM-KEYWORD = "RUNDATE"
                   PERFORM 1200-SET-RUN-DATE
               END-IF
           END-IF.

       1200-SET-RUN-DATE.
      *    THE SAME CALENDAR CHECK AS BMICALC, SO A DATE BMICALC
      *    WOULD REFUSE NEVER GETS A FEED ONTO THE REGISTER.
           MOVE ZERO TO WS-DAYS-IN-MONTH.
           IF WS-PARM-VALUE(1:8) NUMERIC
                   AND WS-PARM-VALUE(9:12) = SPACES
               MOVE WS-PARM-VALUE(1:8) TO WS-PARM-DATE
               PERFORM 1250-SET-DAYS-IN-MONTH
           ELSE
               MOVE ZERO TO WS-PARM-DATE
           END-IF.
           IF WS-PARM-DATE-DD >= 01
                   AND WS-PARM-DATE-DD <= WS-DAYS-IN-MONTH
               MOVE WS-PARM-DATE TO WS-RUN-DATE
               DISPLAY "FEEDCHK - RUN DATE " WS-RUN-DATE
                   " TAKEN FROM THE BMICALC PARAMETER CARD"
           ELSE
               DISPLAY "FEEDCHK - RUNDATE MUST BE A VALID "
                   "YYYYMMDD, GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-CHECK-ERROR-SWITCH
           END-IF.

       1250-SET-DAYS-IN-MONTH.
           EVALUATE WS-PARM-DATE-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 1260-SET-FEBRUARY-DAYS
           END-EVALUATE.

       1260-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DAYS-IN-MONTH.
           DIVIDE WS-PARM-DATE-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-PARM-DATE-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-PARM-DATE-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       2000-READ-FEED.
      *    A MISSING FEED IS LEFT TO BMICALC, WHICH ENDS RC=4
      *    WITH NOTHING TO PROCESS, AS IT ALWAYS HAS.  AN EMPTY
      *    FEED HAS NO HEADER AND IS REJECTED BELOW.
           OPEN INPUT MEASURE-FILE.
           EVALUATE WS-MEASURE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-MEASURE-FILE
                       READ MEASURE-FILE
                           AT END
                               SET END-OF-MEASURE-FILE TO TRUE
                           NOT AT END
                               PERFORM 2100-TALLY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MEASURE-FILE
               WHEN "35"
                   DISPLAY "FEEDCHK - NO WEIGH-IN FEED TONIGHT - "
                       "NOTHING TO CHECK"
                   MOVE "Y" TO WS-NO-FEED-SWITCH
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN MEASURE-FILE, STATUS: "
                       WS-MEASURE-STATUS
                   MOVE "Y" TO WS-CHECK-ERROR-SWITCH
           END-EVALUATE.

       2100-TALLY-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   ADD 1 TO WS-AFTER-TRAILER-COUNT
               WHEN MEAS-FEED-HEADER
                   PERFORM 2200-TAKE-HEADER
               WHEN MEAS-FEED-TRAILER
                   MOVE "Y" TO WS-TRAILER-SWITCH
                   MOVE MEAS-TRL-COUNT TO WS-TRL-COUNT
                   MOVE MEAS-TRL-WEIGHT-HASH TO WS-TRL-WEIGHT-HASH
               WHEN OTHER
                   ADD 1 TO WS-READING-COUNT
                   IF MEAS-WEIGHT NUMERIC
                       ADD MEAS-WEIGHT TO WS-WEIGHT-HASH
                   END-IF
           END-EVALUATE.

       2200-TAKE-HEADER.
           IF HEADER-SEEN
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: A SECOND "
                   "FEED HEADER FOLLOWS THE READINGS - TWO FEEDS "
                   "WERE JOINED"
               DISPLAY "FEEDCHK - ACTION: ASK THE SCALE VENDOR TO "
                   "RESEND TODAY'S FEED ON ITS OWN"
               PERFORM 3900-REJECT-FEED
           ELSE
               IF WS-RECORDS-READ > 1
                   DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: THE "
                       "FEED HEADER IS NOT THE FIRST RECORD"
                   PERFORM 3910-ACTION-RESEND
               END-IF
               MOVE "Y" TO WS-HEADER-SWITCH
               MOVE MEAS-HDR-FEED-DATE TO WS-HDR-FEED-DATE
               MOVE MEAS-HDR-SITE-CODE TO WS-HDR-SITE-CODE
               MOVE MEAS-HDR-SEQUENCE TO WS-HDR-SEQUENCE
           END-IF.

       3000-PROVE-FEED.
           EVALUATE TRUE
               WHEN WS-RECORDS-READ = ZERO
                   DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: THE "
                       "FEED IS EMPTY"
                   PERFORM 3920-ACTION-RETRANSFER
               WHEN NOT HEADER-SEEN
                   DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: NO "
                       "FEED HEADER - BARE OR DAMAGED FILE"
                   PERFORM 3910-ACTION-RESEND
           END-EVALUATE.
           IF WS-RECORDS-READ > ZERO AND NOT TRAILER-SEEN
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: NO "
                   "TRAILER RECORD - THE TRANSFER WAS CUT SHORT"
               PERFORM 3920-ACTION-RETRANSFER
           END-IF.
           IF WS-AFTER-TRAILER-COUNT > ZERO
               MOVE WS-AFTER-TRAILER-COUNT TO WS-SHOW-COUNT-1
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: "
                   WS-SHOW-COUNT-1 " RECORD(S) FOLLOW THE TRAILER"
               DISPLAY "FEEDCHK - ACTION: ASK THE SCALE VENDOR TO "
                   "RESEND TODAY'S FEED ON ITS OWN"
               PERFORM 3900-REJECT-FEED
           END-IF.
           IF TRAILER-SEEN
                   AND WS-READING-COUNT NOT = WS-TRL-COUNT
               MOVE WS-READING-COUNT TO WS-SHOW-COUNT-1
               MOVE WS-TRL-COUNT TO WS-SHOW-COUNT-2
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: OUT OF "
                   "BALANCE - " WS-SHOW-COUNT-1 " READINGS RECEIVED, "
                   "TRAILER SAYS " WS-SHOW-COUNT-2
               PERFORM 3920-ACTION-RETRANSFER
           END-IF.
           IF TRAILER-SEEN
                   AND WS-WEIGHT-HASH NOT = WS-TRL-WEIGHT-HASH
               MOVE WS-WEIGHT-HASH TO WS-SHOW-HASH-1
               MOVE WS-TRL-WEIGHT-HASH TO WS-SHOW-HASH-2
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: OUT OF "
                   "BALANCE - WEIGHT HASH " WS-SHOW-HASH-1
                   ", TRAILER SAYS " WS-SHOW-HASH-2
               PERFORM 3920-ACTION-RETRANSFER
           END-IF.
           IF HEADER-SEEN
                   AND WS-HDR-FEED-DATE NOT = WS-RUN-DATE
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: FEED DATE "
                   WS-HDR-FEED-DATE " IS NOT THE RUN DATE "
                   WS-RUN-DATE " - STALE OR MISDATED FEED"
               DISPLAY "FEEDCHK - ACTION: GET TODAY'S FEED FROM THE "
                   "VENDOR.  IF THIS LATE FEED WAS NEVER POSTED, CODE "
                   "RUNDATE=" WS-HDR-FEED-DATE " ON THE BMICALC "
                   "PARAMETER CARD AND RESUBMIT BMIBATCH"
               PERFORM 3900-REJECT-FEED
           END-IF.

       3500-CHECK-REGISTER.
           OPEN INPUT FEED-REGISTER.
           EVALUATE WS-REGISTER-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-REGISTER
                       READ FEED-REGISTER
                           AT END
                               SET END-OF-REGISTER TO TRUE
                           NOT AT END
                               PERFORM 3600-MATCH-REGISTER
                       END-READ
                   END-PERFORM
                   CLOSE FEED-REGISTER
               WHEN "35"
                   DISPLAY "FEEDCHK - FEED REGISTER IS EMPTY - "
                       "FIRST FEED TO BE REGISTERED"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN FEED-REGISTER, STATUS: "
                       WS-REGISTER-STATUS
                   MOVE "Y" TO WS-CHECK-ERROR-SWITCH
           END-EVALUATE.
           IF WS-REGISTERED-COUNT > ZERO
               DISPLAY "FEEDCHK - WEIGH-IN FEED REJECTED: SITE "
                   WS-HDR-SITE-CODE " FEED SEQUENCE " WS-HDR-SEQUENCE
                   " WAS ALREADY ACCEPTED ON " WS-PRIOR-ACCEPT-DATE
               DISPLAY "FEEDCHK - ACTION: RESENT FEED - DO NOT POST "
                   "IT AGAIN.  IF A RUN FAILED AFTER THIS CHECK, "
                   "RESTART IT AT THE FAILED STEP, NOT FROM THE TOP"
               PERFORM 3900-REJECT-FEED
           END-IF.

       3600-MATCH-REGISTER.
           IF FREG-SITE-CODE = WS-HDR-SITE-CODE
                   AND FREG-SEQUENCE = WS-HDR-SEQUENCE
               MOVE 1 TO WS-REGISTERED-COUNT
               MOVE FREG-ACCEPT-DATE TO WS-PRIOR-ACCEPT-DATE
           END-IF.

       3900-REJECT-FEED.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "Y" TO WS-FEED-REJECT-SWITCH.

       3910-ACTION-RESEND.
           DISPLAY "FEEDCHK - ACTION: ASK THE SCALE VENDOR TO RESEND "
               "TODAY'S FEED WITH ITS HEADER AND TRAILER".
           PERFORM 3900-REJECT-FEED.

       3920-ACTION-RETRANSFER.
           DISPLAY "FEEDCHK - ACTION: RERUN THE SCALE TRANSFER, OR "
               "ASK THE VENDOR TO RESEND TODAY'S FEED".
           PERFORM 3900-REJECT-FEED.

       4000-REGISTER-FEED.
      *    THE FEED IS REGISTERED AS SOON AS IT PASSES, SO A
      *    SECOND SUBMISSION OF THE SAME FEED IS REFUSED EVEN IF
      *    TONIGHT'S RUN HAS NOT FINISHED POSTING IT.
           OPEN EXTEND FEED-REGISTER.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT FEED-REGISTER
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FEED-REGISTER, STATUS: "
                   WS-REGISTER-STATUS
               MOVE "Y" TO WS-CHECK-ERROR-SWITCH
           ELSE
               MOVE WS-HDR-SITE-CODE TO FREG-SITE-CODE
               MOVE WS-HDR-SEQUENCE TO FREG-SEQUENCE
               MOVE WS-HDR-FEED-DATE TO FREG-FEED-DATE
               MOVE WS-READING-COUNT TO FREG-READING-COUNT
               MOVE WS-WEIGHT-HASH TO FREG-WEIGHT-HASH
               MOVE WS-RUN-DATE TO FREG-ACCEPT-DATE
               MOVE WS-RUN-TIME TO FREG-ACCEPT-TIME
               WRITE FEED-REGISTER-RECORD
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE FEED-REGISTER, STATUS: "
                       WS-REGISTER-STATUS
                   MOVE "Y" TO WS-CHECK-ERROR-SWITCH
               END-IF
               CLOSE FEED-REGISTER
           END-IF.

       9000-LOG-RUN-START.
           MOVE "S" TO RL-RECORD-TYPE.
           MOVE ZERO TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE ZERO TO RL-RETURN-CODE.
           PERFORM 9200-WRITE-RUN-LOG.

       9100-LOG-RUN-END.
           MOVE "E" TO RL-RECORD-TYPE.
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
           MOVE WS-READING-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
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
               MOVE "FEEDCHK " TO RL-PROGRAM-ID
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
