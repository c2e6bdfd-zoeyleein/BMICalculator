       IDENTIFICATION DIVISION.
       PROGRAM-ID. EHRACK.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EHR-PARM ASSIGN TO EHRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHR-PARM-STATUS.
           SELECT PENDING-FILE ASSIGN TO EHRPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-OUT ASSIGN TO EHRPENDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.
           SELECT ACK-FILE ASSIGN TO EHRACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT RESEND-FILE ASSIGN TO EHRRSND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.
           SELECT ACK-REPORT ASSIGN TO EHRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-REPORT-STATUS.
           SELECT CONSENT-FILE ASSIGN TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-PAT-ID
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT SUPPRESS-LOG ASSIGN TO CONSSUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  EHR-PARM
           RECORDING MODE IS F.
       01  EHR-PARM-RECORD          PIC X(80).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD           PIC X(81).

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01  PENDING-OUT-RECORD       PIC X(81).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           COPY ACKREC.

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD            PIC X(61).

       FD  ACK-REPORT
           RECORDING MODE IS F.
       01  ACK-REPORT-LINE          PIC X(80).

       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           COPY CONSREC.

       FD  SUPPRESS-LOG
           RECORDING MODE IS F.
       01  SUPPRESS-LOG-RECORD.
           COPY CONSSUP.

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-MSG-ID            PIC X(20).
           05 SRT-TYPE              PIC X(1).
               88 SRT-IS-ACK             VALUE "A".
               88 SRT-IS-MESSAGE         VALUE "M".
           05 SRT-ACK-DATE          PIC 9(8).
           05 SRT-ACK-CODE          PIC X(2).
           05 SRT-ACK-TEXT          PIC X(40).
           05 SRT-PENDING           PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-EHR-PARM-STATUS       PIC XX.
       01  WS-PENDING-STATUS        PIC XX.
       01  WS-PENDING-OUT-STATUS    PIC XX.
       01  WS-ACK-STATUS            PIC XX.
       01  WS-RESEND-STATUS         PIC XX.
       01  WS-ACK-REPORT-STATUS     PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-CONSENT-STATUS        PIC XX.
       01  WS-SUPPRESS-STATUS       PIC XX.
       01  WS-CONSENT-OPEN-SWITCH   PIC X VALUE "N".
           88 CONSENT-OPEN               VALUE "Y".
       01  WS-SUPPRESS-OPEN-SWITCH  PIC X VALUE "N".
           88 SUPPRESS-LOG-OPEN          VALUE "Y".
       01  WS-WITHHELD-SWITCH       PIC X VALUE "N".
           88 RESEND-WITHHELD            VALUE "Y".
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-INPUT-FILE          VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-ACK-ERROR-SWITCH      PIC X VALUE "N".
           88 ACK-RUN-ERROR              VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-RESEND-DAYS           PIC 9(3) VALUE 003.
       01  WS-MAX-SENDS             PIC 9(2) VALUE 03.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).
       01  WS-RUN-DAY-NUMBER        PIC S9(7) VALUE ZERO.
       01  WS-SENT-DAY-NUMBER       PIC S9(7) VALUE ZERO.
       01  WS-DAYS-WAITING          PIC S9(7) VALUE ZERO.
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

      *    THE LATEST ACK SEEN FOR THE MESSAGE ID NOW PASSING
      *    THROUGH THE SORT.  ACKS SORT AHEAD OF THEIR MESSAGE,
      *    OLDEST FIRST, SO THE LAST ONE HELD HERE IS THE ONE
      *    THAT COUNTS WHEN THE MESSAGE ITSELF COMES UP.
       01  WS-HELD-ACK-ID           PIC X(20) VALUE SPACES.
       01  WS-HELD-ACK-CODE         PIC X(2).
       01  WS-HELD-ACK-DATE         PIC 9(8).
       01  WS-HELD-ACK-TEXT         PIC X(40).
       01  WS-MSG-STATUS-TEXT       PIC X(20).
       01  WS-ACK-MATCH-SWITCH      PIC X VALUE "N".
           88 ACK-MATCHED                VALUE "Y".
       01  WS-FAILED-SWITCH         PIC X VALUE "N".
           88 MESSAGE-FAILED             VALUE "Y".

       01  WS-UNMATCHED-MAX         PIC 9(3) VALUE 200.
       01  WS-UNMATCHED-SUB         PIC 9(3) VALUE ZERO.
       01  WS-UNMATCHED-TABLE.
           05 WS-UNMATCHED-ENTRY OCCURS 200 TIMES.
               10 WS-UNM-MSG-ID     PIC X(20).
               10 WS-UNM-ACK-CODE   PIC X(2).
               10 WS-UNM-ACK-DATE   PIC 9(8).
               10 WS-UNM-ACK-TEXT   PIC X(40).

       01  WS-PENDING-REC.
           COPY EHRPEND.
           COPY EHROBS REPLACING ==05== BY ==10==.

       01  WS-PENDING-READ-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ACK-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ACCEPTED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RESENT-NOACK-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-RESENT-ERROR-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-AWAITING-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-WITHHELD-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CARRIED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RESENT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-ACK-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-AH1-PAGE           PIC ZZ9.

       01  WS-ACK-HEADER-2.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(28)
               VALUE "EHR OUTSTANDING MESSAGES    ".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-AH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-AH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-AH2-YYYY           PIC 9(4).

       01  WS-ACK-HEADER-3.
           05 FILLER                PIC X(21)
               VALUE "MESSAGE CONTROL ID".
           05 FILLER                PIC X(7)  VALUE "PATIENT".
           05 FILLER                PIC X(11) VALUE "MEAS DATE".
           05 FILLER                PIC X(11) VALUE "LAST SENT".
           05 FILLER                PIC X(4)  VALUE "DAY".
           05 FILLER                PIC X(3)  VALUE "SN".
           05 FILLER                PIC X(3)  VALUE "AK".
           05 FILLER                PIC X(20) VALUE "STATUS".

       01  WS-ACK-DETAIL-LINE.
           05 WS-AD-MSG-ID          PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-MEAS-MM         PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-AD-MEAS-DD         PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-AD-MEAS-YYYY       PIC 9(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-SENT-MM         PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-AD-SENT-DD         PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-AD-SENT-YYYY       PIC 9(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-DAYS            PIC ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-SENDS           PIC Z9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-ACK-CODE        PIC X(2).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-AD-STATUS          PIC X(20).

       01  WS-ACK-TEXT-LINE.
           05 FILLER                PIC X(22) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "EHR SAYS: ".
           05 WS-AT-TEXT            PIC X(40).

       01  WS-UNMATCHED-TITLE-LINE.
           05 FILLER                PIC X(40)
               VALUE "ACKNOWLEDGEMENTS WITH NO MESSAGE PENDING".

       01  WS-UNMATCHED-LINE.
           05 WS-UL-MSG-ID          PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-UL-ACK-CODE        PIC X(2).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-UL-MM              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-UL-DD              PIC 99.
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-UL-YYYY            PIC 9(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-UL-TEXT            PIC X(40).

       01  WS-NO-OUTSTANDING-LINE.
           05 FILLER                PIC X(40)
               VALUE "NO EHR MESSAGES OUTSTANDING".

       01  WS-FAILED-NOTE-LINE.
           05 FILLER                PIC X(40)
               VALUE "FAILED MESSAGES ARE NO LONGER RESENT -  ".
           05 FILLER                PIC X(40)
               VALUE "REFER THEM TO EHR INTERFACE SUPPORT".

       01  WS-ACK-COUNT-LINE.
           05 WS-AC-LABEL           PIC X(32).
           05 WS-AC-COUNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           PERFORM 1000-READ-PARM.
           IF ACK-RUN-ERROR
               DISPLAY "EHRACK - RUN ABORTED, CORRECT THE "
                   "PARAMETER CARD AND RESUBMIT"
           ELSE
               DISPLAY "EHRACK - RESEND AFTER " WS-RESEND-DAYS
                   " DAYS, AT MOST " WS-MAX-SENDS " SENDS"
               COMPUTE WS-RUN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM 2000-OPEN-FILES
               IF NOT ACK-RUN-ERROR
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-MSG-ID
                       ON ASCENDING KEY SRT-TYPE
                       ON ASCENDING KEY SRT-ACK-DATE
                       INPUT PROCEDURE IS 3000-LOAD-MESSAGES
                       OUTPUT PROCEDURE IS 4000-MATCH-ACKS
                   PERFORM 5000-WRITE-SUMMARY
                   CLOSE PENDING-OUT
                   CLOSE RESEND-FILE
                   CLOSE ACK-REPORT
                   IF CONSENT-OPEN
                       CLOSE CONSENT-FILE
                   END-IF
                   IF SUPPRESS-LOG-OPEN
                       CLOSE SUPPRESS-LOG
                   END-IF
               END-IF
           END-IF.
           IF ACK-RUN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
           OPEN INPUT EHR-PARM.
           EVALUATE WS-EHR-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR ACK-RUN-ERROR
                       READ EHR-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE EHR-PARM
               WHEN "35"
                   DISPLAY "NO EHR PARAMETER CARD - DEFAULTS OF 003 "
                       "DAYS AND 03 SENDS IN EFFECT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN EHR-PARM, STATUS: "
                       WS-EHR-PARM-STATUS
                   MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF EHR-PARM-RECORD = SPACES
                   OR EHR-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING EHR-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "RESENDDAYS"
                       PERFORM 1200-SET-RESEND-DAYS
                   WHEN "MAXSENDS"
                       PERFORM 1300-SET-MAX-SENDS
                   WHEN OTHER
                       DISPLAY "EHRACK - UNKNOWN PARAMETER CARD: "
                           EHR-PARM-RECORD
                       MOVE "Y" TO WS-ACK-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-RESEND-DAYS.
           IF WS-PARM-VALUE(1:3) NUMERIC
                   AND WS-PARM-VALUE(4:17) = SPACES
                   AND WS-PARM-VALUE(1:3) NOT = "000"
               MOVE WS-PARM-VALUE(1:3) TO WS-RESEND-DAYS
           ELSE
               DISPLAY "EHRACK - RESENDDAYS MUST BE 001-999, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-IF.

       1300-SET-MAX-SENDS.
           IF WS-PARM-VALUE(1:2) NUMERIC
                   AND WS-PARM-VALUE(3:18) = SPACES
                   AND WS-PARM-VALUE(1:2) NOT = "00"
               MOVE WS-PARM-VALUE(1:2) TO WS-MAX-SENDS
           ELSE
               DISPLAY "EHRACK - MAXSENDS MUST BE 01-99, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-IF.

       2000-OPEN-FILES.
           OPEN OUTPUT PENDING-OUT.
           IF WS-PENDING-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PENDING-OUT, STATUS: "
                   WS-PENDING-OUT-STATUS
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT RESEND-FILE.
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RESEND-FILE, STATUS: "
                   WS-RESEND-STATUS
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT ACK-REPORT.
           IF WS-ACK-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACK-REPORT, STATUS: "
                   WS-ACK-REPORT-STATUS
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-IF.
      *    NO CONSENT FILE MEANS NOBODY HAS CONSENTED - NOTHING IS
      *    RESENT TO THE EHR.
           OPEN INPUT CONSENT-FILE.
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CONSENT-OPEN-SWITCH
               WHEN "35"
                   DISPLAY "NO CONSENT FILE - EHR RESENDS HELD BACK"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CONSENT-FILE, STATUS: "
                       WS-CONSENT-STATUS
                   MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-EVALUATE.
           OPEN EXTEND SUPPRESS-LOG.
           IF WS-SUPPRESS-STATUS = "35"
               OPEN OUTPUT SUPPRESS-LOG
           END-IF.
           IF WS-SUPPRESS-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPRESS-LOG, STATUS: "
                   WS-SUPPRESS-STATUS
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           ELSE
               MOVE "Y" TO WS-SUPPRESS-OPEN-SWITCH
           END-IF.

       3000-LOAD-MESSAGES.
           PERFORM 3100-LOAD-PENDING.
           IF NOT ACK-RUN-ERROR
               PERFORM 3300-LOAD-ACKS
           END-IF.

       3100-LOAD-PENDING.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ PENDING-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PENDING-READ-COUNT
                               PERFORM 3200-RELEASE-MESSAGE
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               WHEN "35"
                   DISPLAY "NO EHR PENDING FILE - NOTHING OUTSTANDING"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PENDING-FILE, STATUS: "
                       WS-PENDING-STATUS
                   MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-EVALUATE.

       3200-RELEASE-MESSAGE.
           MOVE PENDING-RECORD TO WS-PENDING-REC.
           MOVE EHR-MSG-CONTROL-ID TO SRT-MSG-ID.
           MOVE "M" TO SRT-TYPE.
           MOVE ZERO TO SRT-ACK-DATE.
           MOVE SPACES TO SRT-ACK-CODE.
           MOVE SPACES TO SRT-ACK-TEXT.
           MOVE PENDING-RECORD TO SRT-PENDING.
           RELEASE SORT-RECORD.

       3300-LOAD-ACKS.
      *    NO ACK FILE JUST MEANS THE EHR SENT NOTHING BACK
      *    TONIGHT - EVERY MESSAGE IS AGED AS UNACKNOWLEDGED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACK-FILE.
           EVALUATE WS-ACK-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ ACK-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ACK-READ-COUNT
                               PERFORM 3400-RELEASE-ACK
                       END-READ
                   END-PERFORM
                   CLOSE ACK-FILE
               WHEN "35"
                   DISPLAY "NO EHR ACK FILE - NO ACKS RECEIVED"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN ACK-FILE, STATUS: "
                       WS-ACK-STATUS
                   MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-EVALUATE.

       3400-RELEASE-ACK.
           MOVE ACK-MSG-CONTROL-ID TO SRT-MSG-ID.
           MOVE "A" TO SRT-TYPE.
           IF ACK-DATE NUMERIC
               MOVE ACK-DATE TO SRT-ACK-DATE
           ELSE
               MOVE ZERO TO SRT-ACK-DATE
           END-IF.
           MOVE ACK-CODE TO SRT-ACK-CODE.
           MOVE ACK-TEXT TO SRT-ACK-TEXT.
           MOVE SPACES TO SRT-PENDING.
           RELEASE SORT-RECORD.

       4000-MATCH-ACKS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE SPACES TO WS-HELD-ACK-ID.
           PERFORM 4050-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT-FILE
               IF WS-HELD-ACK-ID NOT = SPACES
                       AND WS-HELD-ACK-ID NOT = SRT-MSG-ID
                   PERFORM 4700-COUNT-UNMATCHED-ACK
               END-IF
               IF SRT-IS-ACK
                   MOVE SRT-MSG-ID TO WS-HELD-ACK-ID
                   MOVE SRT-ACK-CODE TO WS-HELD-ACK-CODE
                   MOVE SRT-ACK-DATE TO WS-HELD-ACK-DATE
                   MOVE SRT-ACK-TEXT TO WS-HELD-ACK-TEXT
               ELSE
                   PERFORM 4100-JUDGE-MESSAGE
               END-IF
               PERFORM 4050-RETURN-SORT-RECORD
           END-PERFORM.
           IF WS-HELD-ACK-ID NOT = SPACES
               PERFORM 4700-COUNT-UNMATCHED-ACK
           END-IF.
           IF WS-CARRIED-COUNT = ZERO
               IF WS-PAGE-COUNT = ZERO
                   PERFORM 4900-WRITE-ACK-HEADERS
               END-IF
               WRITE ACK-REPORT-LINE FROM SPACES
               WRITE ACK-REPORT-LINE FROM WS-NO-OUTSTANDING-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           PERFORM 4800-WRITE-UNMATCHED-ACKS.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4100-JUDGE-MESSAGE.
           MOVE SRT-PENDING TO WS-PENDING-REC.
           MOVE "N" TO WS-FAILED-SWITCH.
           MOVE "N" TO WS-WITHHELD-SWITCH.
           IF WS-HELD-ACK-ID = SRT-MSG-ID
               MOVE "Y" TO WS-ACK-MATCH-SWITCH
               MOVE SPACES TO WS-HELD-ACK-ID
               MOVE WS-HELD-ACK-CODE TO EHP-LAST-ACK-CODE
               IF WS-HELD-ACK-CODE = "AA"
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   PERFORM 4200-REQUEUE-MESSAGE
                   EVALUATE TRUE
                       WHEN RESEND-WITHHELD
                           MOVE "DROPPED - NO CONSENT"
                               TO WS-MSG-STATUS-TEXT
                       WHEN MESSAGE-FAILED
                           MOVE "FAILED - EHR ERROR"
                               TO WS-MSG-STATUS-TEXT
                       WHEN OTHER
                           ADD 1 TO WS-RESENT-ERROR-COUNT
                           MOVE "RESENT - EHR ERROR"
                               TO WS-MSG-STATUS-TEXT
                   END-EVALUATE
                   PERFORM 4400-CARRY-OR-DROP
               END-IF
           ELSE
               MOVE "N" TO WS-ACK-MATCH-SWITCH
               PERFORM 4150-COMPUTE-DAYS-WAITING
               IF WS-DAYS-WAITING >= WS-RESEND-DAYS
                   PERFORM 4200-REQUEUE-MESSAGE
                   EVALUATE TRUE
                       WHEN RESEND-WITHHELD
                           MOVE "DROPPED - NO CONSENT"
                               TO WS-MSG-STATUS-TEXT
                       WHEN MESSAGE-FAILED
                           MOVE "FAILED - NO ACK" TO WS-MSG-STATUS-TEXT
                       WHEN OTHER
                           ADD 1 TO WS-RESENT-NOACK-COUNT
                           MOVE "RESENT - NO ACK" TO WS-MSG-STATUS-TEXT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "AWAITING ACK" TO WS-MSG-STATUS-TEXT
               END-IF
               PERFORM 4400-CARRY-OR-DROP
           END-IF.

       4150-COMPUTE-DAYS-WAITING.
           IF EHP-LAST-SENT-DATE NUMERIC
                   AND EHP-LAST-SENT-DATE >= 19000101
               COMPUTE WS-SENT-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(EHP-LAST-SENT-DATE)
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-DAY-NUMBER - WS-SENT-DAY-NUMBER
           ELSE
               MOVE 999 TO WS-DAYS-WAITING
           END-IF.

       4200-REQUEUE-MESSAGE.
      *    A MESSAGE THAT HAS ALREADY BEEN SENT MAXSENDS TIMES IS
      *    NOT SENT AGAIN - IT STAYS ON THE REGISTER AS FAILED FOR
      *    INTERFACE SUPPORT TO CHASE.  ONE FOR A PATIENT WHO HAS
      *    SINCE WITHDRAWN CONSENT IS NOT SENT AGAIN EITHER, AND IS
      *    DROPPED FROM THE REGISTER.
           PERFORM 4250-CHECK-CONSENT.
           EVALUATE TRUE
               WHEN RESEND-WITHHELD
                   CONTINUE
               WHEN EHP-SEND-COUNT >= WS-MAX-SENDS
                   MOVE "Y" TO WS-FAILED-SWITCH
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   ADD 1 TO EHP-SEND-COUNT
                   MOVE WS-RUN-DATE TO EHP-LAST-SENT-DATE
                   MOVE EHP-OBSERVATION TO RESEND-RECORD
                   WRITE RESEND-RECORD
                   IF WS-RESEND-STATUS NOT = "00"
                       DISPLAY "UNABLE TO WRITE RESEND-FILE, STATUS: "
                           WS-RESEND-STATUS
                       MOVE "Y" TO WS-ACK-ERROR-SWITCH
                   END-IF
                   ADD 1 TO WS-RESENT-COUNT
           END-EVALUATE.

       4250-CHECK-CONSENT.
           MOVE SPACES TO CSP-REASON-CODE.
           IF CONSENT-OPEN
               MOVE EHR-PAT-ID TO CNS-PAT-ID
               READ CONSENT-FILE
                   INVALID KEY
                       MOVE "NC" TO CSP-REASON-CODE
                   NOT INVALID KEY
                       IF NOT CNS-NOT-WITHDRAWN
                           MOVE "WD" TO CSP-REASON-CODE
                       END-IF
               END-READ
           ELSE
               MOVE "NC" TO CSP-REASON-CODE
           END-IF.
           IF CSP-REASON-CODE NOT = SPACES
               MOVE "Y" TO WS-WITHHELD-SWITCH
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE WS-RUN-DATE TO CSP-RUN-DATE
               MOVE "EHRACK" TO CSP-PROGRAM-ID
               MOVE "R" TO CSP-INTERFACE
               MOVE EHR-PAT-ID TO CSP-PAT-ID
               MOVE EHR-MEAS-DATE TO CSP-READING-DATE
               WRITE SUPPRESS-LOG-RECORD
               IF WS-SUPPRESS-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE SUPPRESS-LOG, STATUS: "
                       WS-SUPPRESS-STATUS
                   MOVE "Y" TO WS-ACK-ERROR-SWITCH
               END-IF
           END-IF.

       4400-CARRY-OR-DROP.
           IF RESEND-WITHHELD
               PERFORM 4600-WRITE-ACK-DETAIL
           ELSE
               PERFORM 4500-CARRY-FORWARD
           END-IF.

       4500-CARRY-FORWARD.
           MOVE WS-PENDING-REC TO PENDING-OUT-RECORD.
           WRITE PENDING-OUT-RECORD.
           IF WS-PENDING-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE PENDING-OUT, STATUS: "
                   WS-PENDING-OUT-STATUS
               MOVE "Y" TO WS-ACK-ERROR-SWITCH
           END-IF.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM 4600-WRITE-ACK-DETAIL.

       4600-WRITE-ACK-DETAIL.
           IF WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-ACK-HEADERS
           END-IF.
           MOVE EHR-MSG-CONTROL-ID TO WS-AD-MSG-ID.
           MOVE EHR-PAT-ID TO WS-AD-PATIENT-ID.
           MOVE EHR-MEAS-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-AD-MEAS-MM.
           MOVE WS-DW-DD TO WS-AD-MEAS-DD.
           MOVE WS-DW-YYYY TO WS-AD-MEAS-YYYY.
           MOVE EHP-LAST-SENT-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-AD-SENT-MM.
           MOVE WS-DW-DD TO WS-AD-SENT-DD.
           MOVE WS-DW-YYYY TO WS-AD-SENT-YYYY.
      *    DAYS ARE COUNTED FROM THE FIRST SEND, SO A MESSAGE
      *    THAT KEEPS BEING RESENT STILL SHOWS ITS TRUE AGE.
           IF EHP-FIRST-SENT-DATE NUMERIC
                   AND EHP-FIRST-SENT-DATE >= 19000101
               COMPUTE WS-SENT-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(EHP-FIRST-SENT-DATE)
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-DAY-NUMBER - WS-SENT-DAY-NUMBER
           ELSE
               MOVE 999 TO WS-DAYS-WAITING
           END-IF.
           IF WS-DAYS-WAITING > 999
               MOVE 999 TO WS-AD-DAYS
           ELSE
               MOVE WS-DAYS-WAITING TO WS-AD-DAYS
           END-IF.
           MOVE EHP-SEND-COUNT TO WS-AD-SENDS.
           MOVE EHP-LAST-ACK-CODE TO WS-AD-ACK-CODE.
           MOVE WS-MSG-STATUS-TEXT TO WS-AD-STATUS.
           WRITE ACK-REPORT-LINE FROM WS-ACK-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF ACK-MATCHED AND WS-HELD-ACK-TEXT NOT = SPACES
               MOVE WS-HELD-ACK-TEXT TO WS-AT-TEXT
               WRITE ACK-REPORT-LINE FROM WS-ACK-TEXT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       4700-COUNT-UNMATCHED-ACK.
      *    AN ACK FOR A MESSAGE NO LONGER ON THE REGISTER - ALREADY
      *    ACCEPTED ON AN EARLIER NIGHT, OR NOT OURS.  IT IS KEPT
      *    IN A SMALL TABLE AND LISTED AFTER THE OUTSTANDING ONES.
           ADD 1 TO WS-UNMATCHED-COUNT.
           IF WS-UNMATCHED-COUNT <= WS-UNMATCHED-MAX
               MOVE WS-HELD-ACK-ID
                   TO WS-UNM-MSG-ID(WS-UNMATCHED-COUNT)
               MOVE WS-HELD-ACK-CODE
                   TO WS-UNM-ACK-CODE(WS-UNMATCHED-COUNT)
               MOVE WS-HELD-ACK-DATE
                   TO WS-UNM-ACK-DATE(WS-UNMATCHED-COUNT)
               MOVE WS-HELD-ACK-TEXT
                   TO WS-UNM-ACK-TEXT(WS-UNMATCHED-COUNT)
           END-IF.
           MOVE SPACES TO WS-HELD-ACK-ID.

       4800-WRITE-UNMATCHED-ACKS.
           IF WS-UNMATCHED-COUNT > 0
               IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
                   PERFORM 4900-WRITE-ACK-HEADERS
               END-IF
               WRITE ACK-REPORT-LINE FROM SPACES
               WRITE ACK-REPORT-LINE FROM WS-UNMATCHED-TITLE-LINE
               ADD 2 TO WS-LINE-COUNT
               PERFORM 4850-WRITE-UNMATCHED-LINE
                   VARYING WS-UNMATCHED-SUB FROM 1 BY 1
                   UNTIL WS-UNMATCHED-SUB > WS-UNMATCHED-COUNT
                       OR WS-UNMATCHED-SUB > WS-UNMATCHED-MAX
           END-IF.

       4850-WRITE-UNMATCHED-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4900-WRITE-ACK-HEADERS
           END-IF.
           MOVE WS-UNM-MSG-ID(WS-UNMATCHED-SUB) TO WS-UL-MSG-ID.
           MOVE WS-UNM-ACK-CODE(WS-UNMATCHED-SUB) TO WS-UL-ACK-CODE.
           MOVE WS-UNM-ACK-DATE(WS-UNMATCHED-SUB) TO WS-DATE-WORK.
           MOVE WS-DW-MM TO WS-UL-MM.
           MOVE WS-DW-DD TO WS-UL-DD.
           MOVE WS-DW-YYYY TO WS-UL-YYYY.
           MOVE WS-UNM-ACK-TEXT(WS-UNMATCHED-SUB) TO WS-UL-TEXT.
           WRITE ACK-REPORT-LINE FROM WS-UNMATCHED-LINE.
           ADD 1 TO WS-LINE-COUNT.

       4900-WRITE-ACK-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-AH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-AH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-AH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-AH2-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE ACK-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE ACK-REPORT-LINE FROM WS-ACK-HEADER-1.
           WRITE ACK-REPORT-LINE FROM WS-ACK-HEADER-2.
           WRITE ACK-REPORT-LINE FROM SPACES.
           WRITE ACK-REPORT-LINE FROM WS-ACK-HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

       5000-WRITE-SUMMARY.
           WRITE ACK-REPORT-LINE FROM SPACES.
           MOVE "MESSAGES PENDING AT START:      " TO WS-AC-LABEL.
           MOVE WS-PENDING-READ-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "ACKNOWLEDGEMENTS RECEIVED:      " TO WS-AC-LABEL.
           MOVE WS-ACK-READ-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "ACCEPTED BY EHR (CLEARED):      " TO WS-AC-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "RESENT - EHR ERROR:             " TO WS-AC-LABEL.
           MOVE WS-RESENT-ERROR-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "RESENT - NO ACK IN TIME:        " TO WS-AC-LABEL.
           MOVE WS-RESENT-NOACK-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "STILL AWAITING ACK:             " TO WS-AC-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "FAILED - MAX SENDS REACHED:     " TO WS-AC-LABEL.
           MOVE WS-FAILED-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "DROPPED - NO CONSENT:           " TO WS-AC-LABEL.
           MOVE WS-WITHHELD-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "UNMATCHED ACKNOWLEDGEMENTS:     " TO WS-AC-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           MOVE "MESSAGES STILL OUTSTANDING:     " TO WS-AC-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-AC-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-ACK-COUNT-LINE.
           IF WS-FAILED-COUNT > 0
               WRITE ACK-REPORT-LINE FROM SPACES
               WRITE ACK-REPORT-LINE FROM WS-FAILED-NOTE-LINE
               DISPLAY "EHRACK - " WS-FAILED-COUNT
                   " MESSAGES FAILED AFTER " WS-MAX-SENDS
                   " SENDS - REFER TO EHR INTERFACE SUPPORT"
           END-IF.
           DISPLAY "EHRACK - PENDING " WS-PENDING-READ-COUNT
               " ACKS " WS-ACK-READ-COUNT
               " CLEARED " WS-ACCEPTED-COUNT
               " RESENT " WS-RESENT-COUNT
               " OUTSTANDING " WS-CARRIED-COUNT.

       9000-LOG-RUN-START.
           MOVE "S" TO RL-RECORD-TYPE.
           MOVE ZERO TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE ZERO TO RL-RETURN-CODE.
           PERFORM 9200-WRITE-RUN-LOG.

       9100-LOG-RUN-END.
           COMPUTE WS-READ-COUNT =
               WS-PENDING-READ-COUNT + WS-ACK-READ-COUNT.
           MOVE "E" TO RL-RECORD-TYPE.
           MOVE WS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-RESENT-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-FAILED-COUNT TO RL-RECORDS-REJECTED.
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
               MOVE "EHRACK" TO RL-PROGRAM-ID
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
