       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPFIND.
       AUTHOR. JingYi Li.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-PARM ASSIGN TO DUPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-PARM-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO PATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID OF PATIENT-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   PAT-NAME OF PATIENT-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO DUPCAND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
           SELECT CANDIDATE-OUT ASSIGN TO DUPCANDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDOUT-STATUS.
           SELECT DUP-REPORT ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-PARM
           RECORDING MODE IS F.
       01  DUP-PARM-RECORD          PIC X(80).

       FD  PATIENT-MASTER.
       01  PATIENT-MASTER-RECORD.
           COPY PATREC.
           COPY PATPROV.

       FD  CANDIDATE-FILE
           RECORDING MODE IS F.
       01  CANDIDATE-RECORD         PIC X(86).

       FD  CANDIDATE-OUT
           RECORDING MODE IS F.
       01  CANDIDATE-OUT-RECORD     PIC X(86).

       FD  DUP-REPORT
           RECORDING MODE IS F.
       01  DUP-REPORT-LINE          PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           COPY RUNLOG.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-SCORE             PIC 9(3).
           05 SRT-ID-1              PIC X(6).
           05 SRT-ID-2              PIC X(6).
           05 SRT-PATIENT-1         PIC X(59).
           05 SRT-PATIENT-2         PIC X(59).

       WORKING-STORAGE SECTION.
       01  WS-DUP-PARM-STATUS       PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-CANDIDATE-STATUS      PIC XX.
       01  WS-CANDOUT-STATUS        PIC XX.
       01  WS-DUP-REPORT-STATUS     PIC XX.
       01  WS-RUN-LOG-STATUS        PIC XX.
       01  WS-LOG-TIME-RAW          PIC 9(8).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-MASTER              VALUE "Y".
       01  WS-CAND-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-CANDIDATES          VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-SORT-FILE           VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PARM-FILE           VALUE "Y".
       01  WS-DUP-ERROR-SWITCH      PIC X VALUE "N".
           88 DUP-ERROR                  VALUE "Y".
       01  WS-DECIDED-SWITCH        PIC X VALUE "N".
           88 PAIR-ALREADY-DECIDED       VALUE "Y".
       01  WS-PARM-KEYWORD          PIC X(20).
       01  WS-PARM-VALUE            PIC X(20).
       01  WS-MIN-SCORE             PIC 9(3) VALUE 060.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01  WS-CUR-REC.
           COPY PATREC.
       01  WS-CAND-REC.
           COPY PATREC.
       01  WS-PAIR-REC.
           COPY DUPREC.

       01  WS-CUR-NAME              PIC X(20).
       01  WS-CAND-NAME             PIC X(20).
       01  WS-BLOCK-KEY             PIC X(3) VALUE LOW-VALUES.
       01  WS-SCORE                 PIC S9(3) VALUE ZERO.
       01  WS-NAME-MATCHES          PIC 9(2) VALUE ZERO.
       01  WS-NAME-LENGTH           PIC 9(2) VALUE ZERO.
       01  WS-CHAR-SUB              PIC 9(2) VALUE ZERO.
       01  WS-HEIGHT-DIFF           PIC 9(3)V9 VALUE ZERO.
       01  WS-WEIGHT-DIFF           PIC 9(3)V9 VALUE ZERO.
       01  WS-LARGER-WEIGHT         PIC 9(3)V9 VALUE ZERO.
       01  WS-CUR-DOB               PIC 9(8).
       01  WS-CUR-DOB-R REDEFINES WS-CUR-DOB.
           05 WS-CUR-DOB-YYYY       PIC 9(4).
           05 WS-CUR-DOB-MM         PIC 9(2).
           05 WS-CUR-DOB-DD         PIC 9(2).
       01  WS-CAND-DOB              PIC 9(8).
       01  WS-CAND-DOB-R REDEFINES WS-CAND-DOB.
           05 WS-CAND-DOB-YYYY      PIC 9(4).
           05 WS-CAND-DOB-MM        PIC 9(2).
           05 WS-CAND-DOB-DD        PIC 9(2).
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

      *    NAME BLOCK: THE PATIENTS READ SO FAR IN ALTERNATE-KEY
      *    ORDER WHOSE NAMES SHARE THE FIRST THREE LETTERS WITH THE
      *    ONE JUST READ.  A VERY COMMON SURNAME CAN OUTGROW THE
      *    TABLE; THE OLDEST SLOT IS THEN REUSED SO EACH PATIENT IS
      *    STILL COMPARED WITH ITS 50 NEAREST NEIGHBOURS BY NAME.
       01  WS-WINDOW-MAX            PIC 9(3) VALUE 050.
       01  WS-WINDOW-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-WINDOW-NEXT           PIC 9(3) VALUE ZERO.
       01  WS-WINDOW-SUB            PIC 9(3) VALUE ZERO.
       01  WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 50 TIMES PIC X(59).

      *    PAIRS THE CLERK HAS ALREADY DECIDED (APPROVED BUT NOT YET
      *    EXPORTED, OR REJECTED AS DIFFERENT PEOPLE) ARE CARRIED
      *    FORWARD AS THEY STAND AND NOT OFFERED AGAIN.  DECIDED
      *    PAIRS ARE NEVER PURGED, SO THE TABLE IS SIZED FOR THE
      *    REGISTER'S LIFETIME AND THE RUN STOPS IF IT FILLS.
       01  WS-DECIDED-MAX           PIC 9(4) VALUE 9999.
       01  WS-DECIDED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-DECIDED-SUB           PIC 9(5) VALUE ZERO.
       01  WS-DECIDED-TABLE.
           05 WS-DECIDED-ENTRY OCCURS 9999 TIMES.
               10 WS-DEC-ID-1       PIC X(6).
               10 WS-DEC-ID-2       PIC X(6).

       01  WS-MASTER-READ-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-COMPARE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CANDIDATE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-APPR-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-REJ-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-RANK                  PIC 9(5) VALUE ZERO.
       01  WS-PAGE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 020.

       01  WS-DUP-HEADER-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(20)
               VALUE "SUNRISE CLINIC".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 WS-DH1-PAGE           PIC ZZ9.

       01  WS-DUP-HEADER-2.
           05 FILLER                PIC X(14) VALUE SPACES.
           05 FILLER                PIC X(30)
               VALUE "DUPLICATE PATIENT REVIEW LIST ".
           05 FILLER                PIC X(11) VALUE "RUN DATE: ".
           05 WS-DH2-MM             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-DH2-DD             PIC 99.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-DH2-YYYY           PIC 9(4).

       01  WS-DUP-HEADER-3.
           05 FILLER                PIC X(5)  VALUE "RANK ".
           05 FILLER                PIC X(5)  VALUE "SCORE".
           05 FILLER                PIC X(8)  VALUE " PATIENT".
           05 FILLER                PIC X(22) VALUE " NAME".
           05 FILLER                PIC X(11) VALUE "DOB".
           05 FILLER                PIC X(3)  VALUE "SX".
           05 FILLER                PIC X(4)  VALUE "SIT".
           05 FILLER                PIC X(7)  VALUE "HEIGHT".
           05 FILLER                PIC X(6)  VALUE "WEIGHT".

       01  WS-DUP-DETAIL-LINE.
           05 WS-DD-RANK            PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DD-SCORE           PIC ZZ9 BLANK WHEN ZERO.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DD-PATIENT-ID      PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DD-NAME            PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DD-DOB.
               10 WS-DD-MM          PIC 99.
               10 WS-DD-SLASH-1     PIC X(1).
               10 WS-DD-DD          PIC 99.
               10 WS-DD-SLASH-2     PIC X(1).
               10 WS-DD-YYYY        PIC 9(4).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DD-SEX             PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DD-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DD-HEIGHT          PIC ZZ9.9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DD-WEIGHT          PIC ZZ9.9.

       01  WS-NO-CANDIDATES-LINE.
           05 FILLER                PIC X(40)
               VALUE "NO NEW DUPLICATE CANDIDATES FOUND".

       01  WS-DUP-COUNT-LINE.
           05 WS-DC-LABEL           PIC X(36).
           05 WS-DC-COUNT           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-LOG-RUN-START.
           PERFORM 1000-READ-PARM.
           IF DUP-ERROR
               DISPLAY "DUPFIND - RUN ABORTED, CORRECT THE "
                   "PARAMETER CARD AND RESUBMIT"
           ELSE
               DISPLAY "DUPFIND - MINIMUM SCORE " WS-MIN-SCORE
               PERFORM 2000-OPEN-FILES
               IF NOT DUP-ERROR
                   PERFORM 2500-CARRY-DECISIONS
               END-IF
               IF NOT DUP-ERROR
                   SORT SORT-FILE
                       ON DESCENDING KEY SRT-SCORE
                       ON ASCENDING KEY SRT-ID-1
                       ON ASCENDING KEY SRT-ID-2
                       INPUT PROCEDURE IS 3000-SCORE-MASTER
                       OUTPUT PROCEDURE IS 4000-PRINT-CANDIDATES
                   PERFORM 5000-WRITE-SUMMARY
                   CLOSE PATIENT-MASTER
                   CLOSE CANDIDATE-OUT
                   CLOSE DUP-REPORT
               END-IF
           END-IF.
           IF DUP-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 9100-LOG-RUN-END.
           STOP RUN.

       1000-READ-PARM.
           OPEN INPUT DUP-PARM.
           EVALUATE WS-DUP-PARM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-PARM-FILE OR DUP-ERROR
                       READ DUP-PARM
                           AT END
                               SET END-OF-PARM-FILE TO TRUE
                           NOT AT END
                               PERFORM 1100-APPLY-PARM-CARD
                       END-READ
                   END-PERFORM
                   CLOSE DUP-PARM
               WHEN "35"
                   DISPLAY "NO DUPLICATE PARAMETER CARD - DEFAULT "
                       "MINIMUM SCORE OF 060 IN EFFECT"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN DUP-PARM, STATUS: "
                       WS-DUP-PARM-STATUS
                   MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-EVALUATE.

       1100-APPLY-PARM-CARD.
           IF DUP-PARM-RECORD = SPACES
                   OR DUP-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING DUP-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "MINSCORE"
                       PERFORM 1200-SET-MIN-SCORE
                   WHEN OTHER
                       DISPLAY "DUPFIND - UNKNOWN PARAMETER CARD: "
                           DUP-PARM-RECORD
                       MOVE "Y" TO WS-DUP-ERROR-SWITCH
               END-EVALUATE
           END-IF.

       1200-SET-MIN-SCORE.
           IF WS-PARM-VALUE(1:3) NUMERIC
                   AND WS-PARM-VALUE(4:17) = SPACES
                   AND WS-PARM-VALUE(1:3) NOT = "000"
                   AND WS-PARM-VALUE(1:3) NOT > "100"
               MOVE WS-PARM-VALUE(1:3) TO WS-MIN-SCORE
           ELSE
               DISPLAY "DUPFIND - MINSCORE MUST BE 001-100, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT PATIENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATIENT MASTER, STATUS: "
                   WS-MASTER-STATUS
               MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT CANDIDATE-OUT.
           IF WS-CANDOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CANDIDATE-OUT, STATUS: "
                   WS-CANDOUT-STATUS
               MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT DUP-REPORT.
           IF WS-DUP-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DUP-REPORT, STATUS: "
                   WS-DUP-REPORT-STATUS
               MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-IF.

       2500-CARRY-DECISIONS.
      *    LAST WEEK'S PENDING PAIRS ARE DROPPED AND RESCORED FROM
      *    THE CURRENT MASTER; EXPORTED PAIRS HAVE GONE TO PATMERGE
      *    AND ARE DROPPED TOO.
           OPEN INPUT CANDIDATE-FILE.
           EVALUATE WS-CANDIDATE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-CANDIDATES OR DUP-ERROR
                       READ CANDIDATE-FILE
                           AT END
                               SET END-OF-CANDIDATES TO TRUE
                           NOT AT END
                               PERFORM 2600-CARRY-ONE-PAIR
                       END-READ
                   END-PERFORM
                   CLOSE CANDIDATE-FILE
               WHEN "35"
                   DISPLAY "NO DUPLICATE CANDIDATE FILE - FIRST RUN"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CANDIDATE-FILE, STATUS: "
                       WS-CANDIDATE-STATUS
                   MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-EVALUATE.

       2600-CARRY-ONE-PAIR.
           MOVE CANDIDATE-RECORD TO WS-PAIR-REC.
           IF DUP-APPROVED OR DUP-REJECTED
               IF DUP-APPROVED
                   ADD 1 TO WS-CARRIED-APPR-COUNT
               ELSE
                   ADD 1 TO WS-CARRIED-REJ-COUNT
               END-IF
               MOVE WS-PAIR-REC TO CANDIDATE-OUT-RECORD
               PERFORM 4500-WRITE-CANDIDATE-OUT
               IF WS-DECIDED-COUNT < WS-DECIDED-MAX
                   ADD 1 TO WS-DECIDED-COUNT
                   MOVE DUP-ID-1 TO WS-DEC-ID-1(WS-DECIDED-COUNT)
                   MOVE DUP-ID-2 TO WS-DEC-ID-2(WS-DECIDED-COUNT)
               ELSE
      *            LOSING A DECISION WOULD OFFER A REJECTED PAIR
      *            AGAIN AND DUPLICATE IT ON THE REGISTER - STOP
      *            INSTEAD, BEFORE THE REGISTER IS REPLACED.
                   DISPLAY "DUPFIND - DECIDED PAIR TABLE FULL AT PAIR "
                       DUP-ID-1 "/" DUP-ID-2 " - RUN ABORTED"
                   MOVE "Y" TO WS-DUP-ERROR-SWITCH
               END-IF
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       3000-SCORE-MASTER.
      *    THE MASTER IS READ IN PAT-NAME ORDER THROUGH THE
      *    ALTERNATE KEY, SO A RE-REGISTRATION UNDER A SLIGHTLY
      *    DIFFERENT SPELLING LANDS NEXT TO THE ORIGINAL.
           MOVE LOW-VALUES TO PAT-NAME OF PATIENT-MASTER-RECORD.
           START PATIENT-MASTER
               KEY >= PAT-NAME OF PATIENT-MASTER-RECORD
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MASTER
               READ PATIENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 3100-PROCESS-PATIENT
               END-READ
           END-PERFORM.

       3100-PROCESS-PATIENT.
           MOVE PATIENT-MASTER-RECORD TO WS-CUR-REC.
           MOVE FUNCTION UPPER-CASE(PAT-NAME OF WS-CUR-REC)
               TO WS-CUR-NAME.
           IF WS-CUR-NAME(1:3) NOT = WS-BLOCK-KEY
               MOVE WS-CUR-NAME(1:3) TO WS-BLOCK-KEY
               MOVE ZERO TO WS-WINDOW-COUNT
               MOVE ZERO TO WS-WINDOW-NEXT
           END-IF.
           PERFORM 3200-SCORE-PAIR
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT.
           ADD 1 TO WS-WINDOW-NEXT.
           IF WS-WINDOW-NEXT > WS-WINDOW-MAX
               MOVE 1 TO WS-WINDOW-NEXT
           END-IF.
           MOVE WS-CUR-REC TO WS-WINDOW-ENTRY(WS-WINDOW-NEXT).
           IF WS-WINDOW-COUNT < WS-WINDOW-MAX
               ADD 1 TO WS-WINDOW-COUNT
           END-IF.

       3200-SCORE-PAIR.
      *    SCORE OUT OF 100: NAME 30, DATE OF BIRTH 30, SEX 10,
      *    SITE 10, HEIGHT WITHIN 3 CM 10, WEIGHT WITHIN 5 PCT 10.
      *    A KNOWN SEX THAT DISAGREES COUNTS 20 AGAINST THE PAIR.
           MOVE WS-WINDOW-ENTRY(WS-WINDOW-SUB) TO WS-CAND-REC.
           MOVE FUNCTION UPPER-CASE(PAT-NAME OF WS-CAND-REC)
               TO WS-CAND-NAME.
           ADD 1 TO WS-COMPARE-COUNT.
           MOVE ZERO TO WS-SCORE.
           PERFORM 3300-SCORE-NAME.
           PERFORM 3400-SCORE-DOB.
           IF (PAT-SEX-MALE OF WS-CUR-REC
                   OR PAT-SEX-FEMALE OF WS-CUR-REC)
                   AND (PAT-SEX-MALE OF WS-CAND-REC
                   OR PAT-SEX-FEMALE OF WS-CAND-REC)
               IF PAT-SEX OF WS-CUR-REC = PAT-SEX OF WS-CAND-REC
                   ADD 10 TO WS-SCORE
               ELSE
                   SUBTRACT 20 FROM WS-SCORE
               END-IF
           END-IF.
           IF PAT-SITE-CODE OF WS-CUR-REC NOT = SPACES
                   AND PAT-SITE-CODE OF WS-CUR-REC =
                       PAT-SITE-CODE OF WS-CAND-REC
               ADD 10 TO WS-SCORE
           END-IF.
           PERFORM 3500-SCORE-MEASUREMENTS.
           IF WS-SCORE >= WS-MIN-SCORE
               PERFORM 3600-RELEASE-CANDIDATE
           END-IF.

       3300-SCORE-NAME.
      *    SAME NAME 30; OTHERWISE 20 WHEN AT LEAST FOUR IN FIVE
      *    LETTERS LINE UP, ELSE 10 FOR SHARING THE NAME BLOCK.
           IF WS-CUR-NAME = WS-CAND-NAME
               ADD 30 TO WS-SCORE
           ELSE
               MOVE ZERO TO WS-NAME-MATCHES
               MOVE ZERO TO WS-NAME-LENGTH
               PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL WS-CHAR-SUB > 20
                   IF WS-CUR-NAME(WS-CHAR-SUB:1) NOT = SPACE
                           OR WS-CAND-NAME(WS-CHAR-SUB:1) NOT = SPACE
                       MOVE WS-CHAR-SUB TO WS-NAME-LENGTH
                       IF WS-CUR-NAME(WS-CHAR-SUB:1) =
                               WS-CAND-NAME(WS-CHAR-SUB:1)
                           ADD 1 TO WS-NAME-MATCHES
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NAME-MATCHES * 5 >= WS-NAME-LENGTH * 4
                   ADD 20 TO WS-SCORE
               ELSE
                   ADD 10 TO WS-SCORE
               END-IF
           END-IF.

       3400-SCORE-DOB.
      *    SAME DATE 30; ONE PART OF THE DATE KEYED WRONG 15.
           MOVE ZERO TO WS-CUR-DOB.
           MOVE ZERO TO WS-CAND-DOB.
           IF PAT-DOB OF WS-CUR-REC NUMERIC
               MOVE PAT-DOB OF WS-CUR-REC TO WS-CUR-DOB
           END-IF.
           IF PAT-DOB OF WS-CAND-REC NUMERIC
               MOVE PAT-DOB OF WS-CAND-REC TO WS-CAND-DOB
           END-IF.
           IF WS-CUR-DOB NOT = ZERO AND WS-CAND-DOB NOT = ZERO
               EVALUATE TRUE
                   WHEN WS-CUR-DOB = WS-CAND-DOB
                       ADD 30 TO WS-SCORE
                   WHEN WS-CUR-DOB-YYYY = WS-CAND-DOB-YYYY
                           AND WS-CUR-DOB-MM = WS-CAND-DOB-MM
                       ADD 15 TO WS-SCORE
                   WHEN WS-CUR-DOB-YYYY = WS-CAND-DOB-YYYY
                           AND WS-CUR-DOB-DD = WS-CAND-DOB-DD
                       ADD 15 TO WS-SCORE
                   WHEN WS-CUR-DOB-MM = WS-CAND-DOB-MM
                           AND WS-CUR-DOB-DD = WS-CAND-DOB-DD
                       ADD 15 TO WS-SCORE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3500-SCORE-MEASUREMENTS.
           IF PAT-HEIGHT OF WS-CUR-REC NUMERIC
                   AND PAT-HEIGHT OF WS-CAND-REC NUMERIC
                   AND PAT-HEIGHT OF WS-CUR-REC > ZERO
                   AND PAT-HEIGHT OF WS-CAND-REC > ZERO
               COMPUTE WS-HEIGHT-DIFF =
                   FUNCTION ABS(PAT-HEIGHT OF WS-CUR-REC
                       - PAT-HEIGHT OF WS-CAND-REC)
               IF WS-HEIGHT-DIFF <= 3.0
                   ADD 10 TO WS-SCORE
               END-IF
           END-IF.
           IF PAT-WEIGHT OF WS-CUR-REC NUMERIC
                   AND PAT-WEIGHT OF WS-CAND-REC NUMERIC
                   AND PAT-WEIGHT OF WS-CUR-REC > ZERO
                   AND PAT-WEIGHT OF WS-CAND-REC > ZERO
               COMPUTE WS-WEIGHT-DIFF =
                   FUNCTION ABS(PAT-WEIGHT OF WS-CUR-REC
                       - PAT-WEIGHT OF WS-CAND-REC)
               IF PAT-WEIGHT OF WS-CUR-REC > PAT-WEIGHT OF WS-CAND-REC
                   MOVE PAT-WEIGHT OF WS-CUR-REC TO WS-LARGER-WEIGHT
               ELSE
                   MOVE PAT-WEIGHT OF WS-CAND-REC TO WS-LARGER-WEIGHT
               END-IF
               IF WS-WEIGHT-DIFF * 100 <= WS-LARGER-WEIGHT * 5
                   ADD 10 TO WS-SCORE
               END-IF
           END-IF.

       3600-RELEASE-CANDIDATE.
           MOVE WS-SCORE TO SRT-SCORE.
           IF PAT-ID OF WS-CUR-REC < PAT-ID OF WS-CAND-REC
               MOVE PAT-ID OF WS-CUR-REC TO SRT-ID-1
               MOVE PAT-ID OF WS-CAND-REC TO SRT-ID-2
               MOVE WS-CUR-REC TO SRT-PATIENT-1
               MOVE WS-CAND-REC TO SRT-PATIENT-2
           ELSE
               MOVE PAT-ID OF WS-CAND-REC TO SRT-ID-1
               MOVE PAT-ID OF WS-CUR-REC TO SRT-ID-2
               MOVE WS-CAND-REC TO SRT-PATIENT-1
               MOVE WS-CUR-REC TO SRT-PATIENT-2
           END-IF.
           MOVE "N" TO WS-DECIDED-SWITCH.
           PERFORM VARYING WS-DECIDED-SUB FROM 1 BY 1
                   UNTIL WS-DECIDED-SUB > WS-DECIDED-COUNT
                       OR PAIR-ALREADY-DECIDED
               IF WS-DEC-ID-1(WS-DECIDED-SUB) = SRT-ID-1
                       AND WS-DEC-ID-2(WS-DECIDED-SUB) = SRT-ID-2
                   MOVE "Y" TO WS-DECIDED-SWITCH
               END-IF
           END-PERFORM.
           IF PAIR-ALREADY-DECIDED
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               RELEASE SORT-RECORD
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF.

       4000-PRINT-CANDIDATES.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 4050-RETURN-SORT-RECORD.
           IF END-OF-SORT-FILE
               PERFORM 4300-WRITE-DUP-HEADERS
               WRITE DUP-REPORT-LINE FROM SPACES
               WRITE DUP-REPORT-LINE FROM WS-NO-CANDIDATES-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           PERFORM UNTIL END-OF-SORT-FILE
               ADD 1 TO WS-RANK
               PERFORM 4100-WRITE-PENDING-PAIR
               PERFORM 4200-WRITE-PAIR-LINES
               PERFORM 4050-RETURN-SORT-RECORD
           END-PERFORM.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4100-WRITE-PENDING-PAIR.
           MOVE SPACES TO WS-PAIR-REC.
           SET DUP-PENDING TO TRUE.
           MOVE WS-RUN-DATE TO DUP-FIND-DATE.
           MOVE SRT-SCORE TO DUP-SCORE.
           MOVE SRT-ID-1 TO DUP-ID-1.
           MOVE SRT-ID-2 TO DUP-ID-2.
           MOVE SRT-PATIENT-1 TO WS-CUR-REC.
           MOVE PAT-NAME OF WS-CUR-REC TO DUP-NAME-1.
           MOVE SRT-PATIENT-2 TO WS-CAND-REC.
           MOVE PAT-NAME OF WS-CAND-REC TO DUP-NAME-2.
           MOVE ZERO TO DUP-ACTION-DATE.
           MOVE WS-PAIR-REC TO CANDIDATE-OUT-RECORD.
           PERFORM 4500-WRITE-CANDIDATE-OUT.

       4200-WRITE-PAIR-LINES.
           IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
               PERFORM 4300-WRITE-DUP-HEADERS
           END-IF.
           WRITE DUP-REPORT-LINE FROM SPACES.
           MOVE WS-RANK TO WS-DD-RANK.
           MOVE SRT-SCORE TO WS-DD-SCORE.
           PERFORM 4250-FORMAT-PATIENT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-DETAIL-LINE.
           MOVE WS-CAND-REC TO WS-CUR-REC.
           MOVE ZERO TO WS-DD-RANK.
           MOVE ZERO TO WS-DD-SCORE.
           PERFORM 4250-FORMAT-PATIENT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-DETAIL-LINE.
           ADD 3 TO WS-LINE-COUNT.

       4250-FORMAT-PATIENT.
           MOVE PAT-ID OF WS-CUR-REC TO WS-DD-PATIENT-ID.
           MOVE PAT-NAME OF WS-CUR-REC TO WS-DD-NAME.
           IF PAT-DOB OF WS-CUR-REC NUMERIC
                   AND PAT-DOB OF WS-CUR-REC NOT = ZERO
               MOVE PAT-DOB OF WS-CUR-REC TO WS-DATE-WORK
               MOVE WS-DW-MM TO WS-DD-MM
               MOVE "/" TO WS-DD-SLASH-1
               MOVE WS-DW-DD TO WS-DD-DD
               MOVE "/" TO WS-DD-SLASH-2
               MOVE WS-DW-YYYY TO WS-DD-YYYY
           ELSE
               MOVE "UNKNOWN" TO WS-DD-DOB
           END-IF.
           MOVE PAT-SEX OF WS-CUR-REC TO WS-DD-SEX.
           MOVE PAT-SITE-CODE OF WS-CUR-REC TO WS-DD-SITE.
           MOVE PAT-HEIGHT OF WS-CUR-REC TO WS-DD-HEIGHT.
           MOVE PAT-WEIGHT OF WS-CUR-REC TO WS-DD-WEIGHT.

       4300-WRITE-DUP-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-DH1-PAGE.
           MOVE WS-RUN-DATE-MM TO WS-DH2-MM.
           MOVE WS-RUN-DATE-DD TO WS-DH2-DD.
           MOVE WS-RUN-DATE-YYYY TO WS-DH2-YYYY.
           IF WS-PAGE-COUNT > 1
               WRITE DUP-REPORT-LINE FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE DUP-REPORT-LINE FROM WS-DUP-HEADER-1.
           WRITE DUP-REPORT-LINE FROM WS-DUP-HEADER-2.
           WRITE DUP-REPORT-LINE FROM SPACES.
           WRITE DUP-REPORT-LINE FROM WS-DUP-HEADER-3.
           MOVE ZERO TO WS-LINE-COUNT.

       4500-WRITE-CANDIDATE-OUT.
           WRITE CANDIDATE-OUT-RECORD.
           IF WS-CANDOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CANDIDATE-OUT, STATUS: "
                   WS-CANDOUT-STATUS
               MOVE "Y" TO WS-DUP-ERROR-SWITCH
           END-IF.

       5000-WRITE-SUMMARY.
           WRITE DUP-REPORT-LINE FROM SPACES.
           MOVE "PATIENTS ON MASTER:                 " TO WS-DC-LABEL.
           MOVE WS-MASTER-READ-COUNT TO WS-DC-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COUNT-LINE.
           MOVE "PAIRS COMPARED:                     " TO WS-DC-LABEL.
           MOVE WS-COMPARE-COUNT TO WS-DC-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COUNT-LINE.
           MOVE "CANDIDATES FOR REVIEW:              " TO WS-DC-LABEL.
           MOVE WS-CANDIDATE-COUNT TO WS-DC-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COUNT-LINE.
           MOVE "ALREADY DECIDED - NOT LISTED:       " TO WS-DC-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-DC-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COUNT-LINE.
           MOVE "APPROVED, AWAITING MERGEPRS EXPORT: " TO WS-DC-LABEL.
           MOVE WS-CARRIED-APPR-COUNT TO WS-DC-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COUNT-LINE.
           MOVE "REJECTED AS DIFFERENT PATIENTS:     " TO WS-DC-LABEL.
           MOVE WS-CARRIED-REJ-COUNT TO WS-DC-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COUNT-LINE.
           DISPLAY "DUPFIND - MASTER READ " WS-MASTER-READ-COUNT
               " CANDIDATES " WS-CANDIDATE-COUNT
               " ALREADY DECIDED " WS-SKIPPED-COUNT.

       9000-LOG-RUN-START.
           MOVE "S" TO RL-RECORD-TYPE.
           MOVE ZERO TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE ZERO TO RL-RETURN-CODE.
           PERFORM 9200-WRITE-RUN-LOG.

       9100-LOG-RUN-END.
           MOVE "E" TO RL-RECORD-TYPE.
           MOVE WS-MASTER-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-CANDIDATE-COUNT TO RL-RECORDS-WRITTEN.
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
               MOVE "DUPFIND" TO RL-PROGRAM-ID
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
