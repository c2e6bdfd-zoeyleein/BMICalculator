           SELECT RECALL-REPORT ASSIGN TO RECLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-REPORT-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FD  PATIENT-FILE.
       01  PATIENT-RECORD-IN.
           COPY PATREC.
           COPY PATPROV.

       FD  RECALL-REPORT
           RECORDING MODE IS F.
       01  RECALL-REPORT-LINE       PIC X(80).

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           COPY PROVREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PROVIDER-ID       PIC X(6).
           05 SRT-BUCKET            PIC 9(1).
           05 SRT-DAYS-STALE        PIC 9(5).
           05 SRT-PATIENT.
       01  WS-RECL-PARM-STATUS      PIC XX.
       01  WS-PATIENT-FILE-STATUS   PIC XX.
       01  WS-RECALL-REPORT-STATUS  PIC XX.
       01  WS-PROVIDER-STATUS       PIC XX.
       01  WS-BY-PROVIDER-SWITCH    PIC X VALUE "N".
           88 BY-PROVIDER                VALUE "Y".
       01  WS-PROVIDER-OPEN-SWITCH  PIC X VALUE "N".
           88 PROVIDER-FILE-OPEN         VALUE "Y".
       01  WS-PROVIDER-HDR-SWITCH   PIC X VALUE "N".
           88 PROVIDER-HEADING           VALUE "Y".
       01  WS-PREV-PROVIDER         PIC X(6).
       01  WS-PROVIDER-RECALL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-PATIENT-FILE        VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           05 FILLER                PIC X(10) VALUE "LAST CALC ".
           05 FILLER                PIC X(6)  VALUE " STALE".

       01  WS-PROVIDER-LINE.
           05 FILLER                PIC X(10) VALUE "PROVIDER: ".
           05 WS-PL-PROVIDER-ID     PIC X(13).
           05 WS-PL-NAME            PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-SITE-LABEL      PIC X(6).
           05 WS-PL-SITE            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-STATUS          PIC X(8).

       01  WS-BUCKET-LINE.
           05 FILLER                PIC X(14)
               VALUE "AGING BUCKET: ".
               PERFORM 2000-OPEN-FILES
               IF NOT RECALL-ERROR
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-PROVIDER-ID
                       ON ASCENDING KEY SRT-BUCKET
                       ON ASCENDING KEY
                           PAT-SITE-CODE OF SRT-PATIENT
                   PERFORM 5000-WRITE-SUMMARY
                   CLOSE RECALL-REPORT
                   CLOSE PATIENT-FILE
                   IF PROVIDER-FILE-OPEN
                       CLOSE PROVIDER-FILE
                   END-IF
               END-IF
               IF RECALL-ERROR
                   MOVE 16 TO RETURN-CODE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "DAYS"
                       PERFORM 1200-SET-STALE-DAYS
                   WHEN "BYPROVIDER"
                       PERFORM 1300-SET-BY-PROVIDER
                   WHEN OTHER
                       DISPLAY "BMIRECAL - UNKNOWN PARAMETER CARD: "
                           RECL-PARM-RECORD
               MOVE "Y" TO WS-RECALL-ERROR-SWITCH
           END-IF.

       1300-SET-BY-PROVIDER.
           IF (WS-PARM-VALUE(1:1) = "Y" OR WS-PARM-VALUE(1:1) = "N")
                   AND WS-PARM-VALUE(2:19) = SPACES
               MOVE WS-PARM-VALUE(1:1) TO WS-BY-PROVIDER-SWITCH
           ELSE
               DISPLAY "BMIRECAL - BYPROVIDER MUST BE Y OR N, "
                   "GOT: " WS-PARM-VALUE
               MOVE "Y" TO WS-RECALL-ERROR-SWITCH
           END-IF.

       1500-SET-BUCKET-NAMES.
      *    THE FIRST BUCKET OPENS AT THE DAYS= THRESHOLD, NOT AT
      *    A FIXED 90, AND A THRESHOLD PAST A LATER BUCKET FLOOR
                   WS-RECALL-REPORT-STATUS
               MOVE "Y" TO WS-RECALL-ERROR-SWITCH
           END-IF.
      *    THE PROVIDER MASTER ONLY SUPPLIES SECTION NAMES, SO THE
      *    WORKLIST STILL RUNS WITHOUT IT.
           IF BY-PROVIDER
               OPEN INPUT PROVIDER-FILE
               IF WS-PROVIDER-STATUS = "00"
                   MOVE "Y" TO WS-PROVIDER-OPEN-SWITCH
               ELSE
                   DISPLAY "UNABLE TO OPEN PROVIDER-FILE, STATUS: "
                       WS-PROVIDER-STATUS
                       " - PROVIDER NAMES NOT SHOWN"
               END-IF
           END-IF.

       3000-SELECT-STALE.
           PERFORM UNTIL END-OF-PATIENT-FILE
                   WHEN OTHER
                       MOVE 3 TO WS-BUCKET-SUB
               END-EVALUATE
               MOVE SPACES TO SRT-PROVIDER-ID
               IF BY-PROVIDER
                   MOVE PAT-PROVIDER-ID OF PATIENT-RECORD-IN
                       TO SRT-PROVIDER-ID
               END-IF
               MOVE WS-BUCKET-SUB TO SRT-BUCKET
               IF WS-DAYS-STALE > 99999
                   MOVE 99999 TO SRT-DAYS-STALE
           END-IF.

       4000-PRINT-WORKLIST.
      *    BY PROVIDER, EACH PROVIDER'S PATIENTS START ON A NEW PAGE
      *    WITH THE AGING BUCKETS REPEATED WITHIN THE SECTION.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE ZERO TO WS-PREV-BUCKET.
           PERFORM 4050-RETURN-SORT-RECORD.
           IF NOT END-OF-SORT-FILE AND BY-PROVIDER
               PERFORM 4500-START-NEW-PROVIDER
           END-IF.
           PERFORM UNTIL END-OF-SORT-FILE
               IF BY-PROVIDER AND SRT-PROVIDER-ID NOT = WS-PREV-PROVIDER
                   PERFORM 4600-WRITE-PROVIDER-COUNT
                   PERFORM 4500-START-NEW-PROVIDER
               END-IF
               IF SRT-BUCKET NOT = WS-PREV-BUCKET
                   PERFORM 4100-START-NEW-BUCKET
                   MOVE SRT-BUCKET TO WS-PREV-BUCKET
               END-IF
               PERFORM 4200-WRITE-WORKLIST-DETAIL
               ADD 1 TO WS-PROVIDER-RECALL-COUNT
               PERFORM 4050-RETURN-SORT-RECORD
           END-PERFORM.
           IF PROVIDER-HEADING
               PERFORM 4600-WRITE-PROVIDER-COUNT
           END-IF.

       4050-RETURN-SORT-RECORD.
           RETURN SORT-FILE
           WRITE RECALL-REPORT-LINE FROM WS-RECALL-HEADER-1.
           WRITE RECALL-REPORT-LINE FROM WS-RECALL-HEADER-2.
           WRITE RECALL-REPORT-LINE FROM SPACES.
           MOVE ZERO TO WS-LINE-COUNT.
           IF PROVIDER-HEADING
               WRITE RECALL-REPORT-LINE FROM WS-PROVIDER-LINE
               WRITE RECALL-REPORT-LINE FROM SPACES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           WRITE RECALL-REPORT-LINE FROM WS-RECALL-HEADER-3.

       4400-EXPAND-BAND-TEXT.
           EVALUATE WS-BAND-WORK-CODE
                   MOVE "UNKNOWN"     TO WS-BAND-TEXT
           END-EVALUATE.

       4500-START-NEW-PROVIDER.
           MOVE SRT-PROVIDER-ID TO WS-PREV-PROVIDER.
           MOVE ZERO TO WS-PREV-BUCKET.
           MOVE ZERO TO WS-PROVIDER-RECALL-COUNT.
           MOVE "Y" TO WS-PROVIDER-HDR-SWITCH.
           MOVE "SITE: " TO WS-PL-SITE-LABEL.
           MOVE SPACES TO WS-PL-NAME.
           MOVE SPACES TO WS-PL-SITE.
           MOVE SPACES TO WS-PL-STATUS.
           IF SRT-PROVIDER-ID = SPACES
               MOVE "UNASSIGNED" TO WS-PL-PROVIDER-ID
               MOVE SPACES TO WS-PL-SITE-LABEL
           ELSE
               MOVE SRT-PROVIDER-ID TO WS-PL-PROVIDER-ID
               MOVE "NOT ON PROVIDER FILE" TO WS-PL-NAME
               IF PROVIDER-FILE-OPEN
                   MOVE SRT-PROVIDER-ID TO PRV-PROVIDER-ID
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
           PERFORM 4300-WRITE-WORKLIST-HEADERS.

       4600-WRITE-PROVIDER-COUNT.
           WRITE RECALL-REPORT-LINE FROM SPACES.
           MOVE "PROVIDER RECALL COUNT:  " TO WS-RC-LABEL.
           MOVE WS-PROVIDER-RECALL-COUNT TO WS-RC-COUNT.
           WRITE RECALL-REPORT-LINE FROM WS-RECALL-COUNT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       5000-WRITE-SUMMARY.
           IF PROVIDER-HEADING
               MOVE "ALL PROVIDERS" TO WS-PL-PROVIDER-ID
               MOVE SPACES TO WS-PL-NAME
               MOVE SPACES TO WS-PL-SITE-LABEL
               MOVE SPACES TO WS-PL-SITE
               MOVE SPACES TO WS-PL-STATUS
               PERFORM 4300-WRITE-WORKLIST-HEADERS
           END-IF.
           WRITE RECALL-REPORT-LINE FROM SPACES.
           MOVE "PATIENTS ON MASTER:     " TO WS-RC-LABEL.
           MOVE WS-READ-COUNT TO WS-RC-COUNT.
