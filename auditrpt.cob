       WORKING-STORAGE SECTION.
       01  WS-IMAGE-REC.
           COPY PATREC.
           COPY PATPROV.

       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
           05 WS-IL-DOB             PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-IL-SEX             PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-IL-PROVIDER        PIC X(6).

       01  WS-AUDIT-FOOTER-1.
           05 FILLER                PIC X(22)
               MOVE ZERO TO WS-IL-DOB
           END-IF.
           MOVE PAT-SEX OF WS-IMAGE-REC TO WS-IL-SEX.
           MOVE PAT-PROVIDER-ID OF WS-IMAGE-REC TO WS-IL-PROVIDER.
           WRITE AUDIT-REPORT-LINE FROM WS-IMAGE-LINE.

       6000-PRINT-FOOTER.
