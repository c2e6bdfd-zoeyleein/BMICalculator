      *****************************************************
      * HISTCTL - BMI-HISTORY CONTROL RECORD
      * ONE RECORD CARRYING THE NUMBER OF RECORDS ON THE
      * BMI-HISTORY KSDS AND THE NEWEST CALCULATION DATE ON
      * IT.  REWRITTEN BY EVERY PROGRAM THAT ADDS OR REMOVES
      * HISTORY, SO THE NIGHTLY RUN AND ITS RECONCILIATION
      * NEED NOT READ THE WHOLE FILE TO COUNT IT.  A WRITER
      * MARKS THE RECORD OPEN BEFORE IT TOUCHES THE HISTORY
      * AND CLOSED AGAIN WHEN IT FINISHES CLEANLY; A RECORD
      * LEFT OPEN BY A FAILED RUN MEANS THE COUNT MUST BE
      * TAKEN AFRESH FROM THE FILE.
      *****************************************************
           05 HCTL-RECORD-COUNT      PIC 9(7).
           05 HCTL-LAST-CALC-DATE    PIC 9(8).
           05 HCTL-UPDATE-DATE       PIC 9(8).
           05 HCTL-UPDATE-TIME       PIC 9(6).
           05 HCTL-PROGRAM-ID        PIC X(8).
           05 HCTL-UPDATE-STATUS     PIC X(1).
               88 HCTL-UPDATE-OPEN        VALUE "O".
               88 HCTL-UPDATE-CLOSED      VALUE "C".
