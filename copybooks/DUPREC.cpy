      *****************************************************
      * DUPREC - DUPLICATE-PATIENT CANDIDATE PAIR RECORD
      * ONE RECORD PER PAIR OF MASTER RECORDS DUPFIND SCORED
      * AS LIKELY THE SAME PERSON.  DUP-ID-1 IS ALWAYS THE
      * LOWER PATIENT ID.  STATUS IS "P" (PENDING REVIEW)
      * WHEN WRITTEN; THE RECORDS CLERK SETS "A" (APPROVED -
      * DUP-SURVIVOR-ID IS THE ID TO KEEP) OR "R" (REJECTED -
      * NOT THE SAME PERSON, NEVER OFFERED AGAIN) THROUGH
      * DUPREVW, AND "X" MARKS AN APPROVED PAIR ALREADY
      * EXPORTED TO MERGEPRS FOR PATMERGE.
      *****************************************************
           05 DUP-STATUS            PIC X(1).
               88 DUP-PENDING            VALUE "P".
               88 DUP-APPROVED           VALUE "A".
               88 DUP-REJECTED           VALUE "R".
               88 DUP-EXPORTED           VALUE "X".
           05 DUP-FIND-DATE         PIC 9(8).
           05 DUP-SCORE             PIC 9(3).
           05 DUP-ID-1              PIC X(6).
           05 DUP-NAME-1            PIC X(20).
           05 DUP-ID-2              PIC X(6).
           05 DUP-NAME-2            PIC X(20).
           05 DUP-SURVIVOR-ID       PIC X(6).
           05 DUP-ACTION-DATE       PIC 9(8).
           05 DUP-OPERATOR-ID       PIC X(8).
