      *****************************************************
      * DUPAUD - DUPLICATE-PAIR REVIEW AUDIT TRAIL RECORD
      * ONE RECORD PER APPROVE, REJECT OR MERGEPRS EXPORT OF
      * A CANDIDATE PAIR THROUGH DUPREVW, CARRYING WHO DID
      * IT, WHEN, AND THE PAIR RECORD AS IT STOOD AFTER THE
      * ACTION (DUPREC LAYOUT).
      *****************************************************
           05 DA-ACTION-CODE        PIC X(1).
               88 DA-ACTION-APPROVE      VALUE "A".
               88 DA-ACTION-REJECT       VALUE "R".
               88 DA-ACTION-EXPORT       VALUE "X".
           05 DA-DATE               PIC 9(8).
           05 DA-TIME               PIC 9(6).
           05 DA-OPERATOR-ID        PIC X(8).
           05 DA-PAIR-IMAGE         PIC X(86).
