      *****************************************************
      * HISTKEY - BMI-HISTORY RECORD KEY
      * COPY THIS DIRECTLY AFTER PATREC IN ANY FD OR SD
      * THAT DESCRIBES A BMI-HISTORY RECORD.  THE KSDS IS
      * KEYED ON PATIENT, CALCULATION DATE AND A SEQUENCE
      * THAT KEEPS A SECOND READING FOR THE SAME PATIENT ON
      * THE SAME DAY; THE CALCULATION DATE ON ITS OWN IS THE
      * ALTERNATE KEY (WITH DUPLICATES) FOR DATE-RANGE READS.
      * THE KEY SITS AFTER THE PATIENT FIELDS SO A HISTORY
      * RECORD STILL MOVES TO AND FROM A PATREC GROUP AS IS.
      *****************************************************
           05 HIST-KEY.
               10 HIST-PAT-ID        PIC X(6).
               10 HIST-CALC-DATE     PIC 9(8).
               10 HIST-SEQUENCE      PIC 9(2).
