      *****************************************************
      * FEEDREG - WEIGH-IN FEED REGISTER RECORD
      * ONE RECORD PER DAILY SCALE FEED ACCEPTED BY FEEDCHK
      * FOR THE NIGHTLY RUN, KEPT SO A RESENT OR REPEATED
      * FEED (SAME SITE AND SEQUENCE NUMBER) IS REFUSED
      * INSTEAD OF BEING POSTED TO HISTORY A SECOND TIME.
      *****************************************************
           05 FREG-SITE-CODE        PIC X(3).
           05 FREG-SEQUENCE         PIC 9(5).
           05 FREG-FEED-DATE        PIC 9(8).
           05 FREG-READING-COUNT    PIC 9(6).
           05 FREG-WEIGHT-HASH      PIC 9(9)V9.
           05 FREG-ACCEPT-DATE      PIC 9(8).
           05 FREG-ACCEPT-TIME      PIC 9(6).
