           05 CTL-EXTRACT-COUNT     PIC 9(7).
           05 CTL-EXTRACT-HASH      PIC 9(9)V99.
           05 CTL-HIST-BEFORE       PIC 9(7).
           05 CTL-HELD              PIC 9(5).
           05 CTL-RELEASED          PIC 9(5).
