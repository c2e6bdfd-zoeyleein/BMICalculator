      *****************************************************
      * ACKREC - EHR INBOUND ACKNOWLEDGEMENT RECORD
      * ONE RECORD PER ACKNOWLEDGEMENT RETURNED BY THE
      * HOSPITAL EHR FOR AN OBSERVATION WE SENT, MATCHED
      * BACK BY MESSAGE CONTROL ID.  "AA" = FILED IN THE
      * CHART, "AE" = APPLICATION ERROR, "AR" = REJECTED.
      *****************************************************
           05 ACK-MSG-CONTROL-ID    PIC X(20).
           05 ACK-CODE              PIC X(2).
               88 ACK-ACCEPTED           VALUE "AA".
               88 ACK-ERROR              VALUE "AE".
               88 ACK-REJECTED           VALUE "AR".
           05 ACK-DATE              PIC 9(8).
           05 ACK-TEXT              PIC X(40).
