      *****************************************************
      * EHRPEND - EHR MESSAGE AWAITING ACKNOWLEDGEMENT
      * ONE RECORD PER OBSERVATION SENT TO THE EHR THAT HAS
      * NOT YET COME BACK ACCEPTED.  BMICALC ADDS A RECORD
      * FOR EVERY MESSAGE IT WRITES; EHRACK DROPS IT ONCE
      * AN "AA" ACK IS MATCHED AND OTHERWISE RESENDS IT
      * (SEND COUNT + 1) ON AN ERROR ACK OR WHEN NO ACK HAS
      * ARRIVED WITHIN ITS RESENDDAYS= WINDOW.
      *****************************************************
           05 EHP-FIRST-SENT-DATE   PIC 9(8).
           05 EHP-LAST-SENT-DATE    PIC 9(8).
           05 EHP-SEND-COUNT        PIC 9(2).
           05 EHP-LAST-ACK-CODE     PIC X(2).
      * EACH COPY SITE MUST SUPPLY THE OBSERVATION FIELDS UNDER
      * EHP-OBSERVATION BY FOLLOWING THIS COPYBOOK WITH:
      *     COPY EHROBS REPLACING ==05== BY ==10==.
           05 EHP-OBSERVATION.
