       FILE SECTION.
       FD  AUDIT-OLD
           RECORDING MODE IS F.
      *    FROZEN PRE-PROVIDER AUDIT LAYOUT: THE PATIENT IMAGES
      *    WERE 59 BYTES (PATREC ALONE) BEFORE THE PATPROV
      *    PROVIDER ASSIGNMENT WAS ADDED TO THE MASTER RECORD.
       01  AUDIT-RECORD-OLD.
           05 AUDO-ACTION-CODE      PIC X(1).
           05 AUDO-DATE             PIC 9(8).
           05 AUDO-TIME             PIC 9(6).
           05 AUDO-OPERATOR-ID      PIC X(8).
           05 AUDO-BEFORE-IMAGE     PIC X(59).
           05 AUDO-AFTER-IMAGE      PIC X(59).

       FD  AUDIT-NEW
           RECORDING MODE IS F.
           END-IF.

       2000-CONVERT-RECORD.
      *    THE PROVIDER SITS AFTER PATREC, SO PADDING EACH
      *    59-BYTE IMAGE WITH SPACES YIELDS A VALID 65-BYTE
      *    IMAGE WITH NO PROVIDER ASSIGNED.
           MOVE AUDO-ACTION-CODE TO AUD-ACTION-CODE.
           MOVE AUDO-DATE TO AUD-DATE.
           MOVE AUDO-TIME TO AUD-TIME.
