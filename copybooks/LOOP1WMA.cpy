      *  RECORD (SPACES FOR THE BEFORE IMAGE OF AN ADD AND THE AFTER
      *  IMAGE OF A DELETE), SO AN AUDITOR CAN SAY EXACTLY WHO CHANGED
      *  AN ACCOUNT'S WEIGHT, FROM WHAT, TO WHAT, AND WHEN.
      *  AUD-APPROVER-ID IS THE SECOND USER WHO APPROVED A PARKED
      *  CHANGE THROUGH LOOP1APR (AUD-USER-ID STAYS THE MAKER);
      *  SPACES FOR A CHANGE WITHIN THE MAKER'S OWN AUTHORITY AND ON
      *  RECORDS WRITTEN BEFORE THE FIELD EXISTED.
      *****************************************************************
       01  WLDM-AUDIT-RECORD.
           05  AUD-TIMESTAMP        PIC X(26).
           05  AUD-ACCOUNT-ID       PIC X(10).
           05  AUD-BEFORE-IMAGE     PIC X(40).
           05  AUD-AFTER-IMAGE      PIC X(40).
           05  AUD-APPROVER-ID      PIC X(08).
