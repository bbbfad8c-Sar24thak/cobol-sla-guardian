      *****************************************************************
      *  LOOP1PMA - CHANGE-AUDIT RECORD APPENDED BY LOOP1PMM FOR
      *  EVERY TRANSACTION APPLIED TO THE LOOP1PRM PARAMETER HISTORY,
      *  IN THE STYLE OF LOOP1WMA.  THE BEFORE AND AFTER IMAGES ARE
      *  THE FULL 35-BYTE LOOP1PRM RECORD (SPACES FOR THE BEFORE
      *  IMAGE OF AN ADD AND THE AFTER IMAGE OF A DELETE), SO AN
      *  AUDITOR CAN SAY WHO CHANGED A COST CENTER'S THRESHOLD OR
      *  FACTORS, FROM WHAT, TO WHAT, FROM WHICH DATE, AND WHEN.
      *****************************************************************
       01  LOOP1-PARM-AUDIT-RECORD.
           05  PMA-TIMESTAMP        PIC X(26).
           05  PMA-USER-ID          PIC X(08).
           05  PMA-ACTION           PIC X(01).
           05  PMA-COST-CENTER      PIC X(06).
           05  PMA-EFF-DATE         PIC X(08).
           05  PMA-BEFORE-IMAGE     PIC X(35).
           05  PMA-AFTER-IMAGE      PIC X(35).
