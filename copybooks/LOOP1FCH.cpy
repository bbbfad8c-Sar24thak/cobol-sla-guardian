      *****************************************************************
      *  LOOP1FCH - HELD FUTURE-DATED MAINTENANCE TRANSACTION.
      *  LOOP1WMM APPENDS ONE FOR EVERY TRANSACTION THAT PASSES ITS
      *  EDITS AND AUTHORITY CHECK BUT CARRIES A TXN-CHG-EFF-DATE
      *  AFTER THE DAY IT IS KEYED.  THE LOOP1FDC PRE-RUN STEP
      *  RELEASES EACH ONE BACK INTO LOOP1WMM ON THE FIRST BUSINESS
      *  DATE (PER LOOP1CAL) ON OR AFTER FCH-DUE-DATE, SO IT IS
      *  RE-EDITED AND AUDITED ON THE DAY IT ACTUALLY CHANGES THE
      *  MASTER.  FCH-TXN-IMAGE IS THE WLDMTXN TRANSACTION AS HELD;
      *  FCH-SOURCE CARRIES ITS TXN-SOURCE, WHICH IS 'A' ONLY WHEN
      *  LOOP1WMM HELD THE CHANGE FROM LOOP1APT OR LOOP1FDA.  LOOP1FDC
      *  RELEASES SUCH A CHANGE ON LOOP1FDA SO IT STILL APPLIES AS
      *  APPROVED, AND ANY OTHER ON LOOP1FDT WITH NO APPROVER; LOOP1WMM
      *  READS BOTH FILES ITSELF.
      *****************************************************************
       01  LOOP1-FUTURE-CHG-RECORD.
           05  FCH-DUE-DATE         PIC 9(08).
           05  FCH-HELD-DATE        PIC 9(08).
           05  FCH-TXN-IMAGE.
               10  FCH-ACTION       PIC X(01).
               10  FCH-ACCOUNT-ID   PIC X(10).
               10  FCH-COST-CENTER  PIC X(06).
               10  FCH-WEIGHT       PIC X(06).
               10  FCH-EFF-DATE     PIC X(08).
               10  FCH-USER-ID      PIC X(08).
               10  FCH-APPROVER-ID  PIC X(08).
               10  FCH-END-DATE     PIC X(08).
               10  FCH-SOURCE       PIC X(01).
