      *****************************************************************
      *  LOOP1PND - PENDING-APPROVAL RECORD.  LOOP1WMM APPENDS ONE
      *  FOR EVERY MAINTENANCE TRANSACTION IT PARKS INSTEAD OF
      *  APPLYING (WEIGHT MOVEMENT OVER THE KEYING USER'S LIMIT, OR A
      *  COST CENTER OUTSIDE THE USER'S AUTHORITY); LOOP1APR WORKS
      *  THE FILE DOWN AGAINST THE LOOP1APV DECISIONS AND REWRITES
      *  IT WITH WHAT IS STILL WAITING.  PND-ITEM-ID IS THE PARKING
      *  RUN'S DATE AND TIME PLUS A 4-DIGIT SEQUENCE AND IS WHAT THE
      *  APPROVER QUOTES.  PND-MASTER-CC IS THE COST CENTER THE
      *  ACCOUNT WAS ON WHEN PARKED (SPACES FOR AN ADD) SO THE
      *  APPROVER'S AUTHORITY CAN BE CHECKED WITHOUT THE MASTER.
      *  PND-TXN-IMAGE IS THE WLDMTXN TRANSACTION AS KEYED,
      *  INCLUDING ANY FUTURE TRANSACTION DATE AND ACCOUNT END DATE.
      *****************************************************************
       01  LOOP1-PENDING-RECORD.
           05  PND-ITEM-ID          PIC X(20).
           05  PND-PARKED-DATE      PIC 9(08).
           05  PND-REASON           PIC X(30).
           05  PND-MASTER-CC        PIC X(06).
           05  PND-WEIGHT-CHANGE    PIC 9(06).
           05  PND-TXN-IMAGE.
               10  PND-ACTION       PIC X(01).
               10  PND-ACCOUNT-ID   PIC X(10).
               10  PND-COST-CENTER  PIC X(06).
               10  PND-WEIGHT       PIC X(06).
               10  PND-EFF-DATE     PIC X(08).
               10  PND-USER-ID      PIC X(08).
               10  PND-CHG-EFF-DATE PIC X(08).
               10  PND-END-DATE     PIC X(08).
