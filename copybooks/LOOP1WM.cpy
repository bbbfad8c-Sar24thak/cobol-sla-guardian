      *  BUSINESS-LOOP PASS FOR.  WM-WEIGHT REPLACES THE FIXED WS-J
      *  AND WS-K LOOP BOUNDS FOR THAT ACCOUNT'S PASS (CAPPED AT THE
      *  CTL-MAX-J CEILING FROM THE CONTROL RECORD).
      *  WM-END-DATE (YYYYMMDD) IS THE LAST BUSINESS DATE THE ACCOUNT
      *  IS PROCESSED ON - A RUN WHOSE CTL-AS-OF-DATE IS AFTER IT
      *  SKIPS THE ACCOUNT, AND LOOP1DLB FEEDS IT TO THE NEXT DELTA
      *  RUN AS A DELETE.  SPACES OR ZERO MEANS OPEN-ENDED, WHICH IS
      *  WHAT EVERY RECORD WRITTEN BEFORE THE FIELD EXISTED READS AS.
      *****************************************************************
       01  WORKLOAD-MASTER-RECORD.
           05  WM-ACCOUNT-ID        PIC X(10).
           05  WM-COST-CENTER       PIC X(06).
           05  WM-WEIGHT            PIC 9(06).
           05  WM-EFF-DATE          PIC X(08).
           05  WM-END-DATE          PIC X(08).
           05  FILLER               PIC X(02).
