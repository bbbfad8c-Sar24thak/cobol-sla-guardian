      *****************************************************************
      *  LOOP1BVX - BUDGET EXCEPTIONS EXTRACT FOR COST-CENTER
      *  MANAGERS, BUILT BY LOOP1BVA AFTER EACH LOOP1BIL RUN AND SENT
      *  MID-MONTH WHILE THE MANAGERS CAN STILL ACT ON IT.  ONE
      *  TYPE-1 HEADER (THE BILLING MONTH, HOW FAR IT HAS BEEN BILLED,
      *  THE BUSINESS DAYS GONE AND LEFT, AND THE TOLERANCE APPLIED),
      *  ONE TYPE-2 DETAIL PER COST CENTER OVER OR PROJECTED OVER ITS
      *  BUDGET BY MORE THAN THE TOLERANCE, ADDRESSED TO ITS LOOP1CCM
      *  MANAGER, AND ONE TYPE-9 TRAILER WITH THE DETAIL COUNT AND
      *  CONTROL TOTALS.  BVX-DTL-STATUS IS O (ALREADY OVER) OR P
      *  (PROJECTED TO GO OVER BY MONTH END).  BVX-DTL-PROJ-PCT IS
      *  THE PROJECTION AS A PERCENTAGE OF THE BUDGET.
      *****************************************************************
       01  LOOP1-BUDGET-EXTRACT-RECORD.
           05  BVX-RECORD-TYPE      PIC X(01).
               88  BVX-IS-HEADER               VALUE '1'.
               88  BVX-IS-DETAIL               VALUE '2'.
               88  BVX-IS-TRAILER              VALUE '9'.
           05  BVX-DATA             PIC X(160).
           05  BVX-HEADER-DATA REDEFINES BVX-DATA.
               10  BVX-HDR-BILL-MONTH   PIC 9(06).
               10  BVX-HDR-BILLED-THRU  PIC 9(08).
               10  BVX-HDR-DAYS-GONE    PIC 9(02).
               10  BVX-HDR-DAYS-LEFT    PIC 9(02).
               10  BVX-HDR-TOL-PCT      PIC 9(03).
               10  BVX-HDR-CREATED-DATE PIC 9(08).
               10  FILLER               PIC X(131).
           05  BVX-DETAIL-DATA REDEFINES BVX-DATA.
               10  BVX-DTL-COST-CENTER  PIC X(06).
               10  BVX-DTL-CC-NAME      PIC X(30).
               10  BVX-DTL-DEPARTMENT   PIC X(06).
               10  BVX-DTL-MANAGER-ID   PIC X(08).
               10  BVX-DTL-MANAGER-NAME PIC X(24).
               10  BVX-DTL-STATUS       PIC X(01).
                   88  BVX-DTL-IS-OVER             VALUE 'O'.
                   88  BVX-DTL-IS-PROJECTED        VALUE 'P'.
               10  BVX-DTL-BUDGET       PIC 9(13)V9(02).
               10  BVX-DTL-ACTUAL       PIC 9(13)V9(02).
               10  BVX-DTL-PROJECTED    PIC 9(13)V9(02).
               10  BVX-DTL-PROJ-PCT     PIC 9(05).
               10  FILLER               PIC X(35).
           05  BVX-TRAILER-DATA REDEFINES BVX-DATA.
               10  BVX-TRL-RECORD-COUNT PIC 9(09).
               10  BVX-TRL-TOTAL-BUDGET PIC 9(13)V9(02).
               10  BVX-TRL-TOTAL-ACTUAL PIC 9(13)V9(02).
               10  FILLER               PIC X(121).
