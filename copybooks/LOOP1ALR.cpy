      *****************************************************************
      *  LOOP1ALR - OUTBOUND ALERT FILE FOR THE ENTERPRISE MONITORING
      *  SYSTEM, BUILT BY LOOP1EVF FROM THE NEW LOOP1EVT EVENTS.  ONE
      *  TYPE-1 HEADER (WHEN AND BY WHAT THE FILE WAS BUILT), ONE
      *  TYPE-2 DETAIL PER DISTINCT ALERT, AND ONE TYPE-9 TRAILER
      *  CARRYING THE ALERT COUNT SO THE MONITORING SIDE CAN PROVE
      *  THE FILE ARRIVED COMPLETE.
      *
      *  A DETAIL STANDS FOR EVERY NEW EVENT WITH THE SAME PROGRAM,
      *  EVENT CODE AND BUSINESS DATE - ALR-DTL-OCCURRENCES SAYS HOW
      *  MANY THERE WERE, ALR-DTL-PART-SEQ IS THEIR PARTITION (ZERO
      *  WHEN THEY CAME FROM MORE THAN ONE), AND THE MESSAGE IS THE
      *  FIRST ONE'S.  ALR-DTL-BASE-SEVERITY IS THE HIGHEST SEVERITY
      *  THE PROGRAMS LOGGED (W, E OR C); ALR-DTL-NIGHTS IS HOW MANY
      *  CONSECUTIVE NIGHTS THE CODE HAS NOW RECURRED, AND EACH NIGHT
      *  PAST THE FIRST RAISES ALR-DTL-SEVERITY ONE LEVEL ABOVE THE
      *  BASE, UP TO CRITICAL.  ALR-DTL-SEVERITY IS IN THE MONITORING
      *  SYSTEM'S OWN TERMS - WARNING, MAJOR OR CRITICAL.
      *****************************************************************
       01  LOOP1-ALERT-RECORD.
           05  ALR-RECORD-TYPE      PIC X(01).
               88  ALR-IS-HEADER               VALUE '1'.
               88  ALR-IS-DETAIL               VALUE '2'.
               88  ALR-IS-TRAILER              VALUE '9'.
           05  ALR-DATA             PIC X(150).
           05  ALR-HEADER-DATA REDEFINES ALR-DATA.
               10  ALR-HDR-CREATED-DATE PIC 9(08).
               10  ALR-HDR-CREATED-TIME PIC 9(08).
               10  ALR-HDR-SOURCE       PIC X(08).
               10  ALR-HDR-SYSTEM       PIC X(08).
               10  FILLER               PIC X(118).
           05  ALR-DETAIL-DATA REDEFINES ALR-DATA.
               10  ALR-DTL-SEVERITY     PIC X(08).
               10  ALR-DTL-BASE-SEVERITY PIC X(01).
               10  ALR-DTL-ESCALATED    PIC X(01).
                   88  ALR-DTL-WAS-ESCALATED       VALUE 'Y'.
               10  ALR-DTL-NIGHTS       PIC 9(03).
               10  ALR-DTL-OCCURRENCES  PIC 9(05).
               10  ALR-DTL-PROGRAM      PIC X(08).
               10  ALR-DTL-PART-SEQ     PIC 9(04).
               10  ALR-DTL-BUS-DATE     PIC 9(08).
               10  ALR-DTL-CODE         PIC X(16).
               10  ALR-DTL-LOGGED-DATE  PIC 9(08).
               10  ALR-DTL-LOGGED-TIME  PIC 9(08).
               10  ALR-DTL-MESSAGE      PIC X(80).
           05  ALR-TRAILER-DATA REDEFINES ALR-DATA.
               10  ALR-TRL-ALERT-COUNT  PIC 9(09).
               10  ALR-TRL-EVENTS-READ  PIC 9(09).
               10  FILLER               PIC X(132).
