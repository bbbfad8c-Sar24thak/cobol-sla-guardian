      *****************************************************************
      *  LOOP1EVT - STANDARD EVENT RECORD.  EVERY PROGRAM IN THE
      *  STREAM APPENDS ONE RECORD TO THE SHARED LOOP1EVT EVENT LOG
      *  FOR EACH CONDITION OPERATIONS MUST SEE - A HOLD, A MISMATCH,
      *  A DRIFT WARNING - AND ONE RUN-END-RCNN RECORD AS IT ENDS,
      *  CARRYING ITS RETURN CODE.  LOOP1EVF FORWARDS THE NEW ONES TO
      *  THE MONITORING SYSTEM.  THE LOG IS APPEND-ONLY.
      *
      *  EVT-BUS-DATE IS THE BUSINESS DATE THE PROGRAM WORKED ON (THE
      *  ACC GENERATION'S RUN DATE WHERE IT HAS ONE, ELSE ITS OWN
      *  RUN DATE).  EVT-PART-SEQ IS THE LOOP1 PARTITION, ZERO FOR A
      *  WHOLE-STREAM STEP.  EVT-CODE IS UNIQUE WITHIN THE PROGRAM,
      *  SO PROGRAM PLUS CODE NAMES THE CONDITION.
      *****************************************************************
       01  LOOP1-EVENT-RECORD.
           05  EVT-BUS-DATE         PIC 9(08).
           05  EVT-PROGRAM          PIC X(08).
           05  EVT-PART-SEQ         PIC 9(04).
           05  EVT-SEVERITY         PIC X(01).
               88  EVT-IS-INFO                 VALUE 'I'.
               88  EVT-IS-WARNING              VALUE 'W'.
               88  EVT-IS-ERROR                VALUE 'E'.
               88  EVT-IS-CRITICAL             VALUE 'C'.
           05  EVT-CODE             PIC X(16).
           05  EVT-LOGGED-DATE      PIC 9(08).
           05  EVT-LOGGED-TIME      PIC 9(08).
           05  EVT-MESSAGE          PIC X(80).
