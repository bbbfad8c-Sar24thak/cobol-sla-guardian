      *              WATER ADVANCED PAST AUDIT ENTRIES THAT NEVER
      *              LANDED IN A USABLE FEED AND THE RERUN CARRIED
      *              THOSE ACCOUNTS STALE.
      *  2026-10-15  ACCOUNT END DATES - AFTER FOLDING THE AUDIT TRAIL
      *              THE BUILD SWEEPS THE WORKLOAD MASTER FOR ACCOUNTS
      *              WHOSE WM-END-DATE HAS PASSED SINCE THE LAST SWEEP
      *              AND WRITES EACH AS ACTION D, SO A DELTA RUN
      *              RETIRES AN ENDED ACCOUNT'S CARRIED CONTRIBUTION
      *              THE NIGHT IT ENDS EVEN THOUGH NO MAINTENANCE
      *              TOUCHED IT.  THE SWEEP RUNS AGAINST THE RUN'S
      *              BUSINESS DATE (CTL-AS-OF-DATE, DEFAULTED AND
      *              ROLLED PAST LOOP1CAL HOLIDAYS AS LOOP1 DOES) AND
      *              LOOP1DLH NOW ALSO KEEPS THE LAST DATE SWEPT.  A
      *              MISSING MASTER SKIPS THE SWEEP WITH A WARNING
      *              AND LEAVES THE SWEEP DATE WHERE IT WAS, SO THE
      *              NEXT BUILD PICKS THE ENDED ACCOUNTS UP.
      *  2026-10-15  EFFECTIVE-DATED PARAMETERS - A LOOP1PRM VERSION
      *              THAT COMES INTO FORCE AFTER THE LAST SWEEP DATE
      *              AND ON OR BEFORE THE BUSINESS DATE CHANGES THE
      *              PRICING OF EVERY LIVE ACCOUNT ON ITS COST CENTER
      *              (EVERY LIVE ACCOUNT FOR A '******' VERSION), SO
      *              THE MASTER SWEEP NOW ALSO POSTS THOSE ACCOUNTS
      *              AS ACTION C - A DELTA RUN WOULD OTHERWISE CARRY
      *              THEIR OLD-PARAMETER CONTRIBUTIONS FORWARD.  AN
      *              ACCOUNT ALREADY IN THE FEED KEEPS ITS ACTION.
      *              SWEEP-ENDED-ACCOUNTS IS RENAMED
      *              SWEEP-WORKLOAD-MASTER FOR ITS WIDER JOB.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: BUILD-ABORTED AND A RUN-END-RCNN EVENT
      *              CARRYING THE RETURN CODE AS THE PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1DLB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL LOOP1-PRM-FILE  ASSIGN TO "LOOP1PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT WORKLOAD-MASTER-FILE  ASSIGN TO "WLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WM-ACCOUNT-ID
               FILE STATUS IS WS-WM-STATUS.
           SELECT WLDM-AUDIT-FILE  ASSIGN TO "LOOP1WMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT LOOP1-DLR-FILE  ASSIGN TO "LOOP1DLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  LOOP1-CAL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CAL.

       FD  LOOP1-PRM-FILE
           RECORDING MODE IS F.
       COPY LOOP1PRM.

       FD  WORKLOAD-MASTER-FILE.
       COPY LOOP1WM.

       FD  WLDM-AUDIT-FILE
           RECORDING MODE IS F.
       COPY LOOP1WMA.
           RECORDING MODE IS F.
       01  LOOP1-DLH-RECORD.
           05  DLH-LAST-TIMESTAMP   PIC X(26).
           05  DLH-LAST-END-SWEEP   PIC 9(08).

       FD  LOOP1-DLT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  LOOP1-DLR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-WM-STATUS         PIC X(2)   VALUE SPACES.
       01  WS-PRM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PRM-EOF-SW        PIC X      VALUE 'N'.
           88  PRM-EOF                     VALUE 'Y'.
       01  WS-PX-ALL-SW         PIC X      VALUE 'N'.
           88  PARM-CHANGE-FOR-ALL         VALUE 'Y'.
       01  WS-PX-TABLE.
           05  WS-PX-CC             PIC X(06)  OCCURS 200 TIMES.
       01  WS-PX-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-PX-COUNT          PIC 9(03)  VALUE 0.
       01  WS-PX-IDX            PIC 9(03)  VALUE 0.
       01  WS-PX-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-PX-FOUND                 VALUE 'Y'.
       01  WS-PRM-ROW-EFF       PIC 9(08)  VALUE 0.
       01  WS-PX-KEY            PIC X(06)  VALUE SPACES.
       01  WS-PARM-RECOMPUTE    PIC 9(06)  VALUE 0.
       01  WS-POST-KEEP-SW      PIC X      VALUE 'N'.
           88  POST-KEEPS-ACTION           VALUE 'Y'.
       01  WS-AUD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-DLH-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-DLT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-DLR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-AUD-EOF-SW        PIC X      VALUE 'N'.
           88  AUD-EOF                     VALUE 'Y'.
       01  WS-WM-EOF-SW         PIC X      VALUE 'N'.
           88  WM-EOF                      VALUE 'Y'.
       01  WS-CAL-EOF-SW        PIC X      VALUE 'N'.
           88  CAL-EOF                     VALUE 'Y'.
       01  WS-HOLIDAY-SW        PIC X      VALUE 'N'.
           88  DATE-IS-HOLIDAY             VALUE 'Y'.
       01  WS-SWEEP-DONE-SW     PIC X      VALUE 'N'.
           88  END-SWEEP-DONE              VALUE 'Y'.
       01  WS-ABORT-SW          PIC X      VALUE 'N'.
           88  BUILD-ABORTED               VALUE 'Y'.
       01  WS-HIGH-WATER        PIC X(26)  VALUE SPACES.
       01  WS-NEW-HIGH-WATER    PIC X(26)  VALUE SPACES.
       01  WS-LAST-END-SWEEP    PIC 9(08)  VALUE 0.
       01  WS-NEW-END-SWEEP     PIC 9(08)  VALUE 0.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-ROLL-DATE         PIC 9(08)  VALUE 0.
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY     PIC 9(04).
           05  WS-ROLL-MM       PIC 9(02).
           05  WS-ROLL-DD       PIC 9(02).
       01  WS-ROLL-COUNT        PIC 9(03)  VALUE 0.
       01  WS-MONTH-DAYS        PIC 9(02)  VALUE 0.
       01  WS-LEAP-WORK         PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM          PIC 9(04)  VALUE 0.
       01  WS-DIM-VALUES.
           05  FILLER           PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
           05  WS-DIM-ENTRY     PIC 9(02)  OCCURS 12 TIMES.
       01  WS-WM-READ           PIC 9(09)  VALUE 0.
       01  WS-ENDED-FOUND       PIC 9(06)  VALUE 0.
       01  WS-POST-ACCT         PIC X(10)  VALUE SPACES.
       01  WS-POST-ACTION       PIC X(01)  VALUE SPACES.
       01  WS-AUD-READ          PIC 9(09)  VALUE 0.
       01  WS-AUD-IN-WINDOW     PIC 9(09)  VALUE 0.
       01  WS-AUD-SKIPPED       PIC 9(09)  VALUE 0.
       01  WS-DA-FIND-IDX       PIC 9(06)  VALUE 0.
       01  WS-DA-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-DA-FOUND                 VALUE 'Y'.
       01  WS-EVT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EVT-BUS-DATE      PIC 9(08)  VALUE 0.
       01  WS-EVT-PART          PIC 9(04)  VALUE 0.
       01  WS-EVT-SEVERITY      PIC X(01)  VALUE SPACE.
       01  WS-EVT-CODE          PIC X(16)  VALUE SPACES.
       01  WS-EVT-TEXT          PIC X(80)  VALUE SPACES.
       01  WS-EVT-RC            PIC 9(02)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM READ-CONTROL-RECORD
           PERFORM READ-HIGH-WATER
           PERFORM COLLAPSE-AUDIT-TRAIL
           IF NOT BUILD-ABORTED
               PERFORM SWEEP-WORKLOAD-MASTER
           END-IF
           IF NOT BUILD-ABORTED
               PERFORM WRITE-DELTA-FEED
           END-IF
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  EVER, OR A DELIBERATE RESET) LEAVES THE HIGH WATER AT SPACES
      *  SO THE WHOLE AUDIT TRAIL IS TAKEN - SAFE, BECAUSE REPLAYING
      *  A CHANGE ONLY RECOMPUTES AN ACCOUNT THAT WAS ALREADY
      *  RECOMPUTED.  A LOOP1DLH WRITTEN BEFORE THE END-DATE SWEEP
      *  EXISTED HAS NO SWEEP DATE, SO THE FIRST SWEEP TAKES EVERY
      *  END DATE BEFORE THE BUSINESS DATE - EQUALLY SAFE, AN
      *  ALREADY-RETIRED ACCOUNT IS ONLY REPORTED UNMATCHED.
      *****************************************************************
       READ-HIGH-WATER.
           OPEN INPUT LOOP1-DLH-FILE
                       CONTINUE
                   NOT AT END
                       MOVE DLH-LAST-TIMESTAMP TO WS-HIGH-WATER
                       IF DLH-LAST-END-SWEEP NUMERIC
                           MOVE DLH-LAST-END-SWEEP
                               TO WS-LAST-END-SWEEP
                       END-IF
               END-READ
               CLOSE LOOP1-DLH-FILE
           END-IF
           MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER
           MOVE WS-LAST-END-SWEEP TO WS-NEW-END-SWEEP.

      *****************************************************************
      *  COLLAPSE-AUDIT-TRAIL READS EVERY LOOP1WMA ENTRY, TAKES THE
               END-IF
               IF AUD-ACTION = 'A' OR AUD-ACTION = 'C'
                   OR AUD-ACTION = 'D'
                   MOVE AUD-ACCOUNT-ID TO WS-POST-ACCT
                   MOVE 'N' TO WS-POST-KEEP-SW
                   IF AUD-ACTION = 'D'
                       MOVE 'D' TO WS-POST-ACTION
                   ELSE
                       MOVE 'C' TO WS-POST-ACTION
                   END-IF
                   PERFORM POST-ACTION-TO-TABLE
               ELSE
                   ADD 1 TO WS-AUD-BAD-ACTION
           MOVE 'N' TO WS-DA-FOUND-SW
           PERFORM VARYING WS-DA-FIND-IDX FROM 1 BY 1
               UNTIL WS-DA-FIND-IDX > WS-DA-COUNT OR WS-DA-FOUND
               IF WS-DA-ACCT (WS-DA-FIND-IDX) = WS-POST-ACCT
                   MOVE 'Y' TO WS-DA-FOUND-SW
               END-IF
           END-PERFORM
               ELSE
                   ADD 1 TO WS-DA-COUNT
                   MOVE WS-DA-COUNT TO WS-DA-FIND-IDX
                   MOVE WS-POST-ACCT TO WS-DA-ACCT (WS-DA-FIND-IDX)
               END-IF
           END-IF
           IF WS-DA-FIND-IDX > 0
               IF NOT WS-DA-FOUND OR NOT POST-KEEPS-ACTION
                   MOVE WS-POST-ACTION TO WS-DA-ACTION (WS-DA-FIND-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *  SWEEP-WORKLOAD-MASTER READS THE WORKLOAD MASTER FOR ACCOUNTS
      *  WHOSE WM-END-DATE FELL ON OR AFTER THE LAST SWEEP DATE AND
      *  BEFORE THE BUSINESS DATE - THE ACCOUNTS LOOP1 STOPS
      *  PROCESSING TONIGHT - AND POSTS EACH AS ACTION D.  THE D
      *  OVERRIDES ANY C FROM THE AUDIT TRAIL: LOOP1 WOULD RETIRE AN
      *  ENDED ACCOUNT'S RECOMPUTE ANYWAY, AND SAYING SO IN THE FEED
      *  KEEPS THE BUILD REPORT HONEST.  AN END DATE KEYED AFTER THE
      *  FACT (ALREADY BEHIND THE SWEEP) NEEDS NO SWEEP - ITS LOOP1WMA
      *  CHANGE PUTS THE ACCOUNT IN THE FEED AND LOOP1 RETIRES IT.
      *  A LIVE ACCOUNT ON A COST CENTER WITH A PARAMETER VERSION
      *  COMING INTO FORCE IN THE SAME WINDOW IS POSTED AS ACTION C.
      *****************************************************************
       SWEEP-WORKLOAD-MASTER.
           PERFORM LOAD-PARM-CHANGES
           OPEN INPUT WORKLOAD-MASTER-FILE
           IF WS-WM-STATUS NOT = '00'
               DISPLAY 'LOOP1DLB - WLDMSTR IS NOT AVAILABLE - '
                   'END-DATE SWEEP SKIPPED - STATUS ' WS-WM-STATUS
           ELSE
               MOVE 'Y' TO WS-SWEEP-DONE-SW
               PERFORM UNTIL WM-EOF OR BUILD-ABORTED
                   READ WORKLOAD-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-WM-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-WM-READ
                           PERFORM CHECK-ONE-END-DATE
                           PERFORM CHECK-ONE-PARM-CHANGE
                   END-READ
               END-PERFORM
               CLOSE WORKLOAD-MASTER-FILE
               IF CTL-AS-OF-DATE > WS-LAST-END-SWEEP
                   MOVE CTL-AS-OF-DATE TO WS-NEW-END-SWEEP
               END-IF
           END-IF.

       CHECK-ONE-END-DATE.
           IF WM-END-DATE NUMERIC
               AND WM-END-DATE > 0
               AND WM-END-DATE NOT < WS-LAST-END-SWEEP
               AND WM-END-DATE < CTL-AS-OF-DATE
               ADD 1 TO WS-ENDED-FOUND
               MOVE WM-ACCOUNT-ID TO WS-POST-ACCT
               MOVE 'D' TO WS-POST-ACTION
               MOVE 'N' TO WS-POST-KEEP-SW
               PERFORM POST-ACTION-TO-TABLE
           END-IF.

      *****************************************************************
      *  LOAD-PARM-CHANGES TABLES THE COST CENTERS WITH A LOOP1PRM
      *  VERSION DATED AFTER THE LAST SWEEP AND ON OR BEFORE THE
      *  BUSINESS DATE.  AN UNDATED ROW IS IN FORCE FROM THE
      *  BEGINNING AND NEVER TRIGGERS A RECOMPUTE.  MORE CHANGED COST
      *  CENTERS THAN THE TABLE HOLDS IS TREATED AS A CHANGE FOR ALL.
      *****************************************************************
       LOAD-PARM-CHANGES.
           MOVE 0 TO WS-PX-COUNT
           MOVE 'N' TO WS-PX-ALL-SW
           MOVE 'N' TO WS-PRM-EOF-SW
           OPEN INPUT LOOP1-PRM-FILE
           IF WS-PRM-STATUS = '00'
               PERFORM UNTIL PRM-EOF
                   READ LOOP1-PRM-FILE
                       AT END
                           MOVE 'Y' TO WS-PRM-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-PARM-CHANGE
                   END-READ
               END-PERFORM
               CLOSE LOOP1-PRM-FILE
           END-IF.

       TABLE-ONE-PARM-CHANGE.
           IF PRM-EFF-DATE NUMERIC
               MOVE PRM-EFF-DATE TO WS-PRM-ROW-EFF
           ELSE
               MOVE 0 TO WS-PRM-ROW-EFF
           END-IF
           IF PRM-COST-CENTER NOT = SPACES
               AND WS-PRM-ROW-EFF > WS-LAST-END-SWEEP
               AND WS-PRM-ROW-EFF NOT > CTL-AS-OF-DATE
               IF PRM-COST-CENTER = '******'
                   MOVE 'Y' TO WS-PX-ALL-SW
               ELSE
                   MOVE PRM-COST-CENTER TO WS-PX-KEY
                   PERFORM FIND-PARM-CHANGE-CC
                   IF NOT WS-PX-FOUND
                       IF WS-PX-COUNT < WS-PX-LIMIT
                           ADD 1 TO WS-PX-COUNT
                           MOVE PRM-COST-CENTER
                               TO WS-PX-CC (WS-PX-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PX-ALL-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-PARM-CHANGE-CC.
           MOVE 'N' TO WS-PX-FOUND-SW
           PERFORM VARYING WS-PX-IDX FROM 1 BY 1
               UNTIL WS-PX-IDX > WS-PX-COUNT OR WS-PX-FOUND
               IF WS-PX-CC (WS-PX-IDX) = WS-PX-KEY
                   MOVE 'Y' TO WS-PX-FOUND-SW
               END-IF
           END-PERFORM.

      *****************************************************************
      *  CHECK-ONE-PARM-CHANGE POSTS A LIVE ACCOUNT (EFFECTIVE AND NOT
      *  ENDED ON THE BUSINESS DATE) AS ACTION C WHEN ITS COST CENTER
      *  HAS A NEW PARAMETER VERSION, LEAVING ANY ACTION ALREADY
      *  POSTED FOR IT ALONE.
      *****************************************************************
       CHECK-ONE-PARM-CHANGE.
           IF PARM-CHANGE-FOR-ALL OR WS-PX-COUNT > 0
               MOVE WM-COST-CENTER TO WS-PX-KEY
               MOVE 'N' TO WS-PX-FOUND-SW
               IF NOT PARM-CHANGE-FOR-ALL
                   PERFORM FIND-PARM-CHANGE-CC
               END-IF
               IF (PARM-CHANGE-FOR-ALL OR WS-PX-FOUND)
                   AND NOT (WM-EFF-DATE NUMERIC
                       AND WM-EFF-DATE > CTL-AS-OF-DATE)
                   AND NOT (WM-END-DATE NUMERIC
                       AND WM-END-DATE > 0
                       AND WM-END-DATE < CTL-AS-OF-DATE)
                   ADD 1 TO WS-PARM-RECOMPUTE
                   MOVE WM-ACCOUNT-ID TO WS-POST-ACCT
                   MOVE 'C' TO WS-POST-ACTION
                   MOVE 'Y' TO WS-POST-KEEP-SW
                   PERFORM POST-ACTION-TO-TABLE
               END-IF
           END-IF.

       WRITE-NEW-HIGH-WATER.
           OPEN OUTPUT LOOP1-DLH-FILE
           MOVE WS-NEW-HIGH-WATER TO DLH-LAST-TIMESTAMP
           MOVE WS-NEW-END-SWEEP TO DLH-LAST-END-SWEEP
           WRITE LOOP1-DLH-RECORD
           IF WS-DLH-STATUS NOT = '00'
               DISPLAY 'LOOP1DLB - HIGH-WATER WRITE FAILED - STATUS '
               INTO LOOP1-DLR-LINE
           WRITE LOOP1-DLR-LINE

           MOVE SPACES TO LOOP1-DLR-LINE
           IF END-SWEEP-DONE
               STRING 'END-DATE SWEEP ' DELIMITED BY SIZE
                   WS-LAST-END-SWEEP DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   CTL-AS-OF-DATE DELIMITED BY SIZE
                   ' MASTER READ ' DELIMITED BY SIZE
                   WS-WM-READ DELIMITED BY SIZE
                   ' ENDED ' DELIMITED BY SIZE
                   WS-ENDED-FOUND DELIMITED BY SIZE
                   ' PARM RECOMPUTE ' DELIMITED BY SIZE
                   WS-PARM-RECOMPUTE DELIMITED BY SIZE
                   INTO LOOP1-DLR-LINE
           ELSE
               STRING 'END-DATE SWEEP NOT RUN - WLDMSTR NOT '
                   'AVAILABLE - ENDED ACCOUNTS FOLLOW NEXT BUILD'
                   DELIMITED BY SIZE INTO LOOP1-DLR-LINE
           END-IF
           WRITE LOOP1-DLR-LINE

           MOVE SPACES TO LOOP1-DLR-LINE
           STRING 'ACCOUNTS COLLAPSED ' DELIMITED BY SIZE
               WS-DA-COUNT DELIMITED BY SIZE
           WRITE LOOP1-DLR-LINE

           CLOSE LOOP1-DLR-FILE.

      *****************************************************************
      *  READ-CONTROL-RECORD TAKES THE BUSINESS DATE OF THE DELTA RUN
      *  THIS FEED IS FOR, THE WAY LOOP1 WILL - A KEYED
      *  CTL-AS-OF-DATE AS IT STANDS, A DEFAULTED ONE ROLLED PAST THE
      *  LOOP1CAL HOLIDAYS.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   MOVE 0 TO CTL-AS-OF-DATE
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-AS-OF-DATE NOT NUMERIC OR CTL-AS-OF-DATE = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO CTL-AS-OF-DATE
               PERFORM ROLL-TO-BUSINESS-DATE
           END-IF.

      *****************************************************************
      *  ROLL-TO-BUSINESS-DATE, CHECK-DATE-IS-HOLIDAY AND
      *  ADVANCE-ONE-DAY MIRROR LOOP1'S.
      *****************************************************************
       ROLL-TO-BUSINESS-DATE.
           MOVE CTL-AS-OF-DATE TO WS-ROLL-DATE
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM CHECK-DATE-IS-HOLIDAY
           PERFORM UNTIL NOT DATE-IS-HOLIDAY
                   OR WS-ROLL-COUNT > 31
               PERFORM ADVANCE-ONE-DAY
               ADD 1 TO WS-ROLL-COUNT
               PERFORM CHECK-DATE-IS-HOLIDAY
           END-PERFORM
           IF WS-ROLL-COUNT > 31
               DISPLAY 'LOOP1DLB - LOOP1CAL LISTS OVER 31 CONSECUTIVE '
                   'HOLIDAYS - AS-OF DATE LEFT AT ' WS-ROLL-DATE
           END-IF
           IF WS-ROLL-COUNT > 0
               MOVE WS-ROLL-DATE TO CTL-AS-OF-DATE
           END-IF.

       CHECK-DATE-IS-HOLIDAY.
           MOVE 'N' TO WS-HOLIDAY-SW
           MOVE 'N' TO WS-CAL-EOF-SW
           OPEN INPUT LOOP1-CAL-FILE
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL CAL-EOF
                   READ LOOP1-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-SW
                       NOT AT END
                           IF CAL-DATE NUMERIC AND
                               CAL-DATE = WS-ROLL-DATE AND
                               CAL-IS-HOLIDAY
                               MOVE 'Y' TO WS-HOLIDAY-SW
                               MOVE 'Y' TO WS-CAL-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-CAL-FILE
           END-IF.

       ADVANCE-ONE-DAY.
           MOVE WS-DIM-ENTRY (WS-ROLL-MM) TO WS-MONTH-DAYS
           IF WS-ROLL-MM = 2
               DIVIDE WS-ROLL-YYYY BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-ROLL-YYYY BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       DIVIDE WS-ROLL-YYYY BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ROLL-DD < WS-MONTH-DAYS
               ADD 1 TO WS-ROLL-DD
           ELSE
               MOVE 1 TO WS-ROLL-DD
               IF WS-ROLL-MM < 12
                   ADD 1 TO WS-ROLL-MM
               ELSE
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF BUILD-ABORTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'BUILD-ABORTED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'DELTA FEED BUILD ABORTED - HIGH WATER MARK '
                   DELIMITED BY SIZE
                   'NOT ADVANCED' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           PERFORM WRITE-COMPLETION-EVENT.

       WRITE-COMPLETION-EVENT.
           MOVE RETURN-CODE TO WS-EVT-RC
           IF WS-EVT-RC = 0
               MOVE 'I' TO WS-EVT-SEVERITY
           ELSE
               IF WS-EVT-RC < 8
                   MOVE 'W' TO WS-EVT-SEVERITY
               ELSE
                   MOVE 'E' TO WS-EVT-SEVERITY
               END-IF
           END-IF
           MOVE SPACES TO WS-EVT-CODE
           STRING 'RUN-END-RC' WS-EVT-RC DELIMITED BY SIZE
               INTO WS-EVT-CODE
           MOVE SPACES TO WS-EVT-TEXT
           STRING 'LOOP1DLB ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1DLB' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1DLB - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
