      *              KEYED ON A BANK HOLIDAY POSTS UNDER THE NEXT
      *              BUSINESS DATE - AN EXPLICITLY KEYED DATE IS
      *              NEVER ROLLED.
      *  2026-10-15  ACCOUNT END DATES - CHECK-ACCOUNT-EFFECTIVE NOW
      *              ALSO SKIPS AN ACCOUNT WHOSE WM-END-DATE IS BEFORE
      *              CTL-AS-OF-DATE, SO A CLOSED ACCOUNT STOPS BEING
      *              PROCESSED THE DAY AFTER ITS LAST BUSINESS DATE
      *              WITHOUT WAITING FOR SOMEONE TO KEY ITS DELETE.
      *              ENDED ACCOUNTS ARE COUNTED WITHIN THE NOT-
      *              EFFECTIVE SKIPS (AND STS-NOT-EFF-COUNT) AND SHOWN
      *              ON THEIR OWN RUN-REPORT LINE.
      *  2026-10-15  EFFECTIVE-DATED PARAMETERS - LOOP1PRM NOW KEEPS
      *              DATED VERSIONS OF EACH COST CENTER'S PARAMETERS
      *              (PRM-EFF-DATE, MAINTAINED THROUGH LOOP1PMM).
      *              LOAD-PARM-TABLE TAKES, PER COST CENTER, THE
      *              VERSION WITH THE LATEST PRM-EFF-DATE ON OR BEFORE
      *              CTL-AS-OF-DATE, SO A RERUN OF AN OLD BUSINESS
      *              DATE PRICES WITH THE PARAMETERS IN FORCE THAT
      *              DAY INSTEAD OF TODAY'S.  AN UNDATED ROW IS IN
      *              FORCE FROM THE BEGINNING; VERSIONS DATED AFTER
      *              THE BUSINESS DATE ARE IGNORED.  THE RUN REPORT
      *              SHOWS THE EFFECTIVE DATE OF EACH SET USED.
      *  2026-10-15  STEP CONTROL - A RUN THAT GOT AS FAR AS NAMING
      *              ITS OUTPUT GENERATION APPENDS TWO LOOP1SCF
      *              RECORDS UNDER WS-GEN-STAMP AND ITS PARTITION:
      *              CONTROL POINT ACC (MASTER RECORDS READ OR
      *              RESULTS ENTRIES IN PLAY, ACC DETAILS WRITTEN AND
      *              THEIR SUM, NOT-EFFECTIVE AND RETIRED SKIPS, AND
      *              THE RESTART OR DELTA CARRY WITH THE TOTAL THE RUN
      *              OPENED WITH) AND CONTROL POINT RSN (RESULTS
      *              ENTRIES AGAINST LOOP1RSN ENTRIES WRITTEN, OR
      *              SUPPRESSED WHEN THE RUN MAY NOT REWRITE THE
      *              RESULTS MASTER), FOR LOOP1BAL TO BALANCE.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: RUN-ABENDED, STOPPED-AT-CAP, SLA-BREACH
      *              AND RSN-SUPPRESSED, EACH CARRYING THE PARTITION AND
      *              A RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS
      *              THE PROGRAM ENDS.
      *  2026-10-15  EVENTS CARRY PARTITION 0 WHEN CTL-PART-SEQ IS NOT
      *              NUMERIC, AS THE OTHER CONTROL RECORDS ALREADY DO.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL LOOP1-SCF-FILE  ASSIGN TO "LOOP1SCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY LOOP1CAL.

       FD  LOOP1-SCF-FILE
           RECORDING MODE IS F.
       COPY LOOP1SCF.

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CKP-FILENAME      PIC X(20)  VALUE 'LOOP1CKP'.
           88  WS-ACCT-WAS-HIVOL           VALUE 'Y'.
       01  WS-ACCT-EFF-SW       PIC X      VALUE 'Y'.
           88  WS-ACCT-EFFECTIVE           VALUE 'Y'.
       01  WS-ACCT-ENDED-SW     PIC X      VALUE 'N'.
           88  WS-ACCT-ENDED               VALUE 'Y'.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 200 TIMES.
               10  WS-CC-ID         PIC X(06).
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-LCK-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-MASTER-READ   PIC 9(9)   VALUE 0.
       01  WS-SCF-ACC-WRITTEN   PIC 9(9)   VALUE 0.
       01  WS-SCF-ACC-AMOUNT    PIC 9(18)  VALUE 0.
       01  WS-SCF-OPEN-TOTAL    PIC 9(18)  VALUE 0.
       01  WS-SCF-RSN-WRITTEN   PIC 9(9)   VALUE 0.
       01  WS-SCF-RSN-AMOUNT    PIC 9(18)  VALUE 0.
       01  WS-SCF-RSN-SUPPRESSED PIC 9(9)  VALUE 0.
       01  WS-SCF-SUM-WORK      PIC 9(19)  VALUE 0.
       01  WS-LOCK-HELD-SW      PIC X      VALUE 'N'.
           88  RUN-LOCK-HELD               VALUE 'Y'.
       01  WS-CAL-EOF-SW        PIC X      VALUE 'N'.
       01  WS-PM-TABLE.
           05  WS-PM-ENTRY OCCURS 200 TIMES.
               10  WS-PM-CC         PIC X(06).
               10  WS-PM-EFF        PIC 9(08).
               10  WS-PM-THRESHOLD  PIC 9(09).
               10  WS-PM-HIVOL-FAC  PIC 9(03).
               10  WS-PM-STD-FAC    PIC 9(03).
       01  WS-PM-COUNT          PIC 9(03)  VALUE 0.
       01  WS-PM-IDX            PIC 9(03)  VALUE 0.
       01  WS-PM-FIND-IDX       PIC 9(03)  VALUE 0.
       01  WS-PM-STORE-IDX      PIC 9(03)  VALUE 0.
       01  WS-PRM-ROW-EFF       PIC 9(08)  VALUE 0.
       01  WS-PM-NOT-YET-EFF    PIC 9(06)  VALUE 0.
       01  WS-PM-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-PM-FOUND                 VALUE 'Y'.
       01  WS-PM-DEFAULT-IDX    PIC 9(03)  VALUE 0.
       01  WS-ACCT-BOUND        PIC 9(6)   VALUE 0.
       01  WS-ACCTS-DONE        PIC 9(6)   VALUE 0.
       01  WS-NOT-EFF-COUNT     PIC 9(6)   VALUE 0.
       01  WS-ENDED-COUNT       PIC 9(6)   VALUE 0.
       01  WS-EXPECTED-RECS     PIC 9(6)   VALUE 0.
       01  WS-SLA-REMAINING-RECS PIC 9(6)  VALUE 0.
       01  WS-RESTART-ACCT-ID   PIC X(10)  VALUE SPACES.
       01  WS-TOTAL     PIC 9(18)  VALUE 0.
       01  WS-TEMP      PIC 9(18)  VALUE 0.
       01  WS-FLAG      PIC X      VALUE 'N'.
       01  WS-EVT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EVT-BUS-DATE      PIC 9(08)  VALUE 0.
       01  WS-EVT-PART          PIC 9(04)  VALUE 0.
       01  WS-EVT-SEVERITY      PIC X(01)  VALUE SPACE.
       01  WS-EVT-CODE          PIC X(16)  VALUE SPACES.
       01  WS-EVT-TEXT          PIC X(80)  VALUE SPACES.
       01  WS-EVT-RC            PIC 9(02)  VALUE 0.

       PROCEDURE DIVISION.

           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-STATUS-HANDOFF
           PERFORM WRITE-RUN-CATALOG
           PERFORM WRITE-STEP-CONTROL
           PERFORM RELEASE-RUN-LOCK
           PERFORM WRITE-RUN-EVENTS
           GOBACK.

      *****************************************************************
           ELSE
               MOVE 0 TO WS-I
           END-IF
           MOVE WS-TOTAL TO WS-SCF-OPEN-TOTAL
           PERFORM UNTIL WM-EOF OR WS-ABEND-REQUESTED
                   OR WS-I >= CTL-MAX-I
               READ WORKLOAD-MASTER-FILE NEXT RECORD
                           WM-ACCOUNT-ID > CTL-PART-END-ID
                           MOVE 'Y' TO WS-WM-EOF-SW
                       ELSE
                           ADD 1 TO WS-SCF-MASTER-READ
                           PERFORM CHECK-ACCOUNT-EFFECTIVE
                           IF NOT WS-ACCT-EFFECTIVE
                               ADD 1 TO WS-NOT-EFF-COUNT
                               IF WS-ACCT-ENDED
                                   ADD 1 TO WS-ENDED-COUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-I
                               ADD 1 TO WS-ACCTS-DONE
      *  LOUD FAILURE THE TABLE-OVERFLOW PATH ALREADY PRODUCES.
      *****************************************************************
       CLEAR-RESULTS-MASTER.
           PERFORM COUNT-SUPPRESSED-RESULTS
           OPEN OUTPUT LOOP1-RSN-FILE
           CLOSE LOOP1-RSN-FILE.

      *****************************************************************
      *  COUNT-SUPPRESSED-RESULTS COUNTS THE LIVE RESULTS ENTRIES A
      *  SUPPRESSED LOOP1RSN DOES NOT CARRY, FOR THE STEP-CONTROL RSN
      *  POINT.
      *****************************************************************
       COUNT-SUPPRESSED-RESULTS.
           MOVE 0 TO WS-SCF-RSN-SUPPRESSED
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
               IF WS-RS-STATE (WS-RS-IDX) NOT = 'X'
                   ADD 1 TO WS-SCF-RSN-SUPPRESSED
               END-IF
           END-PERFORM.

      *****************************************************************
      *  DELTA-RUN (CTL-RUN-MODE 'D') SKIPS THE WHOLE-FILE PASS.  THE
      *  PRIOR RUN'S RESULTS MASTER IS LOADED INTO WS-RS-TABLE, THE
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM SEED-CARRIED-TOTAL
               MOVE WS-TOTAL TO WS-SCF-OPEN-TOTAL
               PERFORM RECOMPUTE-CHANGED-ACCOUNTS
           END-IF
           CLOSE LOOP1-JNL-FILE
                   IF NOT WS-ACCT-EFFECTIVE
                       MOVE 'X' TO WS-RS-STATE (WS-RS-IDX)
                       ADD 1 TO WS-NOT-EFF-COUNT
                       IF WS-ACCT-ENDED
                           ADD 1 TO WS-ENDED-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-I
                       ADD 1 TO WS-ACCTS-DONE
               DISPLAY 'LOOP1 - RESULTS MASTER NOT WRITTEN - THE '
                   'RESULTS TABLE OVERFLOWED AT ' WS-RS-LIMIT
                   ' ACCOUNTS'
               PERFORM COUNT-SUPPRESSED-RESULTS
           ELSE
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                       IF WS-RSN-STATUS NOT = '00'
                           DISPLAY 'LOOP1 - RESULTS MASTER WRITE '
                               'FAILED - STATUS ' WS-RSN-STATUS
                       ELSE
                           ADD 1 TO WS-SCF-RSN-WRITTEN
                           COMPUTE WS-SCF-SUM-WORK =
                               WS-SCF-RSN-AMOUNT + RSN-CONTRIBUTION
                           IF WS-SCF-SUM-WORK < 1000000000000000000
                               MOVE WS-SCF-SUM-WORK
                                   TO WS-SCF-RSN-AMOUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           MOVE 0   TO WS-DELTA-RETIRED
           MOVE 0   TO WS-DELTA-UNMATCHED
           MOVE 0   TO WS-DELTA-OUTSIDE
           MOVE 0   TO WS-SCF-MASTER-READ
           MOVE 0   TO WS-SCF-ACC-WRITTEN
           MOVE 0   TO WS-SCF-ACC-AMOUNT
           MOVE 0   TO WS-SCF-OPEN-TOTAL
           MOVE 0   TO WS-SCF-RSN-WRITTEN
           MOVE 0   TO WS-SCF-RSN-AMOUNT
           MOVE 0   TO WS-SCF-RSN-SUPPRESSED
           MOVE SPACES TO WS-RSM-FIRST-ACCT
           MOVE SPACES TO WS-RSM-LAST-ACCT
           MOVE 0   TO WS-FLAG-Y-COUNT
           MOVE 0   TO WS-ACCTS-DONE
           MOVE 0   TO WS-NOT-EFF-COUNT
           MOVE 0   TO WS-ENDED-COUNT
           MOVE 0   TO WS-CKP-COUNT
           MOVE 0   TO WS-TOTAL
           MOVE 0   TO WS-CC-COUNT
      *  OR ZERO WEIGHT CAP DEFAULTS TO CTL-MAX-J, SO A SHORT OR
      *  HAND-EDITED ROW DEGRADES TO THE CLASSIC BEHAVIOR INSTEAD OF
      *  A DATA EXCEPTION.  THE '******' ROW BECOMES THE DEFAULT SET
      *  FOR UNMATCHED COST CENTERS.  EACH COST CENTER MAY HAVE
      *  SEVERAL DATED VERSIONS: THE ONE KEPT IS THE LATEST
      *  PRM-EFF-DATE ON OR BEFORE CTL-AS-OF-DATE (A BLANK DATE
      *  COUNTS AS IN FORCE FROM THE BEGINNING), AND "FIRST ROW WINS"
      *  NOW APPLIES TO TWO ROWS FOR THE SAME COST CENTER AND DATE.
      *****************************************************************
       LOAD-PARM-TABLE.
           MOVE 0 TO WS-PM-COUNT
           MOVE 0 TO WS-PM-NOT-YET-EFF
           MOVE 0 TO WS-PM-DEFAULT-IDX
           MOVE 0 TO WS-PM-DEFAULT-USED
           MOVE 'N' TO WS-PRM-EOF-SW
           END-IF.

       LOAD-ONE-PARM-ROW.
           IF PRM-EFF-DATE NUMERIC
               MOVE PRM-EFF-DATE TO WS-PRM-ROW-EFF
           ELSE
               MOVE 0 TO WS-PRM-ROW-EFF
           END-IF
           IF PRM-COST-CENTER = SPACES
               DISPLAY 'LOOP1 - LOOP1PRM ROW WITH A BLANK COST '
                   'CENTER SKIPPED'
           ELSE
               IF WS-PRM-ROW-EFF > CTL-AS-OF-DATE
                   ADD 1 TO WS-PM-NOT-YET-EFF
               ELSE
                   PERFORM PLACE-PARM-ROW
               END-IF
           END-IF.

       PLACE-PARM-ROW.
           MOVE 0 TO WS-PM-STORE-IDX
           MOVE 'N' TO WS-PM-FOUND-SW
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT OR WS-PM-FOUND
               IF WS-PM-CC (WS-PM-IDX) = PRM-COST-CENTER
                   MOVE 'Y' TO WS-PM-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-PM-FOUND
               SUBTRACT 1 FROM WS-PM-IDX
               IF WS-PRM-ROW-EFF > WS-PM-EFF (WS-PM-IDX)
                   MOVE WS-PM-IDX TO WS-PM-STORE-IDX
               ELSE
                   IF WS-PRM-ROW-EFF = WS-PM-EFF (WS-PM-IDX)
                       DISPLAY 'LOOP1 - DUPLICATE LOOP1PRM ROW FOR '
                           PRM-COST-CENTER ' EFFECTIVE '
                           WS-PRM-ROW-EFF ' SKIPPED - FIRST ROW WINS'
                   END-IF
               END-IF
           ELSE
               IF WS-PM-COUNT >= WS-PM-LIMIT
                   DISPLAY 'LOOP1 - MORE THAN ' WS-PM-LIMIT
                       ' LOOP1PRM COST CENTERS - REMAINDER IGNORED'
                   MOVE 'Y' TO WS-PRM-EOF-SW
               ELSE
                   ADD 1 TO WS-PM-COUNT
                   MOVE WS-PM-COUNT TO WS-PM-STORE-IDX
               END-IF
           END-IF
           IF WS-PM-STORE-IDX > 0
               PERFORM STORE-PARM-ROW
           END-IF.

       STORE-PARM-ROW.
           MOVE PRM-COST-CENTER TO WS-PM-CC (WS-PM-STORE-IDX)
           MOVE WS-PRM-ROW-EFF TO WS-PM-EFF (WS-PM-STORE-IDX)
           IF PRM-HIVOL-THRESHOLD NUMERIC
               MOVE PRM-HIVOL-THRESHOLD
                   TO WS-PM-THRESHOLD (WS-PM-STORE-IDX)
           ELSE
               MOVE CTL-HIVOL-THRESHOLD
                   TO WS-PM-THRESHOLD (WS-PM-STORE-IDX)
           END-IF
           IF PRM-HIVOL-FACTOR NUMERIC AND PRM-HIVOL-FACTOR NOT = 0
               MOVE PRM-HIVOL-FACTOR
                   TO WS-PM-HIVOL-FAC (WS-PM-STORE-IDX)
           ELSE
               MOVE 1 TO WS-PM-HIVOL-FAC (WS-PM-STORE-IDX)
           END-IF
           IF PRM-STD-FACTOR NUMERIC AND PRM-STD-FACTOR NOT = 0
               MOVE PRM-STD-FACTOR TO WS-PM-STD-FAC (WS-PM-STORE-IDX)
           ELSE
               MOVE 1 TO WS-PM-STD-FAC (WS-PM-STORE-IDX)
           END-IF
           IF PRM-WEIGHT-CAP NUMERIC AND PRM-WEIGHT-CAP NOT = 0
               IF PRM-WEIGHT-CAP > CTL-MAX-J
                   MOVE CTL-MAX-J TO WS-PM-WEIGHT-CAP (WS-PM-STORE-IDX)
               ELSE
                   MOVE PRM-WEIGHT-CAP
                       TO WS-PM-WEIGHT-CAP (WS-PM-STORE-IDX)
               END-IF
           ELSE
               MOVE CTL-MAX-J TO WS-PM-WEIGHT-CAP (WS-PM-STORE-IDX)
           END-IF
           MOVE 0 TO WS-PM-USED (WS-PM-STORE-IDX)
           IF PRM-COST-CENTER = '******'
               MOVE WS-PM-STORE-IDX TO WS-PM-DEFAULT-IDX
           END-IF.

      *****************************************************************
      *  CTL-AS-OF-DATE IS NOT YET LIVE AND IS SKIPPED; A BLANK OR
      *  NON-NUMERIC WM-EFF-DATE IS TREATED AS EFFECTIVE SO A DATE
      *  NEVER KEYED DOES NOT QUIETLY PARK AN ACCOUNT FOREVER.
      *  WM-END-DATE IS THE LAST BUSINESS DATE THE ACCOUNT IS
      *  PROCESSED UNDER: A NUMERIC, NON-ZERO END DATE BEFORE
      *  CTL-AS-OF-DATE MEANS THE ACCOUNT HAS ENDED AND IS SKIPPED
      *  (WS-ACCT-ENDED TELLS THE CALLER WHY); SPACES OR ZERO IS
      *  OPEN-ENDED.
      *****************************************************************
       CHECK-ACCOUNT-EFFECTIVE.
           MOVE 'N' TO WS-ACCT-ENDED-SW
           IF WM-EFF-DATE NUMERIC
               AND WM-EFF-DATE > CTL-AS-OF-DATE
               MOVE 'N' TO WS-ACCT-EFF-SW
           ELSE
               MOVE 'Y' TO WS-ACCT-EFF-SW
           END-IF
           IF WS-ACCT-EFFECTIVE
               AND WM-END-DATE NUMERIC
               AND WM-END-DATE > 0
               AND WM-END-DATE < CTL-AS-OF-DATE
               MOVE 'N' TO WS-ACCT-EFF-SW
               MOVE 'Y' TO WS-ACCT-ENDED-SW
           END-IF.

       COMPUTE-ACCT-BOUND.
               INTO LOOP1-RPT-LINE
           WRITE LOOP1-RPT-LINE

           MOVE SPACES TO LOOP1-RPT-LINE
           STRING '  OF WHICH PAST THEIR END DATE      : '
               DELIMITED BY SIZE
               WS-ENDED-COUNT DELIMITED BY SIZE
               INTO LOOP1-RPT-LINE
           WRITE LOOP1-RPT-LINE

           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
               MOVE SPACES TO LOOP1-RPT-LINE
               STRING 'PARM SET ' DELIMITED BY SIZE
                   WS-PM-CC (WS-PM-IDX) DELIMITED BY SIZE
                   ' EFF ' DELIMITED BY SIZE
                   WS-PM-EFF (WS-PM-IDX) DELIMITED BY SIZE
                   ' THRESHOLD ' DELIMITED BY SIZE
                   WS-PM-THRESHOLD (WS-PM-IDX) DELIMITED BY SIZE
                   ' FACTORS ' DELIMITED BY SIZE
               INTO LOOP1-RPT-LINE
           WRITE LOOP1-RPT-LINE

           MOVE SPACES TO LOOP1-RPT-LINE
           STRING 'PARM VERSIONS NOT YET EFFECTIVE : ' DELIMITED BY SIZE
               WS-PM-NOT-YET-EFF DELIMITED BY SIZE
               INTO LOOP1-RPT-LINE
           WRITE LOOP1-RPT-LINE

           MOVE SPACES TO LOOP1-RPT-LINE
           STRING 'FINAL WS-TOTAL : ' DELIMITED BY SIZE
               WS-TOTAL DELIMITED BY SIZE
                   WS-CAT-STATUS
           END-IF.

      *****************************************************************
      *  WRITE-STEP-CONTROL APPENDS THE RUN'S ACC AND RSN CONTROL
      *  POINTS TO LOOP1SCF UNDER THE SAME RUN DATE AND PARTITION THE
      *  CATALOG CARRIES, SO LOOP1BAL CAN BALANCE THIS GENERATION
      *  AGAINST LOOP1EDT UPSTREAM AND LOOP1EXT / LOOP1BIL DOWNSTREAM.
      *  A RUN THAT NEVER NAMED ITS OUTPUT FILES PRODUCED NOTHING TO
      *  BALANCE AND IS LEFT OFF, EXACTLY AS IT IS LEFT OFF LOOP1CAT -
      *  LOOP1BAL THEN REPORTS THE ACC POINT AS MISSING.
      *****************************************************************
       WRITE-STEP-CONTROL.
           IF OUT-NAMES-SET
               PERFORM WRITE-STEP-CONTROL-ENTRIES
           END-IF.

       WRITE-STEP-CONTROL-ENTRIES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND LOOP1-SCF-FILE
           IF WS-SCF-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-SCF-FILE
           END-IF
           MOVE ZEROS TO LOOP1-STEP-CONTROL-RECORD
           PERFORM SET-STEP-CONTROL-KEY
           MOVE 'ACC' TO SCF-CONTROL-POINT
           IF CTL-RUN-MODE = 'D'
               MOVE WS-RS-COUNT TO SCF-IN-COUNT
               COMPUTE SCF-SKIP-COUNT =
                   WS-NOT-EFF-COUNT + WS-DELTA-RETIRED
               MOVE WS-DELTA-CARRIED TO SCF-CARRY-COUNT
           ELSE
               MOVE WS-SCF-MASTER-READ TO SCF-IN-COUNT
               MOVE WS-NOT-EFF-COUNT TO SCF-SKIP-COUNT
               IF WS-RESTARTED
                   MOVE WS-RESTART-I TO SCF-CARRY-COUNT
               END-IF
           END-IF
           MOVE WS-SCF-ACC-WRITTEN TO SCF-OUT-COUNT
           MOVE WS-SCF-ACC-AMOUNT TO SCF-OUT-AMOUNT
           MOVE WS-SCF-OPEN-TOTAL TO SCF-CARRY-AMOUNT
           COMPUTE WS-SCF-SUM-WORK =
               WS-SCF-OPEN-TOTAL + WS-SCF-ACC-AMOUNT
           IF WS-SCF-SUM-WORK < 1000000000000000000
               MOVE WS-SCF-SUM-WORK TO SCF-IN-AMOUNT
           END-IF
           PERFORM WRITE-ONE-STEP-CONTROL
           MOVE ZEROS TO LOOP1-STEP-CONTROL-RECORD
           PERFORM SET-STEP-CONTROL-KEY
           MOVE 'RSN' TO SCF-CONTROL-POINT
           MOVE WS-RS-COUNT TO SCF-IN-COUNT
           MOVE WS-TOTAL TO SCF-IN-AMOUNT
           MOVE WS-SCF-RSN-WRITTEN TO SCF-OUT-COUNT
           MOVE WS-SCF-RSN-AMOUNT TO SCF-OUT-AMOUNT
           MOVE WS-SCF-RSN-SUPPRESSED TO SCF-REJECT-COUNT
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
               IF WS-RS-STATE (WS-RS-IDX) = 'X'
                   ADD 1 TO SCF-SKIP-COUNT
               END-IF
           END-PERFORM
           IF CTL-RUN-MODE = 'D'
               MOVE WS-DELTA-CARRIED TO SCF-CARRY-COUNT
           END-IF
           PERFORM WRITE-ONE-STEP-CONTROL
           CLOSE LOOP1-SCF-FILE.

       SET-STEP-CONTROL-KEY.
           MOVE WS-GEN-STAMP TO SCF-BUS-DATE
           MOVE 'LOOP1' TO SCF-PROGRAM
           IF CTL-PART-SEQ NUMERIC
               MOVE CTL-PART-SEQ TO SCF-PART-SEQ
           ELSE
               MOVE 0 TO SCF-PART-SEQ
           END-IF
           IF CTL-RUN-MODE = 'D'
               MOVE 'D' TO SCF-RUN-MODE
           ELSE
               MOVE 'F' TO SCF-RUN-MODE
           END-IF
           MOVE WS-CURRENT-DATE TO SCF-LOGGED-DATE
           MOVE WS-CURRENT-TIME TO SCF-LOGGED-TIME
           MOVE RETURN-CODE TO SCF-RETURN-CODE.

       WRITE-ONE-STEP-CONTROL.
           WRITE LOOP1-STEP-CONTROL-RECORD
           IF WS-SCF-STATUS NOT = '00'
               DISPLAY 'LOOP1 - STEP CONTROL WRITE FAILED - STATUS '
                   WS-SCF-STATUS
           END-IF.

       WRITE-STATUS-HANDOFF.
           OPEN OUTPUT LOOP1-STS-FILE
           MOVE 'LOOP1' TO STS-JOB-NAME
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'LOOP1 - ACCOUNT RESULT WRITE FAILED - STATUS '
                   WS-ACC-STATUS
           ELSE
               ADD 1 TO WS-SCF-ACC-WRITTEN
               COMPUTE WS-SCF-SUM-WORK =
                   WS-SCF-ACC-AMOUNT + WS-ACCT-CONTRIB
               IF WS-SCF-SUM-WORK < 1000000000000000000
                   MOVE WS-SCF-SUM-WORK TO WS-SCF-ACC-AMOUNT
               END-IF
           END-IF
           PERFORM UPDATE-RESULTS-ENTRY
           MOVE WM-COST-CENTER TO WS-POST-CC
           MOVE 999999 TO WS-I
           MOVE 999999 TO WS-J
           MOVE 999999 TO WS-K.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-GEN-STAMP TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           IF CTL-PART-SEQ NUMERIC
               MOVE CTL-PART-SEQ TO WS-EVT-PART
           ELSE
               MOVE 0 TO WS-EVT-PART
           END-IF
           IF WS-ABEND-REQUESTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'RUN-ABENDED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'ABEND - ' DELIMITED BY SIZE
                   WS-ABEND-REASON DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-STOPPED-AT-CAP
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'STOPPED-AT-CAP' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'RUN STOPPED AT ITS ACCOUNT CAP - '
                   DELIMITED BY SIZE
                   'THE REST OF THE MASTER WAS NOT PROCESSED'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF SLA-BREACH-OCCURRED
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'SLA-BREACH' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'RUN BREACHED THE BATCH-WINDOW SLA - '
                   DELIMITED BY SIZE
                   WS-ELAPSED-MINUTES DELIMITED BY SIZE
                   ' MINUTES ELAPSED' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-SCF-RSN-SUPPRESSED > 0
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'RSN-SUPPRESSED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-SCF-RSN-SUPPRESSED DELIMITED BY SIZE
                   ' RESULTS ENTRIES SUPPRESSED - THE '
                   DELIMITED BY SIZE
                   'RESULTS MASTER WAS NOT REWRITTEN' DELIMITED BY SIZE
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
           STRING 'LOOP1 ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1 - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
