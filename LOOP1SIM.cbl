      *              EXCEPTION IN COMPUTE-ACCT-BOUND'S ARITHMETIC ON
      *              THE IBM DIALECT.  A BAD WEIGHT SKIPS THAT ONE
      *              OVERRIDE WITH A MESSAGE.
      *  2026-10-15  ACCOUNT END DATES - CHECK-ACCOUNT-EFFECTIVE
      *              MATCHES LOOP1'S AGAIN: AN ACCOUNT WHOSE
      *              WM-END-DATE IS BEFORE CTL-AS-OF-DATE IS SKIPPED
      *              ON BOTH SIDES.  A PROPOSED TXN-END-DATE IS
      *              APPLIED LIKE A PROPOSED EFFECTIVE DATE
      *              ('00000000' CLEARS IT), SO CLOSING AN ACCOUNT CAN
      *              BE SIMULATED BEFORE IT IS KEYED.
      *  2026-10-15  EFFECTIVE-DATED PARAMETERS - BOTH PARAMETER
      *              LOADS NOW KEEP, PER COST CENTER, THE LOOP1PRM
      *              (OR LOOP1PRW) VERSION WITH THE LATEST
      *              PRM-EFF-DATE ON OR BEFORE CTL-AS-OF-DATE, AS
      *              LOOP1 DOES, SO A SIMULATION OF A GIVEN BUSINESS
      *              DATE USES THE PARAMETERS IN FORCE THAT DAY AND A
      *              PROPOSED VERSION CAN BE TRIED BY KEYING THE
      *              AS-OF DATE IT WOULD TAKE EFFECT.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: SIM-ABENDED AND A RUN-END-RCNN EVENT
      *              CARRYING THE RETURN CODE AS THE PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1SIM.
           SELECT LOOP1-SIR-FILE  ASSIGN TO "LOOP1SIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  LOOP1-SIR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-WM-STATUS         PIC X(2)   VALUE SPACES.
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
       01  WS-PM-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-PM-FOUND                 VALUE 'Y'.
       01  WS-PM-DEFAULT-IDX    PIC 9(03)  VALUE 0.
       01  WS-PW-TABLE.
           05  WS-PW-ENTRY OCCURS 200 TIMES.
               10  WS-PW-CC         PIC X(06).
               10  WS-PW-EFF        PIC 9(08).
               10  WS-PW-THRESHOLD  PIC 9(09).
               10  WS-PW-HIVOL-FAC  PIC 9(03).
               10  WS-PW-STD-FAC    PIC 9(03).
               10  WS-TX-CC         PIC X(06).
               10  WS-TX-WEIGHT     PIC X(06).
               10  WS-TX-EFF        PIC X(08).
               10  WS-TX-END        PIC X(08).
       01  WS-TX-LIMIT          PIC 9(04)  VALUE 1000.
       01  WS-TX-COUNT          PIC 9(04)  VALUE 0.
       01  WS-TX-IDX            PIC 9(04)  VALUE 0.
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

           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
           END-IF.

      *****************************************************************
      *  LOAD-CURRENT-PARMS MIRRORS LOOP1'S LOAD-PARM-TABLE (LATEST
      *  VERSION IN FORCE ON CTL-AS-OF-DATE, FIRST ROW WINS FOR THE
      *  SAME DATE, FACTORS DEFAULTED, '******' ROW IS THE DEFAULT
      *  SET) SO THE BASELINE SIDE PRICES WITH EXACTLY THE
      *  PARAMETERS TONIGHT'S REAL RUN WOULD USE.
      *****************************************************************
           END-IF.

       LOAD-ONE-CURRENT-ROW.
           IF PRM-EFF-DATE NUMERIC
               MOVE PRM-EFF-DATE TO WS-PRM-ROW-EFF
           ELSE
               MOVE 0 TO WS-PRM-ROW-EFF
           END-IF
           IF PRM-COST-CENTER = SPACES
               OR WS-PRM-ROW-EFF > CTL-AS-OF-DATE
               CONTINUE
           ELSE
               MOVE 0 TO WS-PM-STORE-IDX
               MOVE 'N' TO WS-PM-FOUND-SW
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT OR WS-PM-FOUND
                       MOVE 'Y' TO WS-PM-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-PM-FOUND
                   SUBTRACT 1 FROM WS-PM-IDX
                   IF WS-PRM-ROW-EFF > WS-PM-EFF (WS-PM-IDX)
                       MOVE WS-PM-IDX TO WS-PM-STORE-IDX
                   END-IF
               ELSE
                   IF WS-PM-COUNT < WS-PM-LIMIT
                       ADD 1 TO WS-PM-COUNT
                       MOVE WS-PM-COUNT TO WS-PM-STORE-IDX
                   END-IF
               END-IF
               IF WS-PM-STORE-IDX > 0
                   MOVE PRM-COST-CENTER TO WS-PM-CC (WS-PM-STORE-IDX)
                   MOVE WS-PRM-ROW-EFF TO WS-PM-EFF (WS-PM-STORE-IDX)
                   IF PRM-HIVOL-THRESHOLD NUMERIC
                       MOVE PRM-HIVOL-THRESHOLD
                           TO WS-PM-THRESHOLD (WS-PM-STORE-IDX)
                   ELSE
                       MOVE CTL-HIVOL-THRESHOLD
                           TO WS-PM-THRESHOLD (WS-PM-STORE-IDX)
                   END-IF
                   IF PRM-HIVOL-FACTOR NUMERIC AND
                       PRM-HIVOL-FACTOR NOT = 0
                       MOVE PRM-HIVOL-FACTOR
                           TO WS-PM-HIVOL-FAC (WS-PM-STORE-IDX)
                   ELSE
                       MOVE 1 TO WS-PM-HIVOL-FAC (WS-PM-STORE-IDX)
                   END-IF
                   IF PRM-STD-FACTOR NUMERIC AND PRM-STD-FACTOR NOT = 0
                       MOVE PRM-STD-FACTOR
                           TO WS-PM-STD-FAC (WS-PM-STORE-IDX)
                   ELSE
                       MOVE 1 TO WS-PM-STD-FAC (WS-PM-STORE-IDX)
                   END-IF
                   IF PRM-WEIGHT-CAP NUMERIC AND PRM-WEIGHT-CAP NOT = 0
                       IF PRM-WEIGHT-CAP > CTL-MAX-J
                           MOVE CTL-MAX-J
                               TO WS-PM-WEIGHT-CAP (WS-PM-STORE-IDX)
                       ELSE
                           MOVE PRM-WEIGHT-CAP
                               TO WS-PM-WEIGHT-CAP (WS-PM-STORE-IDX)
                       END-IF
                   ELSE
                       MOVE CTL-MAX-J
                           TO WS-PM-WEIGHT-CAP (WS-PM-STORE-IDX)
                   END-IF
                   IF PRM-COST-CENTER = '******'
                       MOVE WS-PM-STORE-IDX TO WS-PM-DEFAULT-IDX
                   END-IF
               END-IF
           END-IF.
           END-IF.

       LOAD-ONE-PROPOSED-ROW.
           IF PRW-EFF-DATE NUMERIC
               MOVE PRW-EFF-DATE TO WS-PRM-ROW-EFF
           ELSE
               MOVE 0 TO WS-PRM-ROW-EFF
           END-IF
           IF PRW-COST-CENTER = SPACES
               OR WS-PRM-ROW-EFF > CTL-AS-OF-DATE
               CONTINUE
           ELSE
               MOVE 0 TO WS-PM-STORE-IDX
               MOVE 'N' TO WS-PM-FOUND-SW
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PW-COUNT OR WS-PM-FOUND
                       MOVE 'Y' TO WS-PM-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-PM-FOUND
                   SUBTRACT 1 FROM WS-PM-IDX
                   IF WS-PRM-ROW-EFF > WS-PW-EFF (WS-PM-IDX)
                       MOVE WS-PM-IDX TO WS-PM-STORE-IDX
                   END-IF
               ELSE
                   IF WS-PW-COUNT < WS-PW-LIMIT
                       ADD 1 TO WS-PW-COUNT
                       MOVE WS-PW-COUNT TO WS-PM-STORE-IDX
                   END-IF
               END-IF
               IF WS-PM-STORE-IDX > 0
                   MOVE PRW-COST-CENTER TO WS-PW-CC (WS-PM-STORE-IDX)
                   MOVE WS-PRM-ROW-EFF TO WS-PW-EFF (WS-PM-STORE-IDX)
                   IF PRW-HIVOL-THRESHOLD NUMERIC
                       MOVE PRW-HIVOL-THRESHOLD
                           TO WS-PW-THRESHOLD (WS-PM-STORE-IDX)
                   ELSE
                       MOVE CTL-HIVOL-THRESHOLD
                           TO WS-PW-THRESHOLD (WS-PM-STORE-IDX)
                   END-IF
                   IF PRW-HIVOL-FACTOR NUMERIC AND
                       PRW-HIVOL-FACTOR NOT = 0
                       MOVE PRW-HIVOL-FACTOR
                           TO WS-PW-HIVOL-FAC (WS-PM-STORE-IDX)
                   ELSE
                       MOVE 1 TO WS-PW-HIVOL-FAC (WS-PM-STORE-IDX)
                   END-IF
                   IF PRW-STD-FACTOR NUMERIC AND PRW-STD-FACTOR NOT = 0
                       MOVE PRW-STD-FACTOR
                           TO WS-PW-STD-FAC (WS-PM-STORE-IDX)
                   ELSE
                       MOVE 1 TO WS-PW-STD-FAC (WS-PM-STORE-IDX)
                   END-IF
                   IF PRW-WEIGHT-CAP NUMERIC AND PRW-WEIGHT-CAP NOT = 0
                       IF PRW-WEIGHT-CAP > CTL-MAX-J
                           MOVE CTL-MAX-J
                               TO WS-PW-WEIGHT-CAP (WS-PM-STORE-IDX)
                       ELSE
                           MOVE PRW-WEIGHT-CAP
                               TO WS-PW-WEIGHT-CAP (WS-PM-STORE-IDX)
                       END-IF
                   ELSE
                       MOVE CTL-MAX-J
                           TO WS-PW-WEIGHT-CAP (WS-PM-STORE-IDX)
                   END-IF
                   IF PRW-COST-CENTER = '******'
                       MOVE WS-PM-STORE-IDX TO WS-PW-DEFAULT-IDX
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
               MOVE WS-PM-CC (WS-PM-IDX) TO WS-PW-CC (WS-PM-IDX)
               MOVE WS-PM-EFF (WS-PM-IDX) TO WS-PW-EFF (WS-PM-IDX)
               MOVE WS-PM-THRESHOLD (WS-PM-IDX)
                   TO WS-PW-THRESHOLD (WS-PM-IDX)
               MOVE WS-PM-HIVOL-FAC (WS-PM-IDX)
                   MOVE TXN-COST-CENTER TO WS-TX-CC (WS-TX-FIND-IDX)
                   MOVE TXN-WEIGHT TO WS-TX-WEIGHT (WS-TX-FIND-IDX)
                   MOVE TXN-EFF-DATE TO WS-TX-EFF (WS-TX-FIND-IDX)
                   MOVE TXN-END-DATE TO WS-TX-END (WS-TX-FIND-IDX)
               END-IF
           END-IF.

                           MOVE WS-TX-EFF (WS-TX-FIND-IDX)
                               TO WM-EFF-DATE
                       END-IF
                       IF WS-TX-END (WS-TX-FIND-IDX) NOT = SPACES
                           MOVE WS-TX-END (WS-TX-FIND-IDX)
                               TO WM-END-DATE
                       END-IF
                   WHEN 'A'
                       DISPLAY 'LOOP1SIM - ADD FOR EXISTING ACCOUNT '
                           WM-ACCOUNT-ID ' TREATED AS A CHANGE'
                           MOVE WS-TX-EFF (WS-TX-FIND-IDX)
                               TO WM-EFF-DATE
                       END-IF
                       IF WS-TX-END (WS-TX-FIND-IDX) NOT = SPACES
                           MOVE WS-TX-END (WS-TX-FIND-IDX)
                               TO WM-END-DATE
                       END-IF
                       MOVE 'X' TO WS-TX-ACTION (WS-TX-FIND-IDX)
               END-EVALUATE
               IF WS-TX-ACTION (WS-TX-FIND-IDX) = 'C'
               MOVE WS-TX-CC (WS-TX-IDX) TO WM-COST-CENTER
               MOVE WS-TX-WEIGHT (WS-TX-IDX) TO WM-WEIGHT
               MOVE WS-TX-EFF (WS-TX-IDX) TO WM-EFF-DATE
               MOVE WS-TX-END (WS-TX-IDX) TO WM-END-DATE
               PERFORM CHECK-ACCOUNT-EFFECTIVE
               IF WS-ACCT-EFFECTIVE
                   ADD 1 TO WS-I
               MOVE 'N' TO WS-ACCT-EFF-SW
           ELSE
               MOVE 'Y' TO WS-ACCT-EFF-SW
           END-IF
           IF WS-ACCT-EFFECTIVE
               AND WM-END-DATE NUMERIC
               AND WM-END-DATE > 0
               AND WM-END-DATE < CTL-AS-OF-DATE
               MOVE 'N' TO WS-ACCT-EFF-SW
           END-IF.

       LOOKUP-ACCT-PARMS.
                   MOVE WS-POST-SIM TO WS-CC-SIM-TOTAL (WS-CC-COUNT)
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
           IF WS-ABEND-REQUESTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'SIM-ABENDED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'ABEND - ' DELIMITED BY SIZE
                   WS-ABEND-REASON DELIMITED BY SIZE
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
           STRING 'LOOP1SIM ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1SIM' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1SIM - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
