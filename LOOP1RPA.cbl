      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - INDEPENDENT RE-PERFORMANCE AUDIT
      *              OF THE NEWEST ACC GENERATION.  LOOP1RCN ONLY
      *              PROVES THE JOURNAL ADDS UP TO STS-FINAL-TOTAL - A
      *              WRONG LOOP1PRM FACTOR, A STALE WEIGHT CAP OR THE
      *              WRONG FORMULA FOR AN ACCOUNT'S WS-FLAG WOULD STILL
      *              RECONCILE PERFECTLY.  THIS STEP DRAWS A SAMPLE
      *              FROM THE GENERATION RESOLVED OFF LOOP1CAT (NEWEST
      *              ENTRY PER PARTITION WINS) - A RANDOM
      *              CTL-AUDIT-SAMPLE-PCT OF THE ACCOUNTS, PLUS THE
      *              CTL-AUDIT-TOP-N LARGEST CONTRIBUTORS AND EVERY
      *              HI-VOL ACCOUNT - AND FOR EACH ONE RE-DERIVES THE
      *              WEIGHT USED, THE HI-VOL DECISION AND THE
      *              CONTRIBUTION FROM THE WORKLOAD-MASTER RECORD, THE
      *              COST CENTER'S LOOP1PRM VERSION IN FORCE ON THE
      *              RUN'S AS-OF DATE AND THE CONTROL RECORD.  THE
      *              CONTRIBUTION IS TAKEN FROM THE CLOSED-FORM SUM OF
      *              THE CALCULATION-LOOP SERIES, NOT BY RUNNING THE
      *              LOOP AGAIN, SO A FAULT IN THE LOOP ITSELF SHOWS
      *              UP.  THE ACCOUNT'S ORDINAL AND THE RUNNING TOTAL
      *              IT STARTED FROM COME FROM ITS POSITION IN THE ACC
      *              FILE AND THE RUN'S LOOP1HST ROW.  OUTPUT IS THE
      *              LOOP1RPR EXCEPTIONS REPORT WITH A SIGN-OFF BLOCK.
      *              RETURN CODE 8 - HOLD THE EXTRACT - WHEN ANY
      *              SAMPLED ACCOUNT DISAGREES OR CANNOT BE
      *              RE-PERFORMED, OR NO GENERATION IS FOUND; ELSE 0.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: AUDIT-EXCEPTION AND NOTHING-AUDITED AND
      *              A RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS
      *              THE PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1RPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-CAT-FILE  ASSIGN TO "LOOP1CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT LOOP1-ACC-FILE  ASSIGN TO WS-ACC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OPTIONAL LOOP1-HST-FILE  ASSIGN TO "LOOP1HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL LOOP1-PRM-FILE  ASSIGN TO "LOOP1PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL WORKLOAD-MASTER-FILE  ASSIGN TO "WLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WM-ACCOUNT-ID
               FILE STATUS IS WS-WM-STATUS.
           SELECT LOOP1-RPR-FILE  ASSIGN TO "LOOP1RPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  LOOP1-CAT-FILE
           RECORDING MODE IS F.
       COPY LOOP1CAT.

       FD  LOOP1-ACC-FILE
           RECORDING MODE IS F.
       COPY LOOP1ACC.

       FD  LOOP1-HST-FILE
           RECORDING MODE IS F.
       COPY LOOP1HST.

       FD  LOOP1-PRM-FILE
           RECORDING MODE IS F.
       COPY LOOP1PRM.

       FD  LOOP1-CAL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CAL.

       FD  WORKLOAD-MASTER-FILE.
       COPY LOOP1WM.

       FD  LOOP1-RPR-FILE
           RECORDING MODE IS F.
       01  LOOP1-RPR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-ACC-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-HST-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PRM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-WM-STATUS         PIC X(2)   VALUE SPACES.
       01  WS-RPR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-EOF-SW        PIC X      VALUE 'N'.
           88  CAT-EOF                     VALUE 'Y'.
       01  WS-ACC-EOF-SW        PIC X      VALUE 'N'.
           88  ACC-EOF                     VALUE 'Y'.
       01  WS-HST-EOF-SW        PIC X      VALUE 'N'.
           88  HST-EOF                     VALUE 'Y'.
       01  WS-PRM-EOF-SW        PIC X      VALUE 'N'.
           88  PRM-EOF                     VALUE 'Y'.
       01  WS-CAL-EOF-SW        PIC X      VALUE 'N'.
           88  CAL-EOF                     VALUE 'Y'.
       01  WS-HOLIDAY-SW        PIC X      VALUE 'N'.
           88  DATE-IS-HOLIDAY             VALUE 'Y'.
       01  WS-WM-OPEN-SW        PIC X      VALUE 'N'.
           88  MASTER-IS-OPEN              VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-CURRENT-TIME      PIC 9(08)  VALUE 0.
       01  WS-ACC-FILENAME      PIC X(20)  VALUE 'LOOP1ACC'.
       01  WS-PART-IDX          PIC 9(04)  VALUE 0.
       01  WS-SAMPLE-PCT        PIC 9(02)  VALUE 5.
       01  WS-TOP-N             PIC 9(03)  VALUE 10.
       01  WS-PARM-DATE         PIC 9(08)  VALUE 0.
       01  WS-NEWEST-GEN-DATE   PIC 9(08)  VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 200 TIMES.
               10  WS-PT-PART       PIC 9(04).
               10  WS-PT-FILENAME   PIC X(20).
               10  WS-PT-DATE       PIC 9(08).
               10  WS-PT-MODE       PIC X(01).
               10  WS-PT-PARTIAL    PIC X(01).
               10  WS-PT-ON-DISK-SW PIC X(01).
               10  WS-PT-RECS       PIC 9(09).
               10  WS-PT-SUM        PIC 9(18).
               10  WS-PT-HST-SW     PIC X(01).
               10  WS-PT-HST-TOTAL  PIC 9(18).
               10  WS-PT-HST-ACCTS  PIC 9(06).
               10  WS-PT-BASE-SW    PIC X(01).
               10  WS-PT-BASE       PIC 9(18).
               10  WS-PT-OFFSET     PIC 9(06).
       01  WS-PT-LIMIT          PIC 9(04)  VALUE 200.
       01  WS-PT-COUNT          PIC 9(04)  VALUE 0.
       01  WS-PT-IDX            PIC 9(04)  VALUE 0.
       01  WS-TP-TABLE.
           05  WS-TP-ENTRY OCCURS 100 TIMES.
               10  WS-TP-PT-IDX     PIC 9(04).
               10  WS-TP-ORD        PIC 9(09).
               10  WS-TP-CONTRIB    PIC 9(18).
       01  WS-TP-COUNT          PIC 9(03)  VALUE 0.
       01  WS-TP-IDX            PIC 9(03)  VALUE 0.
       01  WS-TP-MIN-IDX        PIC 9(03)  VALUE 0.
       01  WS-TP-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-TP-FOUND                 VALUE 'Y'.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 2000 TIMES.
               10  WS-PV-CC         PIC X(06).
               10  WS-PV-EFF        PIC 9(08).
               10  WS-PV-THRESHOLD  PIC 9(09).
               10  WS-PV-HIVOL-FAC  PIC 9(03).
               10  WS-PV-STD-FAC    PIC 9(03).
               10  WS-PV-WEIGHT-CAP PIC 9(06).
       01  WS-PV-LIMIT          PIC 9(04)  VALUE 2000.
       01  WS-PV-COUNT          PIC 9(04)  VALUE 0.
       01  WS-PV-IDX            PIC 9(04)  VALUE 0.
       01  WS-PV-BEST-IDX       PIC 9(04)  VALUE 0.
       01  WS-PV-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  PARM-TABLE-OVERFLOWED       VALUE 'Y'.
       01  WS-PRM-ROW-EFF       PIC 9(08)  VALUE 0.
       01  WS-LOOKUP-CC         PIC X(06)  VALUE SPACES.
       01  WS-PARM-SOURCE       PIC X(06)  VALUE SPACES.
       01  WS-EXP-THRESHOLD     PIC 9(09)  VALUE 0.
       01  WS-EXP-HIVOL-FAC     PIC 9(03)  VALUE 1.
       01  WS-EXP-STD-FAC       PIC 9(03)  VALUE 1.
       01  WS-EXP-WEIGHT-CAP    PIC 9(06)  VALUE 0.
       01  WS-EXP-BOUND         PIC 9(06)  VALUE 0.
       01  WS-EXP-K-BOUND       PIC 9(06)  VALUE 0.
       01  WS-EXP-FLAG          PIC X(01)  VALUE 'N'.
       01  WS-EXP-CONTRIB       PIC 9(18)  VALUE 0.
       01  WS-SUM-J             PIC 9(18)  VALUE 0.
       01  WS-SUM-K             PIC 9(18)  VALUE 0.
       01  WS-CALC-WORK         PIC 9(18)  VALUE 0.
       01  WS-CALC-SW           PIC X      VALUE 'N'.
           88  CALC-OVERFLOWED             VALUE 'Y'.
       01  WS-ACC-ORD           PIC 9(09)  VALUE 0.
       01  WS-ACCT-I            PIC 9(09)  VALUE 0.
       01  WS-RUNNING-TOTAL     PIC 9(18)  VALUE 0.
       01  WS-ACCT-START-TOTAL  PIC 9(18)  VALUE 0.
       01  WS-SUM-WORK          PIC 9(19)  VALUE 0.
       01  WS-RAND-SEED         PIC 9(10)  VALUE 0.
       01  WS-RAND-START        PIC 9(10)  VALUE 0.
       01  WS-RAND-PRODUCT      PIC 9(15)  VALUE 0.
       01  WS-RAND-QUOT         PIC 9(15)  VALUE 0.
       01  WS-RAND-PICK         PIC 9(03)  VALUE 0.
       01  WS-PICK-REASON       PIC X(06)  VALUE SPACES.
       01  WS-ACCT-BAD-SW       PIC X      VALUE 'N'.
           88  ACCOUNT-DISAGREES           VALUE 'Y'.
       01  WS-EXC-TEXT          PIC X(90)  VALUE SPACES.
       01  WS-FILE-FIGURE       PIC X(18)  VALUE SPACES.
       01  WS-CALC-FIGURE       PIC X(18)  VALUE SPACES.
       01  WS-ROLL-DATE         PIC 9(08)  VALUE 0.
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY     PIC 9(04).
           05  WS-ROLL-MM       PIC 9(02).
           05  WS-ROLL-DD       PIC 9(02).
       01  WS-ROLL-COUNT        PIC 9(02)  VALUE 0.
       01  WS-MONTH-DAYS        PIC 9(02)  VALUE 0.
       01  WS-LEAP-WORK         PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM          PIC 9(04)  VALUE 0.
       01  WS-DIM-VALUES.
           05  FILLER           PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
           05  WS-DIM-ENTRY     PIC 9(02)  OCCURS 12 TIMES.
       01  WS-GEN-MISSING-SW    PIC X      VALUE 'N'.
           88  A-GENERATION-WAS-MISSING    VALUE 'Y'.
       01  WS-ACCTS-IN-GEN      PIC 9(09)  VALUE 0.
       01  WS-SAMPLED           PIC 9(09)  VALUE 0.
       01  WS-SAMPLED-RANDOM    PIC 9(09)  VALUE 0.
       01  WS-SAMPLED-TOP       PIC 9(09)  VALUE 0.
       01  WS-SAMPLED-HIVOL     PIC 9(09)  VALUE 0.
       01  WS-AGREED            PIC 9(09)  VALUE 0.
       01  WS-DISAGREED         PIC 9(09)  VALUE 0.
       01  WS-NOT-PERFORMED     PIC 9(09)  VALUE 0.
       01  WS-EXCEPTIONS        PIC 9(09)  VALUE 0.
       01  WS-EVT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EVT-BUS-DATE      PIC 9(08)  VALUE 0.
       01  WS-EVT-PART          PIC 9(04)  VALUE 0.
       01  WS-EVT-SEVERITY      PIC X(01)  VALUE SPACE.
       01  WS-EVT-CODE          PIC X(16)  VALUE SPACES.
       01  WS-EVT-TEXT          PIC X(80)  VALUE SPACES.
       01  WS-EVT-RC            PIC 9(02)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME TO WS-RAND-SEED
           ADD 1 TO WS-RAND-SEED
           MOVE WS-RAND-SEED TO WS-RAND-START
           PERFORM READ-CONTROL-RECORD
           OPEN OUTPUT LOOP1-RPR-FILE
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'LOOP1RPA RE-PERFORMANCE AUDIT EXCEPTIONS REPORT - '
               'RUN DATE ' DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           IF CTL-PART-SEQ = 0
               MOVE 0 TO WS-PART-IDX
               PERFORM RESOLVE-GENERATION
           ELSE
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > CTL-PART-COUNT
                   PERFORM RESOLVE-GENERATION
               END-PERFORM
           END-IF
           PERFORM RESOLVE-PARAMETER-DATE
           PERFORM LOAD-PARM-VERSIONS
           PERFORM LOAD-RUN-HISTORY
           PERFORM WRITE-AUDIT-HEADER
           OPEN INPUT WORKLOAD-MASTER-FILE
           IF WS-WM-STATUS = '00'
               MOVE 'Y' TO WS-WM-OPEN-SW
           ELSE
               DISPLAY 'LOOP1RPA - WLDMSTR COULD NOT BE OPENED - '
                   'STATUS ' WS-WM-STATUS
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'WORKLOAD MASTER COULD NOT BE OPENED - STATUS '
                   DELIMITED BY SIZE
                   WS-WM-STATUS DELIMITED BY SIZE
                   ' - NO ACCOUNT CAN BE RE-PERFORMED'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM PROFILE-ONE-GENERATION
           END-PERFORM
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM AUDIT-ONE-GENERATION
           END-PERFORM
           IF MASTER-IS-OPEN
               CLOSE WORKLOAD-MASTER-FILE
           END-IF
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE LOOP1-RPR-FILE
           IF WS-EXCEPTIONS > 0 OR WS-ACCTS-IN-GEN = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD APPLIES LOOP1'S OWN DEFAULTS, SO THE
      *  BOUNDS RE-DERIVED HERE ARE THE BOUNDS THE RUN USED.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1RPA - LOOP1-CTL IS MISSING OR EMPTY '
                       '- USING LOOP1 DEFAULTS'
                   MOVE 2000 TO CTL-MAX-I
                   MOVE 600  TO CTL-MAX-J
                   MOVE 20   TO CTL-MAX-K
                   MOVE 1 TO CTL-PART-COUNT
                   MOVE 0 TO CTL-PART-SEQ
                   MOVE 0 TO CTL-AS-OF-DATE
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-MAX-J NOT NUMERIC OR CTL-MAX-J = 0
               MOVE 600 TO CTL-MAX-J
           END-IF
           IF CTL-MAX-K NOT NUMERIC OR CTL-MAX-K = 0
               MOVE 20 TO CTL-MAX-K
           END-IF
           IF CTL-HIVOL-THRESHOLD NOT NUMERIC
               MOVE 999999999 TO CTL-HIVOL-THRESHOLD
           END-IF
           IF CTL-PART-COUNT NOT NUMERIC OR CTL-PART-COUNT = 0
               MOVE 1 TO CTL-PART-COUNT
           END-IF
           IF CTL-PART-SEQ NOT NUMERIC
               MOVE 0 TO CTL-PART-SEQ
           END-IF
           IF CTL-AS-OF-DATE NOT NUMERIC
               MOVE 0 TO CTL-AS-OF-DATE
           END-IF
           IF CTL-AUDIT-SAMPLE-PCT NUMERIC
               MOVE CTL-AUDIT-SAMPLE-PCT TO WS-SAMPLE-PCT
           ELSE
               MOVE 5 TO WS-SAMPLE-PCT
           END-IF
           IF CTL-AUDIT-TOP-N NUMERIC
               MOVE CTL-AUDIT-TOP-N TO WS-TOP-N
           ELSE
               MOVE 10 TO WS-TOP-N
           END-IF
           IF WS-TOP-N > 100
               MOVE 100 TO WS-TOP-N
           END-IF.

      *****************************************************************
      *  RESOLVE-GENERATION TAKES THE NEWEST ACC CATALOG ENTRY FOR
      *  THE PARTITION (LAST MATCH WINS), AS LOOP1EXT DOES FOR THE
      *  FILES IT TRANSMITS, SO THE SAMPLE IS DRAWN FROM EXACTLY THE
      *  GENERATION THE EXTRACT WILL SHIP.  WITH NO CATALOG THE OLD
      *  UNDATED NAME IS TRIED.
      *****************************************************************
       RESOLVE-GENERATION.
           IF WS-PT-COUNT >= WS-PT-LIMIT
               DISPLAY 'LOOP1RPA - MORE THAN ' WS-PT-LIMIT
                   ' PARTITIONS - REMAINDER NOT AUDITED'
           ELSE
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PART-IDX TO WS-PT-PART (WS-PT-COUNT)
               IF WS-PART-IDX = 0
                   MOVE 'LOOP1ACC' TO WS-PT-FILENAME (WS-PT-COUNT)
               ELSE
                   MOVE SPACES TO WS-PT-FILENAME (WS-PT-COUNT)
                   STRING 'LOOP1ACC' DELIMITED BY SIZE
                       WS-PART-IDX DELIMITED BY SIZE
                       INTO WS-PT-FILENAME (WS-PT-COUNT)
               END-IF
               MOVE 0 TO WS-PT-DATE (WS-PT-COUNT)
               MOVE SPACE TO WS-PT-MODE (WS-PT-COUNT)
               MOVE SPACE TO WS-PT-PARTIAL (WS-PT-COUNT)
               MOVE 'N' TO WS-PT-ON-DISK-SW (WS-PT-COUNT)
               MOVE 0 TO WS-PT-RECS (WS-PT-COUNT)
               MOVE 0 TO WS-PT-SUM (WS-PT-COUNT)
               MOVE 'N' TO WS-PT-HST-SW (WS-PT-COUNT)
               MOVE 0 TO WS-PT-HST-TOTAL (WS-PT-COUNT)
               MOVE 0 TO WS-PT-HST-ACCTS (WS-PT-COUNT)
               MOVE 'N' TO WS-PT-BASE-SW (WS-PT-COUNT)
               MOVE 0 TO WS-PT-BASE (WS-PT-COUNT)
               MOVE 0 TO WS-PT-OFFSET (WS-PT-COUNT)
               MOVE 'N' TO WS-CAT-EOF-SW
               OPEN INPUT LOOP1-CAT-FILE
               PERFORM UNTIL CAT-EOF
                   READ LOOP1-CAT-FILE
                       AT END
                           MOVE 'Y' TO WS-CAT-EOF-SW
                       NOT AT END
                           IF CAT-FILE-KIND = 'ACC' AND
                               CAT-PART-SEQ = WS-PART-IDX
                               PERFORM TAKE-CATALOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-CAT-FILE
               IF WS-PT-DATE (WS-PT-COUNT) > WS-NEWEST-GEN-DATE
                   MOVE WS-PT-DATE (WS-PT-COUNT) TO WS-NEWEST-GEN-DATE
               END-IF
           END-IF.

       TAKE-CATALOG-ENTRY.
           MOVE CAT-FILENAME TO WS-PT-FILENAME (WS-PT-COUNT)
           IF CAT-RUN-DATE NUMERIC
               MOVE CAT-RUN-DATE TO WS-PT-DATE (WS-PT-COUNT)
           ELSE
               MOVE 0 TO WS-PT-DATE (WS-PT-COUNT)
           END-IF
           MOVE CAT-RUN-MODE TO WS-PT-MODE (WS-PT-COUNT)
           MOVE CAT-PARTIAL-FLAG TO WS-PT-PARTIAL (WS-PT-COUNT).

      *****************************************************************
      *  RESOLVE-PARAMETER-DATE FIXES THE DATE THE LOOP1PRM VERSIONS
      *  ARE TAKEN AS OF - THE RUN'S CTL-AS-OF-DATE.  WHEN THAT WAS
      *  LEFT TO DEFAULT, LOOP1 USED ITS SYSTEM DATE (THE GENERATION
      *  DATE) ROLLED PAST LOOP1CAL HOLIDAYS, AND SO DOES THIS STEP.
      *****************************************************************
       RESOLVE-PARAMETER-DATE.
           IF CTL-AS-OF-DATE NOT = 0
               MOVE CTL-AS-OF-DATE TO WS-PARM-DATE
           ELSE
               IF WS-NEWEST-GEN-DATE = 0
                   MOVE WS-CURRENT-DATE TO WS-ROLL-DATE
               ELSE
                   MOVE WS-NEWEST-GEN-DATE TO WS-ROLL-DATE
               END-IF
               MOVE 0 TO WS-ROLL-COUNT
               IF WS-ROLL-MM >= 1 AND WS-ROLL-MM <= 12
                   PERFORM CHECK-DATE-IS-HOLIDAY
                   PERFORM UNTIL NOT DATE-IS-HOLIDAY
                           OR WS-ROLL-COUNT > 31
                       PERFORM ADVANCE-ONE-DAY
                       ADD 1 TO WS-ROLL-COUNT
                       PERFORM CHECK-DATE-IS-HOLIDAY
                   END-PERFORM
               END-IF
               MOVE WS-ROLL-DATE TO WS-PARM-DATE
           END-IF.

      *****************************************************************
      *  CHECK-DATE-IS-HOLIDAY AND ADVANCE-ONE-DAY MIRROR LOOP1'S.
      *****************************************************************
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
      *  LOAD-PARM-VERSIONS TABLES EVERY LOOP1PRM ROW AS WRITTEN,
      *  WITH LOOP1'S DEFAULTS FOR A SHORT OR HAND-EDITED ROW (A
      *  NON-NUMERIC THRESHOLD FROM THE CONTROL RECORD, NON-NUMERIC
      *  OR ZERO FACTORS OF 1, A MISSING OR OVERSIZED CAP OF
      *  CTL-MAX-J).  THE VERSION TO USE IS CHOSEN PER ACCOUNT IN
      *  RESOLVE-ACCT-PARMS.  A TABLE OVERFLOW MEANS A VERSION COULD
      *  BE MISSED, SO IT IS AN EXCEPTION.
      *****************************************************************
       LOAD-PARM-VERSIONS.
           MOVE 'N' TO WS-PRM-EOF-SW
           OPEN INPUT LOOP1-PRM-FILE
           IF WS-PRM-STATUS = '00'
               PERFORM UNTIL PRM-EOF
                   READ LOOP1-PRM-FILE
                       AT END
                           MOVE 'Y' TO WS-PRM-EOF-SW
                       NOT AT END
                           IF PRM-COST-CENTER NOT = SPACES
                               PERFORM TABLE-ONE-PARM-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-PRM-FILE
           ELSE
               DISPLAY 'LOOP1RPA - LOOP1PRM IS MISSING - EVERY COST '
                   'CENTER IS RE-PERFORMED ON THE CONTROL RECORD'
           END-IF.

       TABLE-ONE-PARM-VERSION.
           IF WS-PV-COUNT >= WS-PV-LIMIT
               MOVE 'Y' TO WS-PV-OVERFLOW-SW
               MOVE 'Y' TO WS-PRM-EOF-SW
           ELSE
               ADD 1 TO WS-PV-COUNT
               MOVE PRM-COST-CENTER TO WS-PV-CC (WS-PV-COUNT)
               IF PRM-EFF-DATE NUMERIC
                   MOVE PRM-EFF-DATE TO WS-PV-EFF (WS-PV-COUNT)
               ELSE
                   MOVE 0 TO WS-PV-EFF (WS-PV-COUNT)
               END-IF
               IF PRM-HIVOL-THRESHOLD NUMERIC
                   MOVE PRM-HIVOL-THRESHOLD
                       TO WS-PV-THRESHOLD (WS-PV-COUNT)
               ELSE
                   MOVE CTL-HIVOL-THRESHOLD
                       TO WS-PV-THRESHOLD (WS-PV-COUNT)
               END-IF
               IF PRM-HIVOL-FACTOR NUMERIC AND PRM-HIVOL-FACTOR NOT = 0
                   MOVE PRM-HIVOL-FACTOR
                       TO WS-PV-HIVOL-FAC (WS-PV-COUNT)
               ELSE
                   MOVE 1 TO WS-PV-HIVOL-FAC (WS-PV-COUNT)
               END-IF
               IF PRM-STD-FACTOR NUMERIC AND PRM-STD-FACTOR NOT = 0
                   MOVE PRM-STD-FACTOR TO WS-PV-STD-FAC (WS-PV-COUNT)
               ELSE
                   MOVE 1 TO WS-PV-STD-FAC (WS-PV-COUNT)
               END-IF
               IF PRM-WEIGHT-CAP NUMERIC AND PRM-WEIGHT-CAP NOT = 0
                   AND PRM-WEIGHT-CAP NOT > CTL-MAX-J
                   MOVE PRM-WEIGHT-CAP
                       TO WS-PV-WEIGHT-CAP (WS-PV-COUNT)
               ELSE
                   MOVE CTL-MAX-J TO WS-PV-WEIGHT-CAP (WS-PV-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-RUN-HISTORY FINDS EACH PARTITION'S LOOP1HST ROW FOR THE
      *  GENERATION'S RUN DATE (LAST ONE WINS, AS A RERUN APPENDS A
      *  NEW ROW).  ITS FINAL TOTAL LESS THE ACC FILE'S OWN TOTAL IS
      *  THE RUNNING TOTAL THE FIRST ACCOUNT IN THE FILE STARTED FROM
      *  (THE CARRIED TOTAL OF A DELTA RUN, THE CHECKPOINT TOTAL OF A
      *  RESTART), AND ITS ACCOUNT COUNT LESS THE FILE'S RECORD COUNT
      *  IS THE ORDINAL THE FIRST ACCOUNT FOLLOWED.
      *****************************************************************
       LOAD-RUN-HISTORY.
           MOVE 'N' TO WS-HST-EOF-SW
           OPEN INPUT LOOP1-HST-FILE
           IF WS-HST-STATUS = '00'
               PERFORM UNTIL HST-EOF
                   READ LOOP1-HST-FILE
                       AT END
                           MOVE 'Y' TO WS-HST-EOF-SW
                       NOT AT END
                           PERFORM MATCH-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE LOOP1-HST-FILE
           END-IF.

       MATCH-ONE-HISTORY-ROW.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF HST-RUN-DATE NUMERIC AND HST-PART-SEQ NUMERIC
                   AND HST-RUN-DATE = WS-PT-DATE (WS-PT-IDX)
                   AND HST-PART-SEQ = WS-PT-PART (WS-PT-IDX)
                   AND HST-FINAL-TOTAL NUMERIC
                   AND HST-ACCOUNTS NUMERIC
                   MOVE 'Y' TO WS-PT-HST-SW (WS-PT-IDX)
                   MOVE HST-FINAL-TOTAL TO WS-PT-HST-TOTAL (WS-PT-IDX)
                   MOVE HST-ACCOUNTS TO WS-PT-HST-ACCTS (WS-PT-IDX)
               END-IF
           END-PERFORM.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'PARAMETERS AS OF ' DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               '  MAX-J ' DELIMITED BY SIZE
               CTL-MAX-J DELIMITED BY SIZE
               '  MAX-K ' DELIMITED BY SIZE
               CTL-MAX-K DELIMITED BY SIZE
               '  CONTROL THRESHOLD ' DELIMITED BY SIZE
               CTL-HIVOL-THRESHOLD DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'SAMPLE : RANDOM ' DELIMITED BY SIZE
               WS-SAMPLE-PCT DELIMITED BY SIZE
               ' PCT (SEED ' DELIMITED BY SIZE
               WS-RAND-START DELIMITED BY SIZE
               ') + TOP ' DELIMITED BY SIZE
               WS-TOP-N DELIMITED BY SIZE
               ' CONTRIBUTORS + EVERY HI-VOL ACCOUNT'
               DELIMITED BY SIZE INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           IF PARM-TABLE-OVERFLOWED
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'LOOP1PRM HOLDS MORE THAN ' DELIMITED BY SIZE
                   WS-PV-LIMIT DELIMITED BY SIZE
                   ' ROWS - A VERSION MAY HAVE BEEN MISSED'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           END-IF
           MOVE SPACES TO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE.

      *****************************************************************
      *  PROFILE-ONE-GENERATION IS THE FIRST PASS OVER ONE
      *  PARTITION'S ACC FILE: ITS RECORD COUNT AND TOTAL (TO PLACE
      *  EACH ACCOUNT'S STARTING TOTAL AND ORDINAL) AND ITS SHARE OF
      *  THE LARGEST CONTRIBUTORS ACROSS THE WHOLE GENERATION.
      *****************************************************************
       PROFILE-ONE-GENERATION.
           MOVE WS-PT-FILENAME (WS-PT-IDX) TO WS-ACC-FILENAME
           MOVE 'N' TO WS-ACC-EOF-SW
           MOVE 0 TO WS-ACC-ORD
           OPEN INPUT LOOP1-ACC-FILE
           IF WS-ACC-STATUS NOT = '00'
               MOVE 'Y' TO WS-GEN-MISSING-SW
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'GENERATION FILE ' DELIMITED BY SIZE
                   WS-ACC-FILENAME DELIMITED BY SPACE
                   ' IS MISSING - ITS ACCOUNTS CANNOT BE SAMPLED'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
               MOVE 'Y' TO WS-PT-ON-DISK-SW (WS-PT-IDX)
               PERFORM UNTIL ACC-EOF
                   READ LOOP1-ACC-FILE
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF-SW
                       NOT AT END
                           PERFORM PROFILE-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE LOOP1-ACC-FILE
               MOVE WS-ACC-ORD TO WS-PT-RECS (WS-PT-IDX)
               ADD WS-ACC-ORD TO WS-ACCTS-IN-GEN
               PERFORM SET-STARTING-POSITION
           END-IF.

       PROFILE-ONE-RESULT.
           ADD 1 TO WS-ACC-ORD
           IF ACC-CONTRIBUTION NUMERIC
               COMPUTE WS-SUM-WORK =
                   WS-PT-SUM (WS-PT-IDX) + ACC-CONTRIBUTION
               IF WS-SUM-WORK < 1000000000000000000
                   MOVE WS-SUM-WORK TO WS-PT-SUM (WS-PT-IDX)
               END-IF
               PERFORM CONSIDER-TOP-CONTRIBUTOR
           END-IF.

      *****************************************************************
      *  CONSIDER-TOP-CONTRIBUTOR KEEPS THE WS-TOP-N LARGEST
      *  CONTRIBUTIONS SEEN SO FAR - A NEW ONE DISPLACES THE SMALLEST
      *  KEPT WHEN IT IS STRICTLY LARGER.
      *****************************************************************
       CONSIDER-TOP-CONTRIBUTOR.
           IF WS-TOP-N > 0
               IF WS-TP-COUNT < WS-TOP-N
                   ADD 1 TO WS-TP-COUNT
                   MOVE WS-PT-IDX TO WS-TP-PT-IDX (WS-TP-COUNT)
                   MOVE WS-ACC-ORD TO WS-TP-ORD (WS-TP-COUNT)
                   MOVE ACC-CONTRIBUTION TO WS-TP-CONTRIB (WS-TP-COUNT)
               ELSE
                   MOVE 1 TO WS-TP-MIN-IDX
                   PERFORM VARYING WS-TP-IDX FROM 2 BY 1
                       UNTIL WS-TP-IDX > WS-TP-COUNT
                       IF WS-TP-CONTRIB (WS-TP-IDX) <
                           WS-TP-CONTRIB (WS-TP-MIN-IDX)
                           MOVE WS-TP-IDX TO WS-TP-MIN-IDX
                       END-IF
                   END-PERFORM
                   IF ACC-CONTRIBUTION > WS-TP-CONTRIB (WS-TP-MIN-IDX)
                       MOVE WS-PT-IDX TO WS-TP-PT-IDX (WS-TP-MIN-IDX)
                       MOVE WS-ACC-ORD TO WS-TP-ORD (WS-TP-MIN-IDX)
                       MOVE ACC-CONTRIBUTION
                           TO WS-TP-CONTRIB (WS-TP-MIN-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  SET-STARTING-POSITION DERIVES WHERE THE PARTITION'S FIRST
      *  ACCOUNT STARTED.  A COMPLETE FULL RUN STARTS FROM ZERO BY
      *  CONSTRUCTION; ANY OTHER RUN NEEDS ITS LOOP1HST ROW, AND
      *  WITHOUT ONE ITS HI-VOL DECISIONS AND CONTRIBUTIONS CANNOT BE
      *  RE-PERFORMED.  A FULL RUN WHOSE HISTORY TOTAL DISAGREES WITH
      *  ITS OWN ACC FILE IS REPORTED AS WELL.
      *****************************************************************
       SET-STARTING-POSITION.
           EVALUATE TRUE
               WHEN WS-PT-HST-SW (WS-PT-IDX) = 'Y'
                   AND WS-PT-HST-TOTAL (WS-PT-IDX) >=
                       WS-PT-SUM (WS-PT-IDX)
                   AND WS-PT-HST-ACCTS (WS-PT-IDX) >=
                       WS-PT-RECS (WS-PT-IDX)
                   MOVE 'Y' TO WS-PT-BASE-SW (WS-PT-IDX)
                   COMPUTE WS-PT-BASE (WS-PT-IDX) =
                       WS-PT-HST-TOTAL (WS-PT-IDX)
                       - WS-PT-SUM (WS-PT-IDX)
                   COMPUTE WS-PT-OFFSET (WS-PT-IDX) =
                       WS-PT-HST-ACCTS (WS-PT-IDX)
                       - WS-PT-RECS (WS-PT-IDX)
               WHEN WS-PT-HST-SW (WS-PT-IDX) = 'Y'
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'GENERATION FILE ' DELIMITED BY SIZE
                       WS-PT-FILENAME (WS-PT-IDX) DELIMITED BY SPACE
                       ' HOLDS MORE THAN ITS LOOP1HST ROW RECORDS'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               WHEN WS-PT-MODE (WS-PT-IDX) NOT = 'D'
                   AND WS-PT-PARTIAL (WS-PT-IDX) NOT = 'P'
                   MOVE 'Y' TO WS-PT-BASE-SW (WS-PT-IDX)
                   MOVE 0 TO WS-PT-BASE (WS-PT-IDX)
                   MOVE 0 TO WS-PT-OFFSET (WS-PT-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'NO LOOP1HST ROW FOR ' DELIMITED BY SIZE
                       WS-PT-FILENAME (WS-PT-IDX) DELIMITED BY SPACE
                       ' - HI-VOL DECISIONS AND CONTRIBUTIONS CANNOT'
                       ' BE RE-PERFORMED' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
           END-EVALUATE
           IF WS-PT-BASE-SW (WS-PT-IDX) = 'Y'
               AND WS-PT-HST-SW (WS-PT-IDX) = 'Y'
               AND WS-PT-MODE (WS-PT-IDX) NOT = 'D'
               AND WS-PT-PARTIAL (WS-PT-IDX) NOT = 'P'
               AND WS-PT-BASE (WS-PT-IDX) NOT = 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'GENERATION FILE ' DELIMITED BY SIZE
                   WS-PT-FILENAME (WS-PT-IDX) DELIMITED BY SPACE
                   ' DOES NOT ADD TO ITS RUN''S FINAL TOTAL'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           END-IF.

      *****************************************************************
      *  AUDIT-ONE-GENERATION IS THE SECOND PASS: EVERY RECORD IS
      *  PLACED (ORDINAL AND STARTING TOTAL) AND THE SAMPLED ONES
      *  RE-PERFORMED.
      *****************************************************************
       AUDIT-ONE-GENERATION.
           IF WS-PT-ON-DISK-SW (WS-PT-IDX) = 'Y'
               MOVE WS-PT-FILENAME (WS-PT-IDX) TO WS-ACC-FILENAME
               MOVE 'N' TO WS-ACC-EOF-SW
               MOVE 0 TO WS-ACC-ORD
               MOVE WS-PT-BASE (WS-PT-IDX) TO WS-RUNNING-TOTAL
               OPEN INPUT LOOP1-ACC-FILE
               PERFORM UNTIL ACC-EOF
                   READ LOOP1-ACC-FILE
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF-SW
                       NOT AT END
                           PERFORM AUDIT-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE LOOP1-ACC-FILE
           END-IF.

       AUDIT-ONE-RESULT.
           ADD 1 TO WS-ACC-ORD
           MOVE WS-RUNNING-TOTAL TO WS-ACCT-START-TOTAL
           IF ACC-CONTRIBUTION NUMERIC
               COMPUTE WS-SUM-WORK =
                   WS-RUNNING-TOTAL + ACC-CONTRIBUTION
               IF WS-SUM-WORK < 1000000000000000000
                   MOVE WS-SUM-WORK TO WS-RUNNING-TOTAL
               END-IF
           END-IF
           COMPUTE WS-ACCT-I = WS-PT-OFFSET (WS-PT-IDX) + WS-ACC-ORD
           PERFORM DRAW-RANDOM-NUMBER
           MOVE SPACES TO WS-PICK-REASON
           IF ACC-HIVOL-FLAG = 'Y'
               MOVE 'HI-VOL' TO WS-PICK-REASON
               ADD 1 TO WS-SAMPLED-HIVOL
           ELSE
               MOVE 'N' TO WS-TP-FOUND-SW
               PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-COUNT OR WS-TP-FOUND
                   IF WS-TP-PT-IDX (WS-TP-IDX) = WS-PT-IDX
                       AND WS-TP-ORD (WS-TP-IDX) = WS-ACC-ORD
                       MOVE 'Y' TO WS-TP-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-TP-FOUND
                   MOVE 'TOP' TO WS-PICK-REASON
                   ADD 1 TO WS-SAMPLED-TOP
               ELSE
                   IF WS-RAND-PICK < WS-SAMPLE-PCT
                       MOVE 'RANDOM' TO WS-PICK-REASON
                       ADD 1 TO WS-SAMPLED-RANDOM
                   END-IF
               END-IF
           END-IF
           IF WS-PICK-REASON NOT = SPACES
               ADD 1 TO WS-SAMPLED
               PERFORM RE-PERFORM-ONE-ACCOUNT
           END-IF.

      *****************************************************************
      *  DRAW-RANDOM-NUMBER STEPS A PARK-MILLER GENERATOR (SEED TIMES
      *  16807 MODULO 2**31-1) AND YIELDS A DRAW FROM 0 TO 99.  THE
      *  SEED IS PRINTED ON THE REPORT, SO AUDIT CAN REDRAW THE SAME
      *  SAMPLE FROM THE SAME GENERATION.
      *****************************************************************
       DRAW-RANDOM-NUMBER.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807
           DIVIDE WS-RAND-PRODUCT BY 2147483647
               GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED
           DIVIDE WS-RAND-SEED BY 100
               GIVING WS-RAND-QUOT REMAINDER WS-RAND-PICK.

      *****************************************************************
      *  RE-PERFORM-ONE-ACCOUNT RE-DERIVES ONE SAMPLED ACCOUNT FROM
      *  ITS SOURCES AND COMPARES WHAT THE RUN WROTE.  THE WEIGHT
      *  USED IS THE MASTER WEIGHT HELD TO THE PARAMETER CAP (ZERO
      *  COUNTS AS ONE); THE ACCOUNT IS HI-VOL WHEN THE RUNNING TOTAL
      *  IT STARTED FROM EXCEEDS ITS THRESHOLD; AND THE CONTRIBUTION
      *  IS THE SUM OVER K = 1..KB AND J = 1..B OF
      *      HI-VOL : (I * J + K) * HIVOL-FACTOR
      *      OTHER  : (I + J) * K * STD-FACTOR
      *  WHERE B IS THE WEIGHT USED, KB IS B HELD TO CTL-MAX-K AND I
      *  IS THE ACCOUNT'S ORDINAL IN THE RUN - IN CLOSED FORM
      *      HI-VOL : HF * (I * KB * B(B+1)/2 + B * KB(KB+1)/2)
      *      OTHER  : SF * KB(KB+1)/2 * (B * I + B(B+1)/2)
      *****************************************************************
       RE-PERFORM-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-BAD-SW
           IF NOT MASTER-IS-OPEN
               ADD 1 TO WS-NOT-PERFORMED
               ADD 1 TO WS-EXCEPTIONS
           ELSE
               MOVE ACC-ACCOUNT-ID TO WM-ACCOUNT-ID
               READ WORKLOAD-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON THE WORKLOAD MASTER'
                           TO WS-EXC-TEXT
                       PERFORM WRITE-ACCOUNT-EXCEPTION
                   NOT INVALID KEY
                       PERFORM CHECK-AGAINST-MASTER
               END-READ
               IF ACCOUNT-DISAGREES
                   ADD 1 TO WS-DISAGREED
               ELSE
                   ADD 1 TO WS-AGREED
               END-IF
           END-IF.

       CHECK-AGAINST-MASTER.
           IF WM-EFF-DATE NUMERIC AND WM-EFF-DATE > WS-PARM-DATE
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'NOT YET EFFECTIVE ON ' DELIMITED BY SIZE
                   WS-PARM-DATE DELIMITED BY SIZE
                   ' (WM-EFF-DATE ' DELIMITED BY SIZE
                   WM-EFF-DATE DELIMITED BY SIZE
                   ') BUT ON THE GENERATION' DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF
           IF WM-END-DATE NUMERIC AND WM-END-DATE > 0
               AND WM-END-DATE < WS-PARM-DATE
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'ENDED ' DELIMITED BY SIZE
                   WM-END-DATE DELIMITED BY SIZE
                   ' BUT ON THE GENERATION' DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF
           IF WM-COST-CENTER NOT = ACC-COST-CENTER
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'COST CENTER ON FILE ' DELIMITED BY SIZE
                   ACC-COST-CENTER DELIMITED BY SIZE
                   ' BUT ON THE MASTER ' DELIMITED BY SIZE
                   WM-COST-CENTER DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF
           MOVE WM-COST-CENTER TO WS-LOOKUP-CC
           PERFORM RESOLVE-ACCT-PARMS
           IF WM-WEIGHT NOT NUMERIC
               MOVE 'MASTER WEIGHT IS NOT NUMERIC' TO WS-EXC-TEXT
               PERFORM WRITE-ACCOUNT-EXCEPTION
           ELSE
               IF WM-WEIGHT > WS-EXP-WEIGHT-CAP
                   MOVE WS-EXP-WEIGHT-CAP TO WS-EXP-BOUND
               ELSE
                   MOVE WM-WEIGHT TO WS-EXP-BOUND
               END-IF
               IF WS-EXP-BOUND = 0
                   MOVE 1 TO WS-EXP-BOUND
               END-IF
               IF WS-EXP-BOUND > CTL-MAX-K
                   MOVE CTL-MAX-K TO WS-EXP-K-BOUND
               ELSE
                   MOVE WS-EXP-BOUND TO WS-EXP-K-BOUND
               END-IF
               IF ACC-WEIGHT-USED NOT = WS-EXP-BOUND
                   MOVE ACC-WEIGHT-USED TO WS-FILE-FIGURE
                   MOVE WS-EXP-BOUND TO WS-CALC-FIGURE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'WEIGHT USED ' DELIMITED BY SIZE
                       WS-FILE-FIGURE DELIMITED BY SPACE
                       ' RE-PERFORMED ' DELIMITED BY SIZE
                       WS-CALC-FIGURE DELIMITED BY SPACE
                       ' (CAP ' DELIMITED BY SIZE
                       WS-EXP-WEIGHT-CAP DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       WS-PARM-SOURCE DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM WRITE-ACCOUNT-EXCEPTION
               END-IF
               IF WS-PT-BASE-SW (WS-PT-IDX) = 'Y'
                   PERFORM CHECK-FLAG-AND-CONTRIBUTION
               ELSE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'HI-VOL DECISION AND CONTRIBUTION NOT '
                       'RE-PERFORMABLE - RUN POSITION UNKNOWN'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM WRITE-ACCOUNT-EXCEPTION
               END-IF
           END-IF.

       CHECK-FLAG-AND-CONTRIBUTION.
           IF WS-ACCT-START-TOTAL > WS-EXP-THRESHOLD
               MOVE 'Y' TO WS-EXP-FLAG
           ELSE
               MOVE 'N' TO WS-EXP-FLAG
           END-IF
           IF ACC-HIVOL-FLAG NOT = WS-EXP-FLAG
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'HI-VOL FLAG ' DELIMITED BY SIZE
                   ACC-HIVOL-FLAG DELIMITED BY SIZE
                   ' RE-PERFORMED ' DELIMITED BY SIZE
                   WS-EXP-FLAG DELIMITED BY SIZE
                   ' (STARTING TOTAL ' DELIMITED BY SIZE
                   WS-ACCT-START-TOTAL DELIMITED BY SIZE
                   ' THRESHOLD ' DELIMITED BY SIZE
                   WS-EXP-THRESHOLD DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-ACCOUNT-EXCEPTION
           END-IF
           PERFORM COMPUTE-EXPECTED-CONTRIB
           IF CALC-OVERFLOWED
               MOVE 'RE-PERFORMED CONTRIBUTION EXCEEDS 18 DIGITS'
                   TO WS-EXC-TEXT
               PERFORM WRITE-ACCOUNT-EXCEPTION
           ELSE
               IF ACC-CONTRIBUTION NOT NUMERIC
                   OR ACC-CONTRIBUTION NOT = WS-EXP-CONTRIB
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'CONTRIBUTION ' DELIMITED BY SIZE
                       ACC-CONTRIBUTION DELIMITED BY SIZE
                       ' RE-PERFORMED ' DELIMITED BY SIZE
                       WS-EXP-CONTRIB DELIMITED BY SIZE
                       ' (ORDINAL ' DELIMITED BY SIZE
                       WS-ACCT-I DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM WRITE-ACCOUNT-EXCEPTION
               END-IF
           END-IF.

       COMPUTE-EXPECTED-CONTRIB.
           MOVE 'N' TO WS-CALC-SW
           MOVE 0 TO WS-EXP-CONTRIB
           COMPUTE WS-SUM-J =
               WS-EXP-BOUND * (WS-EXP-BOUND + 1) / 2
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CALC-SW
           END-COMPUTE
           COMPUTE WS-SUM-K =
               WS-EXP-K-BOUND * (WS-EXP-K-BOUND + 1) / 2
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CALC-SW
           END-COMPUTE
           IF NOT CALC-OVERFLOWED
               IF WS-EXP-FLAG = 'Y'
                   COMPUTE WS-CALC-WORK =
                       (WS-ACCT-I * WS-EXP-K-BOUND * WS-SUM-J)
                       + (WS-EXP-BOUND * WS-SUM-K)
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-CALC-SW
                   END-COMPUTE
                   IF NOT CALC-OVERFLOWED
                       COMPUTE WS-EXP-CONTRIB =
                           WS-CALC-WORK * WS-EXP-HIVOL-FAC
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-CALC-SW
                       END-COMPUTE
                   END-IF
               ELSE
                   COMPUTE WS-CALC-WORK =
                       (WS-EXP-BOUND * WS-ACCT-I) + WS-SUM-J
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-CALC-SW
                   END-COMPUTE
                   IF NOT CALC-OVERFLOWED
                       COMPUTE WS-EXP-CONTRIB =
                           WS-CALC-WORK * WS-SUM-K * WS-EXP-STD-FAC
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-CALC-SW
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  RESOLVE-ACCT-PARMS PICKS THE PARAMETER SET IN FORCE ON THE
      *  PARAMETER DATE - THE COST CENTER'S VERSION WITH THE LATEST
      *  EFFECTIVE DATE ON OR BEFORE IT (THE FIRST ROW WINS A TIE),
      *  ELSE THE '******' DEFAULT BY THE SAME RULE, ELSE THE CONTROL
      *  RECORD WITH FACTORS OF 1.
      *****************************************************************
       RESOLVE-ACCT-PARMS.
           PERFORM FIND-PARM-VERSION
           MOVE WS-LOOKUP-CC TO WS-PARM-SOURCE
           IF WS-PV-BEST-IDX = 0
               MOVE '******' TO WS-LOOKUP-CC
               PERFORM FIND-PARM-VERSION
               MOVE '******' TO WS-PARM-SOURCE
           END-IF
           IF WS-PV-BEST-IDX > 0
               MOVE WS-PV-THRESHOLD (WS-PV-BEST-IDX)
                   TO WS-EXP-THRESHOLD
               MOVE WS-PV-HIVOL-FAC (WS-PV-BEST-IDX)
                   TO WS-EXP-HIVOL-FAC
               MOVE WS-PV-STD-FAC (WS-PV-BEST-IDX) TO WS-EXP-STD-FAC
               MOVE WS-PV-WEIGHT-CAP (WS-PV-BEST-IDX)
                   TO WS-EXP-WEIGHT-CAP
           ELSE
               MOVE 'CTL' TO WS-PARM-SOURCE
               MOVE CTL-HIVOL-THRESHOLD TO WS-EXP-THRESHOLD
               MOVE 1 TO WS-EXP-HIVOL-FAC
               MOVE 1 TO WS-EXP-STD-FAC
               MOVE CTL-MAX-J TO WS-EXP-WEIGHT-CAP
           END-IF.

       FIND-PARM-VERSION.
           MOVE 0 TO WS-PV-BEST-IDX
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-CC (WS-PV-IDX) = WS-LOOKUP-CC
                   AND WS-PV-EFF (WS-PV-IDX) <= WS-PARM-DATE
                   IF WS-PV-BEST-IDX = 0
                       MOVE WS-PV-IDX TO WS-PV-BEST-IDX
                   ELSE
                       IF WS-PV-EFF (WS-PV-IDX) >
                           WS-PV-EFF (WS-PV-BEST-IDX)
                           MOVE WS-PV-IDX TO WS-PV-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-EXCEPTION.
           MOVE 'Y' TO WS-ACCT-BAD-SW
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'EXCEPTION : ACCOUNT ' DELIMITED BY SIZE
               ACC-ACCOUNT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PICK-REASON DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-EXC-TEXT DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE.

       WRITE-RUN-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'EXCEPTION : ' DELIMITED BY SIZE
               WS-EXC-TEXT DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE.

      *****************************************************************
      *  WRITE-AUDIT-SUMMARY CLOSES THE REPORT WITH THE SAMPLE
      *  COUNTS, THE VERDICT AND THE SIGN-OFF BLOCK THE REVIEWER
      *  COMPLETES BEFORE THE REPORT IS FILED WITH THE AUDIT PACK.
      *****************************************************************
       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE SPACES TO LOOP1-RPR-LINE
               STRING 'GENERATION ' DELIMITED BY SIZE
                   WS-PT-FILENAME (WS-PT-IDX) DELIMITED BY SIZE
                   ' RUN DATE ' DELIMITED BY SIZE
                   WS-PT-DATE (WS-PT-IDX) DELIMITED BY SIZE
                   ' MODE ' DELIMITED BY SIZE
                   WS-PT-MODE (WS-PT-IDX) DELIMITED BY SIZE
                   ' ACCOUNTS ' DELIMITED BY SIZE
                   WS-PT-RECS (WS-PT-IDX) DELIMITED BY SIZE
                   ' STARTING TOTAL ' DELIMITED BY SIZE
                   WS-PT-BASE (WS-PT-IDX) DELIMITED BY SIZE
                   ' FIRST ORDINAL ' DELIMITED BY SIZE
                   WS-PT-OFFSET (WS-PT-IDX) DELIMITED BY SIZE
                   INTO LOOP1-RPR-LINE
               WRITE LOOP1-RPR-LINE
           END-PERFORM
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'ACCOUNTS IN GENERATION ' DELIMITED BY SIZE
               WS-ACCTS-IN-GEN DELIMITED BY SIZE
               ' SAMPLED ' DELIMITED BY SIZE
               WS-SAMPLED DELIMITED BY SIZE
               ' (HI-VOL ' DELIMITED BY SIZE
               WS-SAMPLED-HIVOL DELIMITED BY SIZE
               ' TOP ' DELIMITED BY SIZE
               WS-SAMPLED-TOP DELIMITED BY SIZE
               ' RANDOM ' DELIMITED BY SIZE
               WS-SAMPLED-RANDOM DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'AGREED ' DELIMITED BY SIZE
               WS-AGREED DELIMITED BY SIZE
               ' DISAGREED ' DELIMITED BY SIZE
               WS-DISAGREED DELIMITED BY SIZE
               ' NOT RE-PERFORMED ' DELIMITED BY SIZE
               WS-NOT-PERFORMED DELIMITED BY SIZE
               ' EXCEPTIONS ' DELIMITED BY SIZE
               WS-EXCEPTIONS DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           EVALUATE TRUE
               WHEN WS-ACCTS-IN-GEN = 0
                   STRING 'VERDICT : NO ACC GENERATION TO AUDIT - '
                       'EXTRACT HELD' DELIMITED BY SIZE
                       INTO LOOP1-RPR-LINE
               WHEN WS-EXCEPTIONS > 0
                   STRING 'VERDICT : RE-PERFORMANCE EXCEPTIONS - '
                       'EXTRACT HELD PENDING INVESTIGATION'
                       DELIMITED BY SIZE INTO LOOP1-RPR-LINE
               WHEN OTHER
                   STRING 'VERDICT : EVERY SAMPLED ACCOUNT AGREES - '
                       'EXTRACT MAY BE RELEASED'
                       DELIMITED BY SIZE INTO LOOP1-RPR-LINE
           END-EVALUATE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'PREPARED BY : LOOP1RPA    ON ' DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'REVIEWED BY : ____________________    DATE : '
               '__________' DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE
           MOVE SPACES TO LOOP1-RPR-LINE
           STRING 'SIGNED OFF  : ____________________    DATE : '
               '__________' DELIMITED BY SIZE
               INTO LOOP1-RPR-LINE
           WRITE LOOP1-RPR-LINE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-NEWEST-GEN-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF WS-EXCEPTIONS > 0
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'AUDIT-EXCEPTION' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-EXCEPTIONS DELIMITED BY SIZE
                   ' RE-PERFORMANCE EXCEPTIONS - SEE LOOP1RPR'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-ACCTS-IN-GEN = 0
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'NOTHING-AUDITED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'NO ACCOUNT IN THE NEWEST GENERATION WAS '
                   DELIMITED BY SIZE
                   'RE-PERFORMED' DELIMITED BY SIZE
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
           STRING 'LOOP1RPA ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1RPA' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1RPA - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
