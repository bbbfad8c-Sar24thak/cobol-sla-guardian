      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - END-TO-END BALANCING OF THE NIGHTLY
      *              STREAM.  EACH STEP PROVES ITS OWN FILE (LOOP1RCN
      *              THE JOURNAL, LOOP1EXT ITS TRAILER, LOOP1ACK THE
      *              LEDGER'S ECHO) BUT NOTHING PROVED THAT WHAT ONE
      *              STEP HANDED ON WAS WHAT THE NEXT ONE TOOK IN.
      *              EVERY STEP NOW APPENDS ITS INPUT AND OUTPUT
      *              COUNTS AND AMOUNT TOTALS TO THE SHARED LOOP1SCF
      *              STEP-CONTROL FILE UNDER THE BUSINESS DATE.  THIS
      *              STEP TAKES THE NEWEST BUSINESS DATE ON LOOP1SCF
      *              (THE LAST RECORD LOGGED PER CONTROL POINT AND
      *              PARTITION WINS, SO A RERUN REPLACES THE RUN IT
      *              REPEATED), CHECKS THAT EACH POINT ACCOUNTS FOR
      *              EVERYTHING IT RECEIVED, AND LINES THE POINTS UP -
      *              WLDMSTR TO ACC, ACC TO RSN, ACC TO XTR, ACC TO
      *              BILLED, XTR TO AKN.  A DIFFERENCE THAT A REJECT,
      *              A SKIP OR A DELTA OR RESTART CARRY ACCOUNTS FOR IS
      *              REPORTED AS EXPLAINED; ANYTHING ELSE, OR A STEP
      *              THAT LOGGED NOTHING, IS OUT OF BALANCE.  THE
      *              LEDGER ACKNOWLEDGMENT ARRIVES THE NEXT NIGHT, SO A
      *              MISSING AKN POINT IS REPORTED AS AWAITED.  OUTPUT
      *              IS THE LOOP1BAR BALANCING REPORT.  RETURN CODE 8 -
      *              HOLD THE DOWNSTREAM RELEASE - WHEN ANYTHING IS OUT
      *              OF BALANCE OR NO STEP CONTROL IS ON FILE, 4 WHEN
      *              THE RESULTS MASTER WAS SUPPRESSED, ELSE 0.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: OUT-OF-BALANCE AND BALANCE-WARNING AND
      *              A RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS
      *              THE PROGRAM ENDS.
      *  2026-10-15  XTR TO AKN IS NOW PROVED FOR THE NEWEST DATE THE
      *              LEDGER HAS ACKNOWLEDGED - LOOP1ACK LOGS ITS AKN
      *              POINT UNDER THE EXTRACT'S OWN BUSINESS DATE THE
      *              NIGHT AFTER, SO IT WAS NEVER FOUND UNDER THE
      *              NEWEST DATE.  AN EARLIER EXTRACT WITH NO
      *              ACKNOWLEDGMENT IS OUT OF BALANCE; ONLY THE NEWEST
      *              DATE'S EXTRACT IS AWAITED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1BAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-SCF-FILE  ASSIGN TO "LOOP1SCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
           SELECT LOOP1-BAR-FILE  ASSIGN TO "LOOP1BAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  LOOP1-SCF-FILE
           RECORDING MODE IS F.
       COPY LOOP1SCF.

       FD  LOOP1-BAR-FILE
           RECORDING MODE IS F.
       01  LOOP1-BAR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BAR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-EOF-SW        PIC X      VALUE 'N'.
           88  SCF-EOF                     VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-BAL-DATE          PIC 9(08)  VALUE 0.
       01  WS-PART-IDX          PIC 9(04)  VALUE 0.
       01  WS-PART-FIRST        PIC 9(04)  VALUE 0.
       01  WS-PART-LAST         PIC 9(04)  VALUE 0.
      *
      *  THE LEDGER ACKNOWLEDGES A NIGHT'S EXTRACT THE NIGHT AFTER,
      *  SO XTR->AKN IS PROVED FOR THE NEWEST DATE THAT HAS AN AKN
      *  POINT: ITS LAST AKN AND XTR RECORDS ARE KEPT HERE.  THE
      *  NEWEST XTR DATE BEFORE THE BUSINESS DATE SHOWS WHETHER AN
      *  ACKNOWLEDGMENT THAT SHOULD BE IN BY NOW IS MISSING.
      *
       01  WS-AKN-DATE          PIC 9(08)  VALUE 0.
       01  WS-PRIOR-XTR-DATE    PIC 9(08)  VALUE 0.
       01  WS-PRIOR-AKN-ROW     PIC X(182) VALUE SPACES.
       01  WS-PRIOR-AKN-SW      PIC X      VALUE 'N'.
           88  PRIOR-AKN-FOUND             VALUE 'Y'.
       01  WS-PRIOR-XTR-ROW     PIC X(182) VALUE SPACES.
       01  WS-PRIOR-XTR-SW      PIC X      VALUE 'N'.
           88  PRIOR-XTR-FOUND             VALUE 'Y'.
       01  WS-SCHEME-SW         PIC X      VALUE 'N'.
           88  ROW-IN-SCHEME               VALUE 'Y'.
      *
      *  THE LAST STEP-CONTROL RECORD LOGGED FOR THE BUSINESS DATE PER
      *  CONTROL POINT AND PARTITION, AS READ.
      *
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 300 TIMES.
               10  WS-SP-POINT      PIC X(08).
               10  WS-SP-PART       PIC 9(04).
               10  WS-SP-ROW        PIC X(182).
       01  WS-SP-LIMIT          PIC 9(03)  VALUE 300.
       01  WS-SP-COUNT          PIC 9(03)  VALUE 0.
       01  WS-SP-IDX            PIC 9(03)  VALUE 0.
       01  WS-SP-FIND-IDX       PIC 9(03)  VALUE 0.
       01  WS-SP-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-SP-FOUND                 VALUE 'Y'.
       01  WS-SP-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  STEP-TABLE-OVERFLOWED       VALUE 'Y'.
       01  WS-FIND-POINT        PIC X(08)  VALUE SPACES.
       01  WS-FIND-PART         PIC 9(04)  VALUE 0.
       01  WS-FIND-STAMP        PIC 9(16)  VALUE 0.
       01  WS-ROW-STAMP         PIC 9(16)  VALUE 0.
      *
      *  WORKING VIEW OF ONE STEP-CONTROL RECORD - SAME LAYOUT AS
      *  LOOP1SCF.
      *
       01  WS-STEP-ROW.
           05  WS-SR-BUS-DATE       PIC 9(08).
           05  WS-SR-PROGRAM        PIC X(08).
           05  WS-SR-CONTROL-POINT  PIC X(08).
           05  WS-SR-PART-SEQ       PIC 9(04).
           05  WS-SR-RUN-MODE       PIC X(01).
           05  WS-SR-LOGGED-DATE    PIC 9(08).
           05  WS-SR-LOGGED-TIME    PIC 9(08).
           05  WS-SR-RETURN-CODE    PIC 9(02).
           05  WS-SR-IN-COUNT       PIC 9(09).
           05  WS-SR-OUT-COUNT      PIC 9(09).
           05  WS-SR-REJECT-COUNT   PIC 9(09).
           05  WS-SR-SKIP-COUNT     PIC 9(09).
           05  WS-SR-CARRY-COUNT    PIC 9(09).
           05  WS-SR-IN-AMOUNT      PIC 9(18).
           05  WS-SR-OUT-AMOUNT     PIC 9(18).
           05  WS-SR-REJECT-AMOUNT  PIC 9(18).
           05  WS-SR-SKIP-AMOUNT    PIC 9(18).
           05  WS-SR-CARRY-AMOUNT   PIC 9(18).
      *
      *  THE POINTS THE HANDOFFS ARE PROVED FROM.
      *
       01  WS-EDT-IDX           PIC 9(03)  VALUE 0.
       01  WS-XTR-IDX           PIC 9(03)  VALUE 0.
       01  WS-AKN-IDX           PIC 9(03)  VALUE 0.
       01  WS-BIL-IDX           PIC 9(03)  VALUE 0.
       01  WS-EDT-IN            PIC 9(09)  VALUE 0.
       01  WS-EDT-REJECT        PIC 9(09)  VALUE 0.
       01  WS-ACC-PARTS         PIC 9(04)  VALUE 0.
       01  WS-ACC-MISSING       PIC 9(04)  VALUE 0.
       01  WS-ACC-IN            PIC 9(09)  VALUE 0.
       01  WS-ACC-OUT           PIC 9(09)  VALUE 0.
       01  WS-ACC-SKIP          PIC 9(09)  VALUE 0.
       01  WS-ACC-RESTART-CARRY PIC 9(09)  VALUE 0.
       01  WS-ACC-DELTA-CARRY   PIC 9(09)  VALUE 0.
       01  WS-ACC-OUT-AMT       PIC 9(18)  VALUE 0.
       01  WS-ACC-FULL-PARTS    PIC 9(04)  VALUE 0.
       01  WS-ACC-DELTA-PARTS   PIC 9(04)  VALUE 0.
       01  WS-MASTER-SEEN       PIC 9(09)  VALUE 0.
       01  WS-ACC-ROW-OUT       PIC 9(09)  VALUE 0.
       01  WS-ACC-ROW-IN        PIC 9(09)  VALUE 0.
       01  WS-ACC-ROW-MODE      PIC X(01)  VALUE SPACE.
       01  WS-ACC-ROW-TOTAL     PIC 9(18)  VALUE 0.
       01  WS-HASH-ACCUM        PIC 9(18)  VALUE 0.
       01  WS-HASH-ADD          PIC 9(18)  VALUE 0.
       01  WS-HASH-WORK         PIC 9(19)  VALUE 0.
       01  WS-EXPECT-AMT        PIC 9(18)  VALUE 0.
       01  WS-EXPECT-CNT        PIC 9(10)  VALUE 0.
       01  WS-SUM-WORK          PIC 9(19)  VALUE 0.
      *
      *  RESULT OF ONE CHECK AND THE RUN'S TALLY.
      *
       01  WS-CHECK-LABEL       PIC X(24)  VALUE SPACES.
       01  WS-CHECK-RESULT      PIC X(14)  VALUE SPACES.
       01  WS-CHECK-TEXT        PIC X(80)  VALUE SPACES.
       01  WS-FIG-A             PIC X(18)  VALUE SPACES.
       01  WS-FIG-B             PIC X(18)  VALUE SPACES.
       01  WS-BALANCED          PIC 9(04)  VALUE 0.
       01  WS-EXPLAINED         PIC 9(04)  VALUE 0.
       01  WS-WARNINGS          PIC 9(04)  VALUE 0.
       01  WS-AWAITED           PIC 9(04)  VALUE 0.
       01  WS-UNEXPLAINED       PIC 9(04)  VALUE 0.
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
           PERFORM READ-CONTROL-RECORD
           PERFORM FIND-BUSINESS-DATE
           PERFORM LOAD-STEP-CONTROL
           OPEN OUTPUT LOOP1-BAR-FILE
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING 'LOOP1BAL END-TO-END STEP BALANCING REPORT - '
               'BUSINESS DATE ' DELIMITED BY SIZE
               WS-BAL-DATE DELIMITED BY SIZE
               ' - RUN DATE ' DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           IF WS-SP-COUNT = 0
               MOVE 'LOOP1SCF' TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               STRING 'NO STEP-CONTROL RECORDS ON FILE - THE STREAM '
                   'CANNOT BE BALANCED' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               PERFORM REPORT-CONTROL-POINTS
               PERFORM BALANCE-HANDOFFS
           END-IF
           PERFORM WRITE-BALANCE-SUMMARY
           CLOSE LOOP1-BAR-FILE
           DISPLAY 'LOOP1BAL - ' WS-BALANCED ' BALANCED, '
               WS-EXPLAINED ' EXPLAINED, ' WS-UNEXPLAINED
               ' OUT OF BALANCE'
           IF WS-UNEXPLAINED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD GIVES THE PARTITION SCHEME THE STREAM RAN
      *  UNDER - ONE UNPARTITIONED RUN (PARTITION 0) OR LOOP1DRV'S
      *  PARTITIONS 1 THRU CTL-PART-COUNT - THE SAME WAY LOOP1EXT AND
      *  LOOP1BIL DECIDE WHICH ACC FILES TO READ.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1BAL - LOOP1-CTL IS MISSING OR EMPTY '
                       '- BALANCING THE UNPARTITIONED RUN'
                   MOVE 1 TO CTL-PART-COUNT
                   MOVE 0 TO CTL-PART-SEQ
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-PART-COUNT NOT NUMERIC OR CTL-PART-COUNT = 0
               MOVE 1 TO CTL-PART-COUNT
           END-IF
           IF CTL-PART-SEQ NOT NUMERIC
               MOVE 0 TO CTL-PART-SEQ
           END-IF
           IF CTL-PART-SEQ = 0
               MOVE 0 TO WS-PART-FIRST
               MOVE 0 TO WS-PART-LAST
           ELSE
               MOVE 1 TO WS-PART-FIRST
               MOVE CTL-PART-COUNT TO WS-PART-LAST
           END-IF.

      *****************************************************************
      *  FIND-BUSINESS-DATE TAKES THE NEWEST BUSINESS DATE ON LOOP1SCF
      *  - THE NIGHT THE STREAM HAS JUST RUN - AND THE NEWEST DATE
      *  THE LEDGER HAS ACKNOWLEDGED (AN AKN POINT UNDER THE
      *  PARTITION SCHEME IN FORCE), NORMALLY THE NIGHT BEFORE.
      *****************************************************************
       FIND-BUSINESS-DATE.
           MOVE 0 TO WS-BAL-DATE
           MOVE 0 TO WS-AKN-DATE
           MOVE 'N' TO WS-SCF-EOF-SW
           OPEN INPUT LOOP1-SCF-FILE
           PERFORM UNTIL SCF-EOF
               READ LOOP1-SCF-FILE
                   AT END
                       MOVE 'Y' TO WS-SCF-EOF-SW
                   NOT AT END
                       IF SCF-BUS-DATE NUMERIC
                           IF SCF-BUS-DATE > WS-BAL-DATE
                               MOVE SCF-BUS-DATE TO WS-BAL-DATE
                           END-IF
                           PERFORM CHECK-ROW-SCHEME
                           IF SCF-CONTROL-POINT = 'AKN'
                               AND ROW-IN-SCHEME
                               AND SCF-BUS-DATE > WS-AKN-DATE
                               MOVE SCF-BUS-DATE TO WS-AKN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOP1-SCF-FILE.

      *****************************************************************
      *  CHECK-ROW-SCHEME - IS THE STEP-CONTROL RECORD JUST READ FROM
      *  THE PARTITION SCHEME IN FORCE (PARTITION 0 FOR AN
      *  UNPARTITIONED RUN, ANY OTHER FOR A LOOP1DRV RUN), AS
      *  FIND-LATEST-ROW DECIDES FOR THE TABLED POINTS.
      *****************************************************************
       CHECK-ROW-SCHEME.
           MOVE 'N' TO WS-SCHEME-SW
           IF SCF-PART-SEQ NUMERIC
               IF (CTL-PART-SEQ = 0 AND SCF-PART-SEQ = 0)
                   OR (CTL-PART-SEQ NOT = 0 AND SCF-PART-SEQ NOT = 0)
                   MOVE 'Y' TO WS-SCHEME-SW
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-STEP-CONTROL KEEPS THE LAST RECORD LOGGED FOR THE DATE
      *  PER CONTROL POINT AND PARTITION.  THE FILE IS APPEND-ONLY, SO
      *  A LATER RECORD IS A RERUN AND REPLACES THE ONE BEFORE IT.
      *  FROM EARLIER DATES IT KEEPS ONLY WHAT XTR->AKN NEEDS.
      *****************************************************************
       LOAD-STEP-CONTROL.
           MOVE 0 TO WS-SP-COUNT
           IF WS-BAL-DATE NOT = 0
               MOVE 'N' TO WS-SCF-EOF-SW
               OPEN INPUT LOOP1-SCF-FILE
               PERFORM UNTIL SCF-EOF
                   READ LOOP1-SCF-FILE
                       AT END
                           MOVE 'Y' TO WS-SCF-EOF-SW
                       NOT AT END
                           IF SCF-BUS-DATE NUMERIC
                               IF SCF-BUS-DATE = WS-BAL-DATE
                                   PERFORM TABLE-ONE-STEP-ROW
                               ELSE
                                   PERFORM KEEP-PRIOR-HANDOFF-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-SCF-FILE
           END-IF.

       TABLE-ONE-STEP-ROW.
           MOVE SCF-CONTROL-POINT TO WS-FIND-POINT
           MOVE SCF-PART-SEQ TO WS-FIND-PART
           PERFORM FIND-POINT-ROW
           IF WS-SP-FOUND
               MOVE LOOP1-STEP-CONTROL-RECORD
                   TO WS-SP-ROW (WS-SP-FIND-IDX)
           ELSE
               IF WS-SP-COUNT < WS-SP-LIMIT
                   ADD 1 TO WS-SP-COUNT
                   MOVE SCF-CONTROL-POINT TO WS-SP-POINT (WS-SP-COUNT)
                   MOVE SCF-PART-SEQ TO WS-SP-PART (WS-SP-COUNT)
                   MOVE LOOP1-STEP-CONTROL-RECORD
                       TO WS-SP-ROW (WS-SP-COUNT)
               ELSE
                   IF NOT STEP-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1BAL - MORE THAN ' WS-SP-LIMIT
                           ' STEP-CONTROL POINTS FOR ' WS-BAL-DATE
                           ' - BALANCING IS INCOMPLETE'
                       MOVE 'Y' TO WS-SP-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  KEEP-PRIOR-HANDOFF-ROW NOTES THE NEWEST EARLIER XTR DATE AND,
      *  WHEN THE NEWEST ACKNOWLEDGMENT IS FOR AN EARLIER DATE, KEEPS
      *  THE LAST AKN AND XTR RECORDS LOGGED FOR THAT DATE.
      *****************************************************************
       KEEP-PRIOR-HANDOFF-ROW.
           PERFORM CHECK-ROW-SCHEME
           IF ROW-IN-SCHEME
               IF SCF-CONTROL-POINT = 'XTR'
                   AND SCF-BUS-DATE > WS-PRIOR-XTR-DATE
                   MOVE SCF-BUS-DATE TO WS-PRIOR-XTR-DATE
               END-IF
               IF SCF-BUS-DATE = WS-AKN-DATE
                   IF SCF-CONTROL-POINT = 'AKN'
                       MOVE LOOP1-STEP-CONTROL-RECORD
                           TO WS-PRIOR-AKN-ROW
                       MOVE 'Y' TO WS-PRIOR-AKN-SW
                   END-IF
                   IF SCF-CONTROL-POINT = 'XTR'
                       MOVE LOOP1-STEP-CONTROL-RECORD
                           TO WS-PRIOR-XTR-ROW
                       MOVE 'Y' TO WS-PRIOR-XTR-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-POINT-ROW LOOKS UP ONE CONTROL POINT AND PARTITION.
      *****************************************************************
       FIND-POINT-ROW.
           MOVE 'N' TO WS-SP-FOUND-SW
           PERFORM VARYING WS-SP-FIND-IDX FROM 1 BY 1
               UNTIL WS-SP-FIND-IDX > WS-SP-COUNT OR WS-SP-FOUND
               IF WS-SP-POINT (WS-SP-FIND-IDX) = WS-FIND-POINT AND
                   WS-SP-PART (WS-SP-FIND-IDX) = WS-FIND-PART
                   MOVE 'Y' TO WS-SP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-SP-FOUND
               SUBTRACT 1 FROM WS-SP-FIND-IDX
           ELSE
               MOVE 0 TO WS-SP-FIND-IDX
           END-IF.

      *****************************************************************
      *  FIND-LATEST-ROW TAKES THE MOST RECENTLY LOGGED RECORD OF A
      *  WHOLE-STREAM POINT (WLDMSTR, XTR, AKN, BILLED) UNDER THE
      *  PARTITION SCHEME IN FORCE - PARTITION 0 FOR AN UNPARTITIONED
      *  RUN, ANY NON-ZERO PARTITION FOR A LOOP1DRV RUN.  WLDMSTR IS
      *  ALWAYS LOGGED UNDER PARTITION 0 AND IS TAKEN EITHER WAY.
      *****************************************************************
       FIND-LATEST-ROW.
           MOVE 0 TO WS-SP-FIND-IDX
           MOVE 0 TO WS-FIND-STAMP
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-POINT (WS-SP-IDX) = WS-FIND-POINT
                   IF WS-FIND-POINT = 'WLDMSTR'
                       OR (CTL-PART-SEQ = 0 AND
                           WS-SP-PART (WS-SP-IDX) = 0)
                       OR (CTL-PART-SEQ NOT = 0 AND
                           WS-SP-PART (WS-SP-IDX) NOT = 0)
                       MOVE WS-SP-ROW (WS-SP-IDX) TO WS-STEP-ROW
                       COMPUTE WS-ROW-STAMP =
                           WS-SR-LOGGED-DATE * 100000000
                           + WS-SR-LOGGED-TIME
                       IF WS-SP-FIND-IDX = 0
                           OR WS-ROW-STAMP >= WS-FIND-STAMP
                           MOVE WS-SP-IDX TO WS-SP-FIND-IDX
                           MOVE WS-ROW-STAMP TO WS-FIND-STAMP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-CONTROL-POINTS PRINTS EVERY POINT TAKEN FOR THE DATE
      *  AND PROVES EACH ONE ACCOUNTS FOR WHAT IT RECEIVED.
      *****************************************************************
       REPORT-CONTROL-POINTS.
           MOVE SPACES TO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING 'CONTROL POINTS    PART PROGRAM  MD RC '
               '        IN       OUT    REJECT      SKIP     CARRY'
               DELIMITED BY SIZE INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-ROW (WS-SP-IDX) TO WS-STEP-ROW
               PERFORM REPORT-ONE-POINT
               PERFORM CHECK-POINT-IDENTITY
           END-PERFORM
           IF STEP-TABLE-OVERFLOWED
               MOVE 'LOOP1SCF' TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               STRING 'MORE CONTROL POINTS THAN THE TABLE HOLDS - '
                   'THE REST WERE NOT BALANCED' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           END-IF.

       REPORT-ONE-POINT.
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING WS-SR-CONTROL-POINT DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WS-SR-PART-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-RUN-MODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SR-RETURN-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-IN-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-OUT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-REJECT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-SKIP-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SR-CARRY-COUNT DELIMITED BY SIZE
               INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING '  AMOUNTS IN ' DELIMITED BY SIZE
               WS-SR-IN-AMOUNT DELIMITED BY SIZE
               ' OUT ' DELIMITED BY SIZE
               WS-SR-OUT-AMOUNT DELIMITED BY SIZE
               ' REJ ' DELIMITED BY SIZE
               WS-SR-REJECT-AMOUNT DELIMITED BY SIZE
               ' SKIP ' DELIMITED BY SIZE
               WS-SR-SKIP-AMOUNT DELIMITED BY SIZE
               ' CARRY ' DELIMITED BY SIZE
               WS-SR-CARRY-AMOUNT DELIMITED BY SIZE
               INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE.

      *****************************************************************
      *  CHECK-POINT-IDENTITY PROVES ONE POINT'S OWN ARITHMETIC:
      *    WLDMSTR  IN = OUT + REJECT
      *    ACC      IN = OUT + SKIP (+ CARRY ON A DELTA RUN)
      *    RSN      IN = OUT + REJECT + SKIP, AND WHEN NOTHING WAS
      *             SUPPRESSED THE ENTRIES WRITTEN SUM TO THE RUN'S
      *             FINAL TOTAL.  A SUPPRESSED RESULTS MASTER IS A
      *             WARNING - THE NEXT DELTA RUN CANNOT CARRY FROM IT.
      *    XTR      IN = OUT + REJECT, COUNT AND HASH
      *    AKN      IN = OUT + REJECT + SKIP, AND THE LEDGER'S HASH
      *             EQUALS THE SENT HASH
      *    BILLED   UNITS IN = PRICED + UNPRICED + HELD
      *****************************************************************
       CHECK-POINT-IDENTITY.
           MOVE SPACES TO WS-CHECK-LABEL
           STRING '  ' DELIMITED BY SIZE
               WS-SR-CONTROL-POINT DELIMITED BY SPACE
               ' IDENTITY' DELIMITED BY SIZE
               INTO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-TEXT
           EVALUATE WS-SR-CONTROL-POINT
               WHEN 'WLDMSTR'
                   COMPUTE WS-EXPECT-CNT =
                       WS-SR-OUT-COUNT + WS-SR-REJECT-COUNT
                   IF WS-EXPECT-CNT NOT = WS-SR-IN-COUNT
                       MOVE 'RECORDS READ NOT = ACCEPTED + FAILED'
                           TO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-SR-REJECT-COUNT > 0
                           STRING 'FAILED THE EDIT - STILL ON THE '
                               'MASTER, READ AND CLAMPED BY LOOP1'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM REPORT-EXPLAINED
                       ELSE
                           PERFORM REPORT-BALANCED
                       END-IF
                   END-IF
               WHEN 'ACC'
                   COMPUTE WS-EXPECT-CNT =
                       WS-SR-OUT-COUNT + WS-SR-SKIP-COUNT
                   IF WS-SR-RUN-MODE = 'D'
                       ADD WS-SR-CARRY-COUNT TO WS-EXPECT-CNT
                   END-IF
                   IF WS-EXPECT-CNT NOT = WS-SR-IN-COUNT
                       STRING 'ACCOUNTS IN PLAY NOT = WRITTEN + '
                           'SKIPPED + CARRIED - THE RUN STOPPED SHORT'
                           DELIMITED BY SIZE INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-SR-SKIP-COUNT > 0 OR
                           WS-SR-CARRY-COUNT > 0
                           STRING 'NOT-EFFECTIVE OR RETIRED ACCOUNTS '
                               'SKIPPED, OR ACCOUNTS CARRIED'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM REPORT-EXPLAINED
                       ELSE
                           PERFORM REPORT-BALANCED
                       END-IF
                   END-IF
               WHEN 'RSN'
                   COMPUTE WS-EXPECT-CNT =
                       WS-SR-OUT-COUNT + WS-SR-REJECT-COUNT
                       + WS-SR-SKIP-COUNT
                   IF WS-EXPECT-CNT NOT = WS-SR-IN-COUNT
                       STRING 'RESULTS ENTRIES NOT = WRITTEN + '
                           'SUPPRESSED + RETIRED' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-SR-REJECT-COUNT > 0
                           STRING 'RESULTS MASTER SUPPRESSED - THE '
                               'NEXT DELTA RUN HAS NOTHING TO CARRY'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM REPORT-WARNING
                       ELSE
                           IF WS-SR-OUT-AMOUNT NOT = WS-SR-IN-AMOUNT
                               STRING 'ENTRIES WRITTEN DO NOT SUM TO '
                                   'THE RUN''S FINAL TOTAL'
                                   DELIMITED BY SIZE
                                   INTO WS-CHECK-TEXT
                               PERFORM REPORT-OUT-OF-BALANCE
                           ELSE
                               IF WS-SR-SKIP-COUNT > 0
                                   MOVE 'RETIRED ENTRIES DROPPED'
                                       TO WS-CHECK-TEXT
                                   PERFORM REPORT-EXPLAINED
                               ELSE
                                   PERFORM REPORT-BALANCED
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN 'XTR'
                   MOVE WS-SR-OUT-AMOUNT TO WS-HASH-ACCUM
                   MOVE WS-SR-REJECT-AMOUNT TO WS-HASH-ADD
                   PERFORM ADD-TO-HASH
                   COMPUTE WS-EXPECT-CNT =
                       WS-SR-OUT-COUNT + WS-SR-REJECT-COUNT
                   IF WS-EXPECT-CNT NOT = WS-SR-IN-COUNT
                       OR WS-HASH-ACCUM NOT = WS-SR-IN-AMOUNT
                       STRING 'DETAILS READ NOT = TRAILER + '
                           'REJECTED, BY COUNT OR HASH'
                           DELIMITED BY SIZE INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-SR-REJECT-COUNT > 0
                           MOVE 'DETAILS REJECTED ON WRITE'
                               TO WS-CHECK-TEXT
                           PERFORM REPORT-EXPLAINED
                       ELSE
                           PERFORM REPORT-BALANCED
                       END-IF
                   END-IF
               WHEN 'AKN'
                   COMPUTE WS-EXPECT-CNT =
                       WS-SR-OUT-COUNT + WS-SR-REJECT-COUNT
                       + WS-SR-SKIP-COUNT
                   IF WS-EXPECT-CNT NOT = WS-SR-IN-COUNT
                       OR WS-SR-OUT-AMOUNT NOT = WS-SR-IN-AMOUNT
                       STRING 'DETAILS SENT NOT = POSTED + REJECTED '
                           '+ UNACKED, OR THE LEDGER HASH DIFFERS'
                           DELIMITED BY SIZE INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-SR-REJECT-COUNT > 0 OR
                           WS-SR-SKIP-COUNT > 0
                           STRING 'REJECTED BY THE LEDGER OR NEVER '
                               'ACKNOWLEDGED - SEE LOOP1AKR'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM REPORT-EXPLAINED
                       ELSE
                           PERFORM REPORT-BALANCED
                       END-IF
                   END-IF
               WHEN 'BILLED'
                   COMPUTE WS-SUM-WORK =
                       WS-SR-OUT-AMOUNT + WS-SR-REJECT-AMOUNT
                       + WS-SR-SKIP-AMOUNT
                   IF WS-SUM-WORK NOT = WS-SR-IN-AMOUNT
                       STRING 'UNITS READ NOT = PRICED + UNPRICED '
                           '+ HELD' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-SR-REJECT-AMOUNT > 0 OR
                           WS-SR-SKIP-AMOUNT > 0
                           STRING 'UNITS TO THE UNPRICED BACKLOG OR '
                               'HELD UNBILLED - SEE LOOP1BLR'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM REPORT-EXPLAINED
                       ELSE
                           PERFORM REPORT-BALANCED
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN CONTROL POINT - NOT BALANCED'
                       TO WS-CHECK-TEXT
                   PERFORM REPORT-EXPLAINED
           END-EVALUATE.

      *****************************************************************
      *  BALANCE-HANDOFFS LINES THE POINTS UP.  ACC AND RSN ARE
      *  SUMMED OVER THE PARTITIONS OF THE SCHEME IN FORCE; A
      *  PARTITION THAT LOGGED NO ACC POINT IS OUT OF BALANCE.
      *****************************************************************
       BALANCE-HANDOFFS.
           MOVE SPACES TO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING 'HANDOFFS' DELIMITED BY SIZE INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           MOVE 'WLDMSTR' TO WS-FIND-POINT
           PERFORM FIND-LATEST-ROW
           MOVE WS-SP-FIND-IDX TO WS-EDT-IDX
           MOVE 'XTR' TO WS-FIND-POINT
           PERFORM FIND-LATEST-ROW
           MOVE WS-SP-FIND-IDX TO WS-XTR-IDX
           MOVE 'AKN' TO WS-FIND-POINT
           PERFORM FIND-LATEST-ROW
           MOVE WS-SP-FIND-IDX TO WS-AKN-IDX
           MOVE 'BILLED' TO WS-FIND-POINT
           PERFORM FIND-LATEST-ROW
           MOVE WS-SP-FIND-IDX TO WS-BIL-IDX
           MOVE 0 TO WS-HASH-ACCUM
           PERFORM VARYING WS-PART-IDX FROM WS-PART-FIRST BY 1
               UNTIL WS-PART-IDX > WS-PART-LAST
               PERFORM GATHER-ONE-PARTITION
           END-PERFORM
           MOVE WS-HASH-ACCUM TO WS-ACC-OUT-AMT
           PERFORM BALANCE-MASTER-TO-ACC
           PERFORM BALANCE-ACC-TO-XTR
           PERFORM BALANCE-ACC-TO-BILLED
           PERFORM BALANCE-XTR-TO-AKN.

      *****************************************************************
      *  GATHER-ONE-PARTITION ADDS ONE PARTITION'S ACC POINT TO THE
      *  STREAM TOTALS AND PROVES ITS ACC-TO-RSN HANDOFF: THE RESULTS
      *  ENTRIES ARE THE ACC DETAILS WRITTEN ON A FULL RUN, OR THE
      *  ENTRIES IN PLAY ON A DELTA RUN, AND THE FINAL TOTAL IS THE
      *  OPENING (CARRIED) TOTAL PLUS WHAT THE RUN WROTE.
      *****************************************************************
       GATHER-ONE-PARTITION.
           MOVE 'ACC' TO WS-FIND-POINT
           MOVE WS-PART-IDX TO WS-FIND-PART
           PERFORM FIND-POINT-ROW
           IF NOT WS-SP-FOUND
               ADD 1 TO WS-ACC-MISSING
               MOVE SPACES TO WS-CHECK-LABEL
               STRING 'ACC PARTITION ' DELIMITED BY SIZE
                   WS-PART-IDX DELIMITED BY SIZE
                   INTO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               STRING 'LOOP1 LOGGED NO ACC POINT FOR THE DATE - THE '
                   'GENERATION WAS NOT PRODUCED' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               ADD 1 TO WS-ACC-PARTS
               MOVE WS-SP-ROW (WS-SP-FIND-IDX) TO WS-STEP-ROW
               MOVE WS-SR-RUN-MODE TO WS-ACC-ROW-MODE
               MOVE WS-SR-IN-COUNT TO WS-ACC-ROW-IN
               MOVE WS-SR-OUT-COUNT TO WS-ACC-ROW-OUT
               ADD WS-SR-OUT-COUNT TO WS-ACC-OUT
               ADD WS-SR-SKIP-COUNT TO WS-ACC-SKIP
               MOVE WS-SR-OUT-AMOUNT TO WS-HASH-ADD
               PERFORM ADD-TO-HASH
               COMPUTE WS-SUM-WORK =
                   WS-SR-CARRY-AMOUNT + WS-SR-OUT-AMOUNT
               IF WS-SUM-WORK < 1000000000000000000
                   MOVE WS-SUM-WORK TO WS-ACC-ROW-TOTAL
               ELSE
                   MOVE 0 TO WS-ACC-ROW-TOTAL
               END-IF
               IF WS-SR-RUN-MODE = 'D'
                   ADD 1 TO WS-ACC-DELTA-PARTS
                   ADD WS-SR-CARRY-COUNT TO WS-ACC-DELTA-CARRY
               ELSE
                   ADD 1 TO WS-ACC-FULL-PARTS
                   ADD WS-SR-IN-COUNT TO WS-ACC-IN
                   ADD WS-SR-CARRY-COUNT TO WS-ACC-RESTART-CARRY
               END-IF
               PERFORM BALANCE-ACC-TO-RSN
           END-IF.

       BALANCE-ACC-TO-RSN.
           MOVE SPACES TO WS-CHECK-LABEL
           STRING 'ACC->RSN PART ' DELIMITED BY SIZE
               WS-PART-IDX DELIMITED BY SIZE
               INTO WS-CHECK-LABEL
           MOVE 'RSN' TO WS-FIND-POINT
           MOVE WS-PART-IDX TO WS-FIND-PART
           PERFORM FIND-POINT-ROW
           MOVE SPACES TO WS-CHECK-TEXT
           IF NOT WS-SP-FOUND
               MOVE 'LOOP1 LOGGED NO RSN POINT FOR THE PARTITION'
                   TO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               MOVE WS-SP-ROW (WS-SP-FIND-IDX) TO WS-STEP-ROW
               IF WS-ACC-ROW-MODE = 'D'
                   MOVE WS-ACC-ROW-IN TO WS-EXPECT-CNT
               ELSE
                   MOVE WS-ACC-ROW-OUT TO WS-EXPECT-CNT
               END-IF
               MOVE WS-EXPECT-CNT TO WS-FIG-A
               MOVE WS-SR-IN-COUNT TO WS-FIG-B
               IF WS-SR-IN-COUNT NOT = WS-EXPECT-CNT
                   STRING 'ACCOUNTS ' DELIMITED BY SIZE
                       WS-FIG-A DELIMITED BY SPACE
                       ' NOT = RESULTS ENTRIES ' DELIMITED BY SIZE
                       WS-FIG-B DELIMITED BY SPACE
                       INTO WS-CHECK-TEXT
                   PERFORM REPORT-OUT-OF-BALANCE
               ELSE
                   IF WS-SR-IN-AMOUNT NOT = WS-ACC-ROW-TOTAL
                       STRING 'OPENING TOTAL + ACC DETAILS NOT = '
                           'THE RUN''S FINAL TOTAL' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   ELSE
                       IF WS-ACC-ROW-MODE = 'D'
                           STRING 'DELTA RUN - UNCHANGED ACCOUNTS '
                               'CARRIED IN THE OPENING TOTAL'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM REPORT-EXPLAINED
                       ELSE
                           PERFORM REPORT-BALANCED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  BALANCE-MASTER-TO-ACC - LOOP1EDT READS THE WHOLE MASTER AND
      *  A FULL RUN READS IT ACROSS ITS PARTITIONS, SO THE TWO MUST
      *  AGREE.  A CHECKPOINT RESTART DOES NOT RE-READ WHAT IT DID
      *  BEFORE THE STOP, SO IT MAY FALL SHORT BY NO MORE THAN ITS
      *  CARRY; A DELTA RUN RE-READS ONLY THE CHANGED ACCOUNTS AND IS
      *  EXPLAINED BY ITS CARRY.
      *****************************************************************
       BALANCE-MASTER-TO-ACC.
           MOVE 'WLDMSTR->ACC' TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-TEXT
           IF WS-EDT-IDX = 0
               STRING 'LOOP1EDT LOGGED NO WLDMSTR POINT FOR THE '
                   'DATE - THE MASTER WAS NOT EDITED' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               MOVE WS-SP-ROW (WS-EDT-IDX) TO WS-STEP-ROW
               MOVE WS-SR-IN-COUNT TO WS-EDT-IN
               MOVE WS-SR-REJECT-COUNT TO WS-EDT-REJECT
               COMPUTE WS-MASTER-SEEN =
                   WS-ACC-IN + WS-ACC-RESTART-CARRY
               MOVE WS-EDT-IN TO WS-FIG-A
               MOVE WS-MASTER-SEEN TO WS-FIG-B
               EVALUATE TRUE
                   WHEN WS-ACC-PARTS = 0
                       MOVE 'NO ACC POINT TO BALANCE AGAINST'
                           TO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
                   WHEN WS-ACC-FULL-PARTS = 0
                       STRING 'DELTA RUN - ' DELIMITED BY SIZE
                           WS-ACC-DELTA-CARRY DELIMITED BY SIZE
                           ' UNCHANGED ACCOUNTS CARRIED, MASTER NOT '
                           'RE-READ' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-EXPLAINED
                   WHEN WS-MASTER-SEEN = WS-EDT-IN
                       AND WS-ACC-DELTA-PARTS = 0
                       STRING 'MASTER RECORDS ' DELIMITED BY SIZE
                           WS-FIG-A DELIMITED BY SPACE
                           ' ALL READ' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-BALANCED
                   WHEN WS-ACC-DELTA-PARTS > 0
                       AND WS-MASTER-SEEN <= WS-EDT-IN
                       STRING 'MIXED FULL AND DELTA PARTITIONS - '
                           'DELTA PARTITIONS CARRIED' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-EXPLAINED
                   WHEN WS-ACC-RESTART-CARRY > 0
                       AND WS-MASTER-SEEN <= WS-EDT-IN
                       STRING 'EDITED ' DELIMITED BY SIZE
                           WS-FIG-A DELIMITED BY SPACE
                           ' READ ' DELIMITED BY SIZE
                           WS-FIG-B DELIMITED BY SPACE
                           ' - RESTART CARRIED THE REST'
                           DELIMITED BY SIZE INTO WS-CHECK-TEXT
                       PERFORM REPORT-EXPLAINED
                   WHEN OTHER
                       STRING 'EDITED ' DELIMITED BY SIZE
                           WS-FIG-A DELIMITED BY SPACE
                           ' NOT = READ BY LOOP1 ' DELIMITED BY SIZE
                           WS-FIG-B DELIMITED BY SPACE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-OUT-OF-BALANCE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  BALANCE-ACC-TO-XTR - LOOP1EXT MUST READ EVERY ACC DETAIL
      *  LOOP1 WROTE, BY COUNT AND BY THE SUM MODULO 10**18.
      *****************************************************************
       BALANCE-ACC-TO-XTR.
           MOVE 'ACC->XTR' TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-TEXT
           IF WS-XTR-IDX = 0
               STRING 'LOOP1EXT LOGGED NO XTR POINT FOR THE DATE - '
                   'NOTHING WAS EXTRACTED' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               MOVE WS-SP-ROW (WS-XTR-IDX) TO WS-STEP-ROW
               MOVE WS-ACC-OUT TO WS-FIG-A
               MOVE WS-SR-IN-COUNT TO WS-FIG-B
               IF WS-SR-IN-COUNT NOT = WS-ACC-OUT
                   OR WS-SR-IN-AMOUNT NOT = WS-ACC-OUT-AMT
                   STRING 'ACC WRITTEN ' DELIMITED BY SIZE
                       WS-FIG-A DELIMITED BY SPACE
                       ' EXTRACT READ ' DELIMITED BY SIZE
                       WS-FIG-B DELIMITED BY SPACE
                       ' - COUNT OR SUM DIFFERS' DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
                   PERFORM REPORT-OUT-OF-BALANCE
               ELSE
                   STRING 'ACC DETAILS ' DELIMITED BY SIZE
                       WS-FIG-A DELIMITED BY SPACE
                       ' ALL EXTRACTED' DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
                   PERFORM REPORT-BALANCED
               END-IF
           END-IF.

      *****************************************************************
      *  BALANCE-ACC-TO-BILLED - LOOP1BIL MUST READ EVERY ACC DETAIL
      *  AND EVERY UNIT LOOP1 WROTE.
      *****************************************************************
       BALANCE-ACC-TO-BILLED.
           MOVE 'ACC->BILLED' TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-TEXT
           IF WS-BIL-IDX = 0
               STRING 'LOOP1BIL LOGGED NO BILLED POINT FOR THE DATE '
                   '- THE GENERATION WAS NOT BILLED' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               MOVE WS-SP-ROW (WS-BIL-IDX) TO WS-STEP-ROW
               MOVE WS-ACC-OUT TO WS-FIG-A
               MOVE WS-SR-IN-COUNT TO WS-FIG-B
               IF WS-SR-IN-COUNT NOT = WS-ACC-OUT
                   OR WS-SR-IN-AMOUNT NOT = WS-ACC-OUT-AMT
                   STRING 'ACC WRITTEN ' DELIMITED BY SIZE
                       WS-FIG-A DELIMITED BY SPACE
                       ' BILLING READ ' DELIMITED BY SIZE
                       WS-FIG-B DELIMITED BY SPACE
                       ' - COUNT OR UNITS DIFFER' DELIMITED BY SIZE
                       INTO WS-CHECK-TEXT
                   PERFORM REPORT-OUT-OF-BALANCE
               ELSE
                   IF WS-SR-SKIP-AMOUNT > 0
                       STRING 'ALL UNITS READ - BILLING HELD, NONE '
                           'POSTED' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-EXPLAINED
                   ELSE
                       STRING 'ACC DETAILS ' DELIMITED BY SIZE
                           WS-FIG-A DELIMITED BY SPACE
                           ' ALL BILLED' DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                       PERFORM REPORT-BALANCED
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  BALANCE-XTR-TO-AKN - LOOP1ACK LOGS THE LEDGER'S ACKNOWLEDGMENT
      *  UNDER THE BUSINESS DATE OF THE EXTRACT IT ANSWERS, AND IT
      *  RUNS THE FOLLOWING NIGHT AHEAD OF LOOP1EXT.  SO THE NEWEST
      *  ACKNOWLEDGMENT IS NORMALLY FOR THE DATE BEFORE THIS ONE: IT
      *  IS BALANCED AGAINST THE XTR POINT OF ITS OWN DATE, AN EARLIER
      *  EXTRACT STILL WITHOUT ONE IS OUT OF BALANCE, AND ONLY THE
      *  NEWEST DATE'S EXTRACT IS AWAITED.  WHAT LOOP1ACK SENT MUST BE
      *  WHAT THE TRAILER CLAIMED.
      *****************************************************************
       BALANCE-XTR-TO-AKN.
           IF WS-AKN-IDX NOT = 0
               MOVE 'XTR->AKN' TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               IF WS-XTR-IDX = 0
                   MOVE 'NO XTR POINT - NOTHING TO ACKNOWLEDGE'
                       TO WS-CHECK-TEXT
                   PERFORM REPORT-AWAITED
               ELSE
                   MOVE WS-SP-ROW (WS-XTR-IDX) TO WS-STEP-ROW
                   MOVE WS-SR-OUT-COUNT TO WS-EXPECT-CNT
                   MOVE WS-SR-OUT-AMOUNT TO WS-EXPECT-AMT
                   MOVE WS-SP-ROW (WS-AKN-IDX) TO WS-STEP-ROW
                   PERFORM COMPARE-XTR-WITH-AKN
               END-IF
           ELSE
               PERFORM BALANCE-PRIOR-AKN
               MOVE 'XTR->AKN' TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               IF WS-XTR-IDX = 0
                   MOVE 'NO XTR POINT - NOTHING TO ACKNOWLEDGE'
                       TO WS-CHECK-TEXT
               ELSE
                   STRING 'LEDGER ACKNOWLEDGMENT OF THIS EXTRACT '
                       'COMES WITH THE NEXT NIGHT''S LOOP1ACK'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
               END-IF
               PERFORM REPORT-AWAITED
           END-IF.

      *****************************************************************
      *  BALANCE-PRIOR-AKN PRINTS AND PROVES THE NEWEST EARLIER
      *  ACKNOWLEDGMENT, BALANCES IT AGAINST THE XTR POINT OF THE SAME
      *  BUSINESS DATE, AND REPORTS AN EARLIER EXTRACT THE LEDGER HAS
      *  NOT ACKNOWLEDGED.
      *****************************************************************
       BALANCE-PRIOR-AKN.
           IF PRIOR-AKN-FOUND
               MOVE SPACES TO LOOP1-BAR-LINE
               STRING 'ACKNOWLEDGMENT OF BUSINESS DATE '
                   DELIMITED BY SIZE
                   WS-AKN-DATE DELIMITED BY SIZE
                   INTO LOOP1-BAR-LINE
               WRITE LOOP1-BAR-LINE
               MOVE WS-PRIOR-AKN-ROW TO WS-STEP-ROW
               PERFORM REPORT-ONE-POINT
               PERFORM CHECK-POINT-IDENTITY
               MOVE 'XTR->AKN' TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               IF PRIOR-XTR-FOUND
                   MOVE WS-PRIOR-XTR-ROW TO WS-STEP-ROW
                   MOVE WS-SR-OUT-COUNT TO WS-EXPECT-CNT
                   MOVE WS-SR-OUT-AMOUNT TO WS-EXPECT-AMT
                   MOVE WS-PRIOR-AKN-ROW TO WS-STEP-ROW
                   PERFORM COMPARE-XTR-WITH-AKN
               ELSE
                   STRING 'LEDGER ACKNOWLEDGED ' DELIMITED BY SIZE
                       WS-AKN-DATE DELIMITED BY SIZE
                       ' BUT NO XTR POINT WAS LOGGED FOR IT'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   PERFORM REPORT-OUT-OF-BALANCE
               END-IF
           END-IF
           IF WS-PRIOR-XTR-DATE > WS-AKN-DATE
               MOVE 'XTR->AKN' TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-TEXT
               STRING 'EXTRACT OF ' DELIMITED BY SIZE
                   WS-PRIOR-XTR-DATE DELIMITED BY SIZE
                   ' NEVER ACKNOWLEDGED BY THE LEDGER'
                   DELIMITED BY SIZE INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           END-IF.

      *****************************************************************
      *  COMPARE-XTR-WITH-AKN - THE ACKNOWLEDGMENT IN WS-STEP-ROW MUST
      *  ACCOUNT FOR THE TRAILER COUNT AND HASH IN WS-EXPECT-CNT AND
      *  WS-EXPECT-AMT.
      *****************************************************************
       COMPARE-XTR-WITH-AKN.
           MOVE WS-EXPECT-CNT TO WS-FIG-A
           MOVE WS-SR-IN-COUNT TO WS-FIG-B
           IF WS-SR-IN-COUNT NOT = WS-EXPECT-CNT
               OR WS-SR-IN-AMOUNT NOT = WS-EXPECT-AMT
               STRING 'TRAILER ' DELIMITED BY SIZE
                   WS-FIG-A DELIMITED BY SPACE
                   ' ACKNOWLEDGED AS SENT ' DELIMITED BY SIZE
                   WS-FIG-B DELIMITED BY SPACE
                   ' - COUNT OR HASH DIFFERS' DELIMITED BY SIZE
                   INTO WS-CHECK-TEXT
               PERFORM REPORT-OUT-OF-BALANCE
           ELSE
               STRING 'TRANSMITTED ' DELIMITED BY SIZE
                   WS-FIG-A DELIMITED BY SPACE
                   ' ALL ACCOUNTED FOR BY THE LEDGER'
                   DELIMITED BY SIZE INTO WS-CHECK-TEXT
               PERFORM REPORT-BALANCED
           END-IF.

      *****************************************************************
      *  ADD-TO-HASH ADDS WS-HASH-ADD INTO WS-HASH-ACCUM MODULO 10**18,
      *  THE SAME DEFINED WRAP LOOP1EXT USES FOR ITS TRAILER HASH.
      *****************************************************************
       ADD-TO-HASH.
           COMPUTE WS-HASH-WORK = WS-HASH-ACCUM + WS-HASH-ADD
           IF WS-HASH-WORK >= 1000000000000000000
               SUBTRACT 1000000000000000000 FROM WS-HASH-WORK
           END-IF
           MOVE WS-HASH-WORK TO WS-HASH-ACCUM.

       REPORT-BALANCED.
           ADD 1 TO WS-BALANCED
           MOVE 'BALANCED' TO WS-CHECK-RESULT
           PERFORM WRITE-CHECK-LINE.

       REPORT-EXPLAINED.
           ADD 1 TO WS-EXPLAINED
           MOVE 'EXPLAINED' TO WS-CHECK-RESULT
           PERFORM WRITE-CHECK-LINE.

       REPORT-WARNING.
           ADD 1 TO WS-WARNINGS
           MOVE 'WARNING' TO WS-CHECK-RESULT
           PERFORM WRITE-CHECK-LINE.

       REPORT-AWAITED.
           ADD 1 TO WS-AWAITED
           MOVE 'AWAITED' TO WS-CHECK-RESULT
           PERFORM WRITE-CHECK-LINE.

       REPORT-OUT-OF-BALANCE.
           ADD 1 TO WS-UNEXPLAINED
           MOVE 'OUT OF BALANCE' TO WS-CHECK-RESULT
           PERFORM WRITE-CHECK-LINE.

       WRITE-CHECK-LINE.
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING WS-CHECK-LABEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CHECK-RESULT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CHECK-TEXT DELIMITED BY SIZE
               INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE.

       WRITE-BALANCE-SUMMARY.
           MOVE SPACES TO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           MOVE SPACES TO LOOP1-BAR-LINE
           STRING 'BALANCED ' DELIMITED BY SIZE
               WS-BALANCED DELIMITED BY SIZE
               '  EXPLAINED ' DELIMITED BY SIZE
               WS-EXPLAINED DELIMITED BY SIZE
               '  WARNINGS ' DELIMITED BY SIZE
               WS-WARNINGS DELIMITED BY SIZE
               '  AWAITED ' DELIMITED BY SIZE
               WS-AWAITED DELIMITED BY SIZE
               '  OUT OF BALANCE ' DELIMITED BY SIZE
               WS-UNEXPLAINED DELIMITED BY SIZE
               INTO LOOP1-BAR-LINE
           WRITE LOOP1-BAR-LINE
           MOVE SPACES TO LOOP1-BAR-LINE
           IF WS-UNEXPLAINED > 0
               STRING 'VERDICT : OUT OF BALANCE - HOLD THE DOWNSTREAM '
                   'RELEASE UNTIL EVERY DIFFERENCE IS RESOLVED'
                   DELIMITED BY SIZE INTO LOOP1-BAR-LINE
           ELSE
               IF WS-WARNINGS > 0
                   STRING 'VERDICT : BALANCED WITH WARNINGS - CLEAR '
                       'TO RELEASE, REVIEW THE WARNINGS'
                       DELIMITED BY SIZE INTO LOOP1-BAR-LINE
               ELSE
                   STRING 'VERDICT : STREAM BALANCED - CLEAR TO '
                       'RELEASE' DELIMITED BY SIZE
                       INTO LOOP1-BAR-LINE
               END-IF
           END-IF
           WRITE LOOP1-BAR-LINE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-BAL-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF WS-UNEXPLAINED > 0
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'OUT-OF-BALANCE' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-UNEXPLAINED DELIMITED BY SIZE
                   ' CONTROL CHECKS OUT OF BALANCE - SEE '
                   DELIMITED BY SIZE
                   'LOOP1BAR' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-WARNINGS > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'BALANCE-WARNING' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-WARNINGS DELIMITED BY SIZE
                   ' CONTROL CHECKS RAISED A WARNING - SEE '
                   DELIMITED BY SIZE
                   'LOOP1BAR' DELIMITED BY SIZE
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
           STRING 'LOOP1BAL ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1BAL' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1BAL - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
