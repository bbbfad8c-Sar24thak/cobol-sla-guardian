      *              NEVER SHOWED THE BALANCE.  THE INVOICE AND
      *              REGISTER NOW PRINT BOTH THE UNPRICED BALANCE
      *              AWAITING A RATE AND THE BACKLOG BILLED.
      *  2026-10-15  MONTH-END CLOSE: A BILLING MONTH CLOSED BY
      *              LOOP1CLS (LISTED ON THE LOOP1MCL REGISTER) IS
      *              FROZEN.  A RUN WHOSE BUSINESS DATE FALLS IN A
      *              CLOSED MONTH IS PRICED AT ITS OWN DATE'S RATE BUT
      *              BOOKED INTO THE NEXT OPEN MONTH'S ACCUMULATOR AS A
      *              PRIOR-PERIOD ADJUSTMENT (MTD-PPA-CHARGE) AND SAYS
      *              SO ON THE INVOICES AND REGISTER.  A PRIOR MONTH
      *              NOT YET CLOSED IS NO LONGER DROPPED WHEN THE
      *              MONTH TURNS - ITS ROWS ARE CARRIED UNTOUCHED
      *              UNTIL LOOP1CLS JOURNALS THEM.  MTD-LAST-RUN-DATE
      *              NOW ONLY MOVES FORWARD; AN OUT-OF-SEQUENCE RUN IS
      *              RECORDED AND GUARDED ON MTD-LATE-RUN-DATE.
      *  2026-10-15  STEP CONTROL - APPENDS A BILLED RECORD TO
      *              LOOP1SCF UNDER THE BILLING DATE: ACC DETAILS READ
      *              AND THEIR UNITS AGAINST THE UNITS PRICED, THE
      *              UNITS SENT TO THE UNPRICED BACKLOG, THE UNITS NOT
      *              BILLED BECAUSE THE RUN WAS HELD, AND THE BACKLOG
      *              UNITS PRICED, FOR LOOP1BAL TO BALANCE.  A RUN
      *              HELD AS ALREADY BILLED WRITES NOTHING, SO THE
      *              RECORD OF THE RUN THAT DID BILL THE DATE STANDS.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: ALREADY-BILLED, BILLING-HELD,
      *              UNPRICED-UNITS AND CC-TABLE-FULL AND A RUN-END-RCNN
      *              EVENT CARRYING THE RETURN CODE AS THE PROGRAM ENDS.
      *  2026-10-15  EVERY BUSINESS DATE POSTED TO THE ACCUMULATOR IS
      *              NOW APPENDED TO THE LOOP1BDT BILLED-DATE REGISTER,
      *              AND A RUN WHOSE DATE IS ALREADY ON IT IS HELD AS
      *              ALREADY BILLED (RC 8, NO STEP-CONTROL ROW) - A
      *              RESTART RERUN OF A DATE BILLED BEFORE ITS MONTH
      *              CLOSED WAS BEING BOOKED AGAIN AS A PRIOR-PERIOD
      *              ADJUSTMENT, CHARGING THE COST CENTERS TWICE.  A
      *              LATE DATE NOT ON THE REGISTER IS STILL BOOKED AS
      *              AN ADJUSTMENT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1BIL.
           SELECT OPTIONAL LOOP1-CAT-FILE  ASSIGN TO "LOOP1CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL LOOP1-MCL-FILE  ASSIGN TO "LOOP1MCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCL-STATUS.
           SELECT LOOP1-IVC-FILE  ASSIGN TO "LOOP1IVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVC-STATUS.
           SELECT LOOP1-BLR-FILE  ASSIGN TO "LOOP1BLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLR-STATUS.
           SELECT OPTIONAL LOOP1-BDT-FILE  ASSIGN TO "LOOP1BDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT OPTIONAL LOOP1-SCF-FILE  ASSIGN TO "LOOP1SCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY LOOP1CAT.

       FD  LOOP1-MCL-FILE
           RECORDING MODE IS F.
       COPY LOOP1MCL.

       FD  LOOP1-IVC-FILE
           RECORDING MODE IS F.
       01  LOOP1-IVC-LINE           PIC X(132).
           RECORDING MODE IS F.
       01  LOOP1-BLR-LINE           PIC X(132).

       FD  LOOP1-BDT-FILE
           RECORDING MODE IS F.
       COPY LOOP1BDT.

       FD  LOOP1-SCF-FILE
           RECORDING MODE IS F.
       COPY LOOP1SCF.

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-RTE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-IVC-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BLR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MCL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BDT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BDT-EOF-SW        PIC X      VALUE 'N'.
           88  BDT-EOF                     VALUE 'Y'.
       01  WS-MCL-EOF-SW        PIC X      VALUE 'N'.
           88  MCL-EOF                     VALUE 'Y'.
       01  WS-PPA-SW            PIC X      VALUE 'N'.
           88  PRIOR-PERIOD-RUN            VALUE 'Y'.
       01  WS-LATE-RUN-SW       PIC X      VALUE 'N'.
           88  LATE-RUN                    VALUE 'Y'.
       01  WS-POST-MONTH        PIC 9(06)  VALUE 0.
       01  WS-POST-MONTH-X REDEFINES WS-POST-MONTH.
           05  WS-POST-YYYY     PIC 9(04).
           05  WS-POST-MM       PIC 9(02).
       01  WS-MTD-LAST-RUN      PIC 9(08)  VALUE 0.
       01  WS-MTD-LATE-RUN      PIC 9(08)  VALUE 0.
       01  WS-CL-TABLE.
           05  WS-CL-MONTH OCCURS 240 TIMES PIC 9(06).
       01  WS-CL-LIMIT          PIC 9(03)  VALUE 240.
       01  WS-CL-COUNT          PIC 9(03)  VALUE 0.
       01  WS-CL-IDX            PIC 9(03)  VALUE 0.
       01  WS-CL-STEPS          PIC 9(03)  VALUE 0.
       01  WS-CL-KEY            PIC 9(06)  VALUE 0.
       01  WS-CL-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-CL-FOUND                 VALUE 'Y'.
       01  WS-MC-TABLE.
           05  WS-MC-ROW OCCURS 400 TIMES PIC X(98).
       01  WS-MC-LIMIT          PIC 9(03)  VALUE 400.
       01  WS-MC-COUNT          PIC 9(03)  VALUE 0.
       01  WS-MC-IDX            PIC 9(03)  VALUE 0.
       01  WS-ACC-FILENAME      PIC X(20)  VALUE 'LOOP1ACC'.
       01  WS-PART-IDX          PIC 9(04)  VALUE 0.
       01  WS-CAT-EOF-SW        PIC X      VALUE 'N'.
           05  WS-BILL-MONTH    PIC 9(06).
           05  FILLER           PIC 9(02).
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-CURRENT-TIME      PIC 9(08)  VALUE 0.
       01  WS-ACC-READ-COUNT    PIC 9(09)  VALUE 0.
       01  WS-ACC-READ-UNITS    PIC 9(18)  VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 400 TIMES.
               10  WS-RT-CC         PIC X(06).
               10  WS-BL-MTD-RUNS   PIC 9(04).
               10  WS-BL-MTD-UNPRICED PIC 9(18).
               10  WS-BL-BACKLOG    PIC 9(18).
               10  WS-BL-MTD-PPA    PIC 9(13)V9(02).
       01  WS-BL-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-BL-COUNT          PIC 9(03)  VALUE 0.
       01  WS-BL-IDX            PIC 9(03)  VALUE 0.
       01  WS-BILLABLE-UNITS    PIC 9(18)  VALUE 0.
       01  WS-RATE-ED           PIC 9(05).9(02).
       01  WS-CHARGE-ED         PIC 9(13).9(02).
       01  WS-EVT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EVT-BUS-DATE      PIC 9(08)  VALUE 0.
       01  WS-EVT-PART          PIC 9(04)  VALUE 0.
       01  WS-EVT-SEVERITY      PIC X(01)  VALUE SPACE.
       01  WS-EVT-CODE          PIC X(16)  VALUE SPACES.
       01  WS-EVT-TEXT          PIC X(80)  VALUE SPACES.
       01  WS-EVT-RC            PIC 9(02)  VALUE 0.

       PROCEDURE DIVISION.

           PERFORM READ-CONTROL-RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BILLING-DATE
           PERFORM LOAD-CLOSED-MONTHS
           PERFORM CHECK-BILLED-DATES
           PERFORM RESOLVE-POSTING-MONTH
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-MTD-ACCUMULATOR
           IF PRIOR-PERIOD-RUN OR WS-MTD-LAST-RUN > WS-BILL-DATE
               MOVE 'Y' TO WS-LATE-RUN-SW
           END-IF
           IF GENERATION-ALREADY-BILLED
               DISPLAY 'LOOP1BIL - RUN DATE ' WS-BILL-DATE
                   ' IS ALREADY BILLED - BILLING HELD '
                   'TO PREVENT A DOUBLE CHARGE'
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
           END-IF
           IF NOT BILLING-HELD AND NOT BILL-TABLE-OVERFLOWED
               PERFORM WRITE-MTD-ACCUMULATOR
               PERFORM RECORD-BILLED-DATE
               PERFORM WRITE-INVOICES
           END-IF
           PERFORM WRITE-BILLING-REGISTER
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT GENERATION-ALREADY-BILLED
               PERFORM WRITE-STEP-CONTROL
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
           END-PERFORM
           CLOSE LOOP1-CAT-FILE.

      *****************************************************************
      *  LOAD-CLOSED-MONTHS TABLES THE MONTHS LOOP1CLS HAS FROZEN.
      *  NO REGISTER MEANS NOTHING HAS EVER BEEN CLOSED.  THE OLDEST
      *  MONTHS ARE THE ONES LOST ON AN OVERFLOW - A RUN THAT OLD IS
      *  NOT BILLED LATE.
      *****************************************************************
       LOAD-CLOSED-MONTHS.
           MOVE 0 TO WS-CL-COUNT
           MOVE 'N' TO WS-MCL-EOF-SW
           OPEN INPUT LOOP1-MCL-FILE
           IF WS-MCL-STATUS = '00'
               PERFORM UNTIL MCL-EOF
                   READ LOOP1-MCL-FILE
                       AT END
                           MOVE 'Y' TO WS-MCL-EOF-SW
                       NOT AT END
                           IF MCL-BILL-MONTH NUMERIC
                               PERFORM TABLE-ONE-CLOSED-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MCL-FILE
           END-IF.

       TABLE-ONE-CLOSED-MONTH.
           IF WS-CL-COUNT < WS-CL-LIMIT
               ADD 1 TO WS-CL-COUNT
           ELSE
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX >= WS-CL-LIMIT
                   MOVE WS-CL-MONTH (WS-CL-IDX + 1)
                       TO WS-CL-MONTH (WS-CL-IDX)
               END-PERFORM
           END-IF
           MOVE MCL-BILL-MONTH TO WS-CL-MONTH (WS-CL-COUNT).

       FIND-CLOSED-MONTH.
           MOVE 'N' TO WS-CL-FOUND-SW
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT OR WS-CL-FOUND
               IF WS-CL-MONTH (WS-CL-IDX) = WS-CL-KEY
                   MOVE 'Y' TO WS-CL-FOUND-SW
               END-IF
           END-PERFORM.

      *****************************************************************
      *  CHECK-BILLED-DATES LOOKS FOR THE BILLING DATE ON THE LOOP1BDT
      *  REGISTER OF DATES ALREADY POSTED.  A DATE THERE IS A RERUN -
      *  OFTEN A RESTART OF A NIGHT BILLED BEFORE ITS MONTH CLOSED,
      *  WHOSE ROWS ARE GONE FROM LOOP1MTD SO THE ACCUMULATOR GUARD
      *  CANNOT SEE IT - AND IS HELD AS ALREADY BILLED.
      *****************************************************************
       CHECK-BILLED-DATES.
           MOVE 'N' TO WS-BDT-EOF-SW
           OPEN INPUT LOOP1-BDT-FILE
           IF WS-BDT-STATUS = '00'
               PERFORM UNTIL BDT-EOF
                   READ LOOP1-BDT-FILE
                       AT END
                           MOVE 'Y' TO WS-BDT-EOF-SW
                       NOT AT END
                           IF BDT-BUS-DATE NUMERIC
                               AND BDT-BUS-DATE = WS-BILL-DATE
                               MOVE 'Y' TO WS-ALREADY-BILLED-SW
                               MOVE 'Y' TO WS-BDT-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-BDT-FILE
           END-IF
           IF GENERATION-ALREADY-BILLED
               DISPLAY 'LOOP1BIL - RUN DATE ' WS-BILL-DATE
                   ' IS ON THE LOOP1BDT BILLED-DATE REGISTER'
           END-IF.

      *****************************************************************
      *  RESOLVE-POSTING-MONTH DECIDES WHICH MONTH'S ACCUMULATOR THE
      *  RUN IS BOOKED INTO.  NORMALLY THAT IS THE BILLING MONTH; IF
      *  LOOP1CLS HAS ALREADY CLOSED IT, THE RUN IS A PRIOR-PERIOD
      *  ADJUSTMENT BOOKED INTO THE NEXT MONTH NOT YET CLOSED.  THE
      *  RATE STILL COMES FROM THE RUN'S OWN BUSINESS DATE.  A DATE
      *  CHECK-BILLED-DATES FOUND ALREADY BILLED IS HELD BEFORE IT
      *  GETS HERE, SO ONLY A DATE NEVER BILLED IS BOOKED LATE.
      *****************************************************************
       RESOLVE-POSTING-MONTH.
           MOVE WS-BILL-MONTH TO WS-POST-MONTH
           MOVE WS-POST-MONTH TO WS-CL-KEY
           PERFORM FIND-CLOSED-MONTH
           IF WS-CL-FOUND AND NOT GENERATION-ALREADY-BILLED
               MOVE 'Y' TO WS-PPA-SW
               MOVE 0 TO WS-CL-STEPS
               PERFORM UNTIL NOT WS-CL-FOUND
                   OR WS-CL-STEPS > WS-CL-COUNT
                   IF WS-POST-MM < 12
                       ADD 1 TO WS-POST-MM
                   ELSE
                       MOVE 1 TO WS-POST-MM
                       ADD 1 TO WS-POST-YYYY
                   END-IF
                   ADD 1 TO WS-CL-STEPS
                   MOVE WS-POST-MONTH TO WS-CL-KEY
                   PERFORM FIND-CLOSED-MONTH
               END-PERFORM
               DISPLAY 'LOOP1BIL - MONTH ' WS-BILL-MONTH
                   ' IS CLOSED - RUN DATE ' WS-BILL-DATE
                   ' BOOKED AS A PRIOR-PERIOD ADJUSTMENT IN MONTH '
                   WS-POST-MONTH
           END-IF.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-RTE-EOF-SW
           OPEN INPUT LOOP1-RTE-FILE

      *****************************************************************
      *  LOAD-MTD-ACCUMULATOR SEEDS THE BILLING TABLE WITH THE
      *  POSTING MONTH'S CARRIED POSITION.  ROWS FOR A MONTH LOOP1CLS
      *  HAS CLOSED ARE DROPPED - A NEW MONTH STARTS THE
      *  ACCUMULATION OVER - BUT ROWS FOR ANY OTHER MONTH NOT YET
      *  CLOSED ARE HELD ASIDE AND WRITTEN BACK UNTOUCHED, SO THE
      *  MONTH'S POSITION IS STILL THERE WHEN THE CLOSE RUNS.
      *****************************************************************
       LOAD-MTD-ACCUMULATOR.
           MOVE 'N' TO WS-MTD-EOF-SW
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           IF MTD-BILL-MONTH NUMERIC
                               IF MTD-BILL-MONTH = WS-POST-MONTH
                                   PERFORM SEED-ONE-MTD-ROW
                               ELSE
                                   PERFORM CARRY-ONE-MTD-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       TO WS-BL-MTD-UNPRICED (WS-BL-FIND-IDX)
               END-IF
           END-IF
           IF MTD-PPA-CHARGE NUMERIC AND WS-BL-FIND-IDX > 0
               MOVE MTD-PPA-CHARGE
                   TO WS-BL-MTD-PPA (WS-BL-FIND-IDX)
           END-IF
           IF MTD-LAST-RUN-DATE NUMERIC
               IF MTD-LAST-RUN-DATE = WS-BILL-DATE
                   MOVE 'Y' TO WS-ALREADY-BILLED-SW
               END-IF
               IF MTD-LAST-RUN-DATE > WS-MTD-LAST-RUN
                   MOVE MTD-LAST-RUN-DATE TO WS-MTD-LAST-RUN
               END-IF
           END-IF
           IF MTD-LATE-RUN-DATE NUMERIC
               IF MTD-LATE-RUN-DATE = WS-BILL-DATE
                   MOVE 'Y' TO WS-ALREADY-BILLED-SW
               END-IF
               IF MTD-LATE-RUN-DATE > WS-MTD-LATE-RUN
                   MOVE MTD-LATE-RUN-DATE TO WS-MTD-LATE-RUN
               END-IF
           END-IF.

      *****************************************************************
      *  CARRY-ONE-MTD-ROW HOLDS ASIDE A ROW OF ANOTHER MONTH STILL
      *  OPEN.  MORE SUCH ROWS THAN THE TABLE HOLDS HOLDS THE
      *  BILLING - THE REWRITE WOULD OTHERWISE LOSE THEM.
      *****************************************************************
       CARRY-ONE-MTD-ROW.
           MOVE MTD-BILL-MONTH TO WS-CL-KEY
           PERFORM FIND-CLOSED-MONTH
           IF NOT WS-CL-FOUND
               IF WS-MC-COUNT < WS-MC-LIMIT
                   ADD 1 TO WS-MC-COUNT
                   MOVE LOOP1-MTD-RECORD TO WS-MC-ROW (WS-MC-COUNT)
               ELSE
                   IF NOT BILLING-HELD
                       DISPLAY 'LOOP1BIL - MORE THAN ' WS-MC-LIMIT
                           ' UNCLOSED PRIOR-MONTH LOOP1MTD ROWS - '
                           'RUN LOOP1CLS - BILLING HELD'
                   END-IF
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
           END-IF.

       FIND-BILL-ENTRY.
                   MOVE 0 TO WS-BL-MTD-RUNS (WS-BL-FIND-IDX)
                   MOVE 0 TO WS-BL-MTD-UNPRICED (WS-BL-FIND-IDX)
                   MOVE 0 TO WS-BL-BACKLOG (WS-BL-FIND-IDX)
                   MOVE 0 TO WS-BL-MTD-PPA (WS-BL-FIND-IDX)
               ELSE
                   IF NOT BILL-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1BIL - MORE THAN ' WS-BL-LIMIT
                           ELSE
                               MOVE 0 TO WS-POST-UNITS
                           END-IF
                           ADD 1 TO WS-ACC-READ-COUNT
                           ADD WS-POST-UNITS TO WS-ACC-READ-UNITS
                               ON SIZE ERROR
                                   MOVE 999999999999999999
                                       TO WS-ACC-READ-UNITS
                           END-ADD
                           PERFORM FIND-BILL-ENTRY
                   END-READ
               END-PERFORM
                           ' - BILLING HELD'
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
               IF PRIOR-PERIOD-RUN
                   ADD WS-BL-CHARGE (WS-BL-IDX)
                       TO WS-BL-MTD-PPA (WS-BL-IDX)
                       ON SIZE ERROR
                           DISPLAY 'LOOP1BIL - PRIOR-PERIOD CHARGE '
                               'OVERFLOWED FOR COST CENTER '
                               WS-POST-CC ' - BILLING HELD'
                           MOVE 'Y' TO WS-HOLD-SW
                   END-ADD
               END-IF
               ADD 1 TO WS-BL-MTD-RUNS (WS-BL-IDX)
           END-PERFORM.

      *****************************************************************
      *  WRITE-MTD-ACCUMULATOR REWRITES THE POSTING MONTH'S ROWS AND
      *  THEN THE OTHER OPEN MONTHS' ROWS AS THEY WERE READ.  AN
      *  IN-SEQUENCE RUN ADVANCES MTD-LAST-RUN-DATE; A LATE ONE
      *  LEAVES IT AND STAMPS MTD-LATE-RUN-DATE INSTEAD, SO THE
      *  BILLED-THROUGH DATE LOOP1CLS CLOSES ON NEVER GOES BACKWARD.
      *****************************************************************
       WRITE-MTD-ACCUMULATOR.
           OPEN OUTPUT LOOP1-MTD-FILE
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-COUNT
               MOVE WS-POST-MONTH TO MTD-BILL-MONTH
               MOVE WS-BL-CC (WS-BL-IDX) TO MTD-COST-CENTER
               MOVE WS-BL-MTD-UNITS (WS-BL-IDX) TO MTD-UNITS
               MOVE WS-BL-MTD-CHG (WS-BL-IDX) TO MTD-CHARGE
               MOVE WS-BL-MTD-RUNS (WS-BL-IDX) TO MTD-RUNS-BILLED
               IF LATE-RUN
                   MOVE WS-MTD-LAST-RUN TO MTD-LAST-RUN-DATE
                   MOVE WS-BILL-DATE TO MTD-LATE-RUN-DATE
               ELSE
                   MOVE WS-BILL-DATE TO MTD-LAST-RUN-DATE
                   MOVE WS-MTD-LATE-RUN TO MTD-LATE-RUN-DATE
               END-IF
               MOVE WS-BL-MTD-UNPRICED (WS-BL-IDX)
                   TO MTD-UNPRICED-UNITS
               MOVE WS-BL-MTD-PPA (WS-BL-IDX) TO MTD-PPA-CHARGE
               WRITE LOOP1-MTD-RECORD
               IF WS-MTD-STATUS NOT = '00'
                   DISPLAY 'LOOP1BIL - ACCUMULATOR WRITE FAILED - '
                       'STATUS ' WS-MTD-STATUS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
               UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-ROW (WS-MC-IDX) TO LOOP1-MTD-RECORD
               WRITE LOOP1-MTD-RECORD
               IF WS-MTD-STATUS NOT = '00'
                   DISPLAY 'LOOP1BIL - ACCUMULATOR WRITE FAILED - '
           END-PERFORM
           CLOSE LOOP1-MTD-FILE.

      *****************************************************************
      *  RECORD-BILLED-DATE APPENDS THE DATE JUST POSTED TO THE
      *  LOOP1BDT REGISTER, SO NO LATER RUN CAN POST IT AGAIN.
      *****************************************************************
       RECORD-BILLED-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND LOOP1-BDT-FILE
           IF WS-BDT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-BDT-FILE
           END-IF
           MOVE SPACES TO LOOP1-BILLED-DATE-RECORD
           MOVE WS-BILL-DATE TO BDT-BUS-DATE
           MOVE WS-POST-MONTH TO BDT-POST-MONTH
           IF PRIOR-PERIOD-RUN
               MOVE 'A' TO BDT-PPA-FLAG
           END-IF
           MOVE WS-BILL-RUN-MODE TO BDT-RUN-MODE
           MOVE WS-CURRENT-DATE TO BDT-LOGGED-DATE
           MOVE WS-CURRENT-TIME TO BDT-LOGGED-TIME
           WRITE LOOP1-BILLED-DATE-RECORD
           IF WS-BDT-STATUS NOT = '00'
               DISPLAY 'LOOP1BIL - LOOP1BDT WRITE FAILED - STATUS '
                   WS-BDT-STATUS ' - ADD ' WS-BILL-DATE ' BY HAND'
           END-IF
           CLOSE LOOP1-BDT-FILE.

       WRITE-INVOICES.
           OPEN OUTPUT LOOP1-IVC-FILE
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
           STRING 'INVOICE - COST CENTER ' DELIMITED BY SIZE
               WS-BL-CC (WS-BL-IDX) DELIMITED BY SIZE
               ' - BILLING MONTH ' DELIMITED BY SIZE
               WS-POST-MONTH DELIMITED BY SIZE
               ' - RUN DATE ' DELIMITED BY SIZE
               WS-BILL-DATE DELIMITED BY SIZE
               ' - BASIS ' DELIMITED BY SIZE
               INTO LOOP1-IVC-LINE
           WRITE LOOP1-IVC-LINE

           IF PRIOR-PERIOD-RUN
               MOVE SPACES TO LOOP1-IVC-LINE
               STRING '  PRIOR-PERIOD ADJUSTMENT - RUN DATE FALLS IN '
                   'CLOSED MONTH ' DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   INTO LOOP1-IVC-LINE
               WRITE LOOP1-IVC-LINE
           END-IF

           IF WS-BILL-RUN-MODE = 'D'
               MOVE SPACES TO LOOP1-IVC-LINE
               STRING '  DELTA BASIS - ONLY RECOMPUTED ACCOUNTS '
               INTO LOOP1-IVC-LINE
           WRITE LOOP1-IVC-LINE

           IF WS-BL-MTD-PPA (WS-BL-IDX) > 0
               MOVE WS-BL-MTD-PPA (WS-BL-IDX) TO WS-CHARGE-ED
               MOVE SPACES TO LOOP1-IVC-LINE
               STRING '  OF WHICH PRIOR-PERIOD ' DELIMITED BY SIZE
                   WS-CHARGE-ED DELIMITED BY SIZE
                   INTO LOOP1-IVC-LINE
               WRITE LOOP1-IVC-LINE
           END-IF

           IF WS-BL-PRICED-SW (WS-BL-IDX) = 'N'
               MOVE SPACES TO LOOP1-IVC-LINE
               STRING '  ** NO RATE ROW - UNPRICED BALANCE '
           MOVE SPACES TO LOOP1-BLR-LINE
           STRING 'LOOP1BIL BILLING REGISTER - MONTH '
               DELIMITED BY SIZE
               WS-POST-MONTH DELIMITED BY SIZE
               ' - RUN DATE ' DELIMITED BY SIZE
               WS-BILL-DATE DELIMITED BY SIZE
               ' - BASIS ' DELIMITED BY SIZE
               INTO LOOP1-BLR-LINE
           WRITE LOOP1-BLR-LINE

           IF PRIOR-PERIOD-RUN
               MOVE SPACES TO LOOP1-BLR-LINE
               STRING 'PRIOR-PERIOD ADJUSTMENT - MONTH '
                   DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   ' IS CLOSED - THIS RUN IS BOOKED IN MONTH '
                   DELIMITED BY SIZE
                   WS-POST-MONTH DELIMITED BY SIZE
                   INTO LOOP1-BLR-LINE
               WRITE LOOP1-BLR-LINE
           END-IF

           IF WS-MC-COUNT > 0
               MOVE SPACES TO LOOP1-BLR-LINE
               STRING 'UNCLOSED OTHER-MONTH ROWS CARRIED FOR LOOP1CLS '
                   ': ' DELIMITED BY SIZE
                   WS-MC-COUNT DELIMITED BY SIZE
                   INTO LOOP1-BLR-LINE
               WRITE LOOP1-BLR-LINE
           END-IF

           IF WS-BILL-RUN-MODE = 'D'
               MOVE SPACES TO LOOP1-BLR-LINE
               STRING 'DELTA BASIS - ONLY THE NIGHT''S RECOMPUTED '
                   STRING 'VERDICT : BILLING HELD - NOTHING '
                       'ACCUMULATED THIS RUN' DELIMITED BY SIZE
                       INTO LOOP1-BLR-LINE
               WHEN PRIOR-PERIOD-RUN
                   STRING 'VERDICT : RUN BILLED AS A PRIOR-PERIOD '
                       'ADJUSTMENT IN MONTH ' DELIMITED BY SIZE
                       WS-POST-MONTH DELIMITED BY SIZE
                       INTO LOOP1-BLR-LINE
               WHEN OTHER
                   STRING 'VERDICT : RUN BILLED AND ACCUMULATED'
                       DELIMITED BY SIZE INTO LOOP1-BLR-LINE
           WRITE LOOP1-BLR-LINE

           CLOSE LOOP1-BLR-FILE.

      *****************************************************************
      *  WRITE-STEP-CONTROL APPENDS THE BILLED CONTROL POINT TO
      *  LOOP1SCF UNDER THE BILLING DATE.  EVERY UNIT READ FROM THE
      *  ACC GENERATION MUST COME OUT PRICED, SENT TO THE UNPRICED
      *  BACKLOG, OR - WHEN THE RUN WAS HELD AND NOTHING WAS POSTED -
      *  SKIPPED; LOOP1BAL PROVES IT AND TIES THE UNITS READ BACK TO
      *  THE ACC DETAILS LOOP1 WROTE.
      *****************************************************************
       WRITE-STEP-CONTROL.
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND LOOP1-SCF-FILE
           IF WS-SCF-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-SCF-FILE
           END-IF
           MOVE ZEROS TO LOOP1-STEP-CONTROL-RECORD
           MOVE WS-BILL-DATE TO SCF-BUS-DATE
           MOVE 'LOOP1BIL' TO SCF-PROGRAM
           MOVE 'BILLED' TO SCF-CONTROL-POINT
           MOVE CTL-PART-SEQ TO SCF-PART-SEQ
           MOVE WS-BILL-RUN-MODE TO SCF-RUN-MODE
           MOVE WS-CURRENT-DATE TO SCF-LOGGED-DATE
           MOVE WS-CURRENT-TIME TO SCF-LOGGED-TIME
           MOVE RETURN-CODE TO SCF-RETURN-CODE
           MOVE WS-ACC-READ-COUNT TO SCF-IN-COUNT
           MOVE WS-ACC-READ-UNITS TO SCF-IN-AMOUNT
           IF BILLING-HELD OR BILL-TABLE-OVERFLOWED
               MOVE WS-ACC-READ-UNITS TO SCF-SKIP-AMOUNT
           ELSE
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
                   PERFORM TALLY-ONE-BILL-ENTRY
               END-PERFORM
           END-IF
           WRITE LOOP1-STEP-CONTROL-RECORD
           IF WS-SCF-STATUS NOT = '00'
               DISPLAY 'LOOP1BIL - STEP CONTROL WRITE FAILED - STATUS '
                   WS-SCF-STATUS
           END-IF
           CLOSE LOOP1-SCF-FILE.

       TALLY-ONE-BILL-ENTRY.
           IF WS-BL-PRICED-SW (WS-BL-IDX) = 'Y'
               IF WS-BL-UNITS (WS-BL-IDX) > 0
                   OR WS-BL-BACKLOG (WS-BL-IDX) > 0
                   ADD 1 TO SCF-OUT-COUNT
               END-IF
               ADD WS-BL-UNITS (WS-BL-IDX) TO SCF-OUT-AMOUNT
                   ON SIZE ERROR
                       MOVE 999999999999999999 TO SCF-OUT-AMOUNT
               END-ADD
               ADD WS-BL-BACKLOG (WS-BL-IDX) TO SCF-CARRY-AMOUNT
                   ON SIZE ERROR
                       MOVE 999999999999999999 TO SCF-CARRY-AMOUNT
               END-ADD
           ELSE
               IF WS-BL-UNITS (WS-BL-IDX) > 0
                   ADD 1 TO SCF-REJECT-COUNT
               END-IF
               ADD WS-BL-UNITS (WS-BL-IDX) TO SCF-REJECT-AMOUNT
                   ON SIZE ERROR
                       MOVE 999999999999999999 TO SCF-REJECT-AMOUNT
               END-ADD
           END-IF.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-BILL-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF GENERATION-ALREADY-BILLED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'ALREADY-BILLED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'RUN DATE ' DELIMITED BY SIZE
                   WS-BILL-DATE DELIMITED BY SIZE
                   ' IS ALREADY BILLED - HELD TO PREVENT A '
                   DELIMITED BY SIZE
                   'DOUBLE CHARGE' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF BILLING-HELD AND NOT GENERATION-ALREADY-BILLED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'BILLING-HELD' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'BILLING HELD - NOTHING POSTED - SEE LOOP1BLR'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF SOME-UNITS-UNPRICED
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'UNPRICED-UNITS' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'UNITS WITH NO RATE CARRIED TO THE UNPRICED '
                   DELIMITED BY SIZE
                   'BACKLOG' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF BILL-TABLE-OVERFLOWED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'CC-TABLE-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MORE COST CENTERS THAN THE BILLING TABLE HOLDS'
                   DELIMITED BY SIZE
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
           STRING 'LOOP1BIL ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1BIL' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1BIL - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
