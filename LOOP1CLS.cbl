      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - MONTH-END BILLING CLOSE.  LOOP1BIL
      *              ACCUMULATES THE MONTH ON LOOP1MTD BUT NOTHING EVER
      *              CLOSED IT, AND THE GL TEAM KEYED THE CHARGEBACK
      *              ENTRIES BY HAND FROM THE LOOP1IVC INVOICES.  RUN
      *              AFTER LOOP1BIL EACH NIGHT, THIS STEP TAKES THE
      *              OLDEST BILLING MONTH ON LOOP1MTD NOT YET ON THE
      *              LOOP1MCL CLOSE REGISTER AND, ONCE THE MONTH'S
      *              LAST BUSINESS DATE (PER LOOP1CAL) HAS BEEN
      *              BILLED, FREEZES IT: IT WRITES THE LOOP1GLJ
      *              GENERAL-LEDGER JOURNAL - A DEBIT TO EACH COST
      *              CENTER'S CCM-GL-EXPENSE-ACCT, A CREDIT TO THE
      *              SERVICE CENTER'S CTL-GL-RECOVERY-ACCT, PRIOR-
      *              PERIOD ADJUSTMENTS ON THEIR OWN LINES, AND HEADER
      *              AND TRAILER CONTROL TOTALS THAT NET TO ZERO - AND
      *              APPENDS THE MONTH'S FINAL POSITION TO LOOP1MCL.
      *              FROM THEN ON LOOP1BIL BOOKS ANY RUN FOR THAT
      *              MONTH AS A PRIOR-PERIOD ADJUSTMENT IN THE NEXT
      *              OPEN MONTH.  LOOP1CLR REPORTS THE CLOSE.  RETURN
      *              CODE 0 = CLOSED, OR NOTHING YET DUE; 4 = CLOSED
      *              WITH UNITS STILL AWAITING A RATE ROW (NOT
      *              CHARGED), OR A LATER MONTH IS ALREADY BILLING
      *              WHILE THIS ONE WAITS; 8 = CLOSE HELD (NO GL
      *              ACCOUNT, JOURNAL OUT OF BALANCE OR NOT WRITTEN) -
      *              THE MONTH STAYS OPEN AND NOTHING IS TO BE POSTED.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: CLOSE-HELD, MONTH-CLOSED AND
      *              CLOSED-UNPRICED AND A RUN-END-RCNN EVENT CARRYING
      *              THE RETURN CODE AS THE PROGRAM ENDS.
      *  2026-10-15  THE JOURNAL CREDIT DESCRIPTION IS CUT TO FIT ITS
      *              24-BYTE FIELD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1CLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-MTD-FILE  ASSIGN TO "LOOP1MTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-STATUS.
           SELECT OPTIONAL LOOP1-MCL-FILE  ASSIGN TO "LOOP1MCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCL-STATUS.
           SELECT OPTIONAL LOOP1-CCM-FILE  ASSIGN TO "LOOP1CCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT LOOP1-GLJ-FILE  ASSIGN TO "LOOP1GLJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT LOOP1-CLR-FILE  ASSIGN TO "LOOP1CLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  LOOP1-MTD-FILE
           RECORDING MODE IS F.
       COPY LOOP1MTD.

       FD  LOOP1-MCL-FILE
           RECORDING MODE IS F.
       COPY LOOP1MCL.

       FD  LOOP1-CCM-FILE
           RECORDING MODE IS F.
       COPY LOOP1CCM.

       FD  LOOP1-CAL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CAL.

       FD  LOOP1-GLJ-FILE
           RECORDING MODE IS F.
       COPY LOOP1GLJ.

       FD  LOOP1-CLR-FILE
           RECORDING MODE IS F.
       01  LOOP1-CLR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MTD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MCL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-GLJ-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CLR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MTD-EOF-SW        PIC X      VALUE 'N'.
           88  MTD-EOF                     VALUE 'Y'.
       01  WS-MCL-EOF-SW        PIC X      VALUE 'N'.
           88  MCL-EOF                     VALUE 'Y'.
       01  WS-CCM-EOF-SW        PIC X      VALUE 'N'.
           88  CCM-EOF                     VALUE 'Y'.
       01  WS-CAL-EOF-SW        PIC X      VALUE 'N'.
           88  CAL-EOF                     VALUE 'Y'.
       01  WS-HOLIDAY-SW        PIC X      VALUE 'N'.
           88  DATE-IS-HOLIDAY             VALUE 'Y'.
       01  WS-MONTH-FOUND-SW    PIC X      VALUE 'N'.
           88  OPEN-MONTH-FOUND            VALUE 'Y'.
       01  WS-DUE-SW            PIC X      VALUE 'N'.
           88  MONTH-DUE-FOR-CLOSE         VALUE 'Y'.
       01  WS-HOLD-SW           PIC X      VALUE 'N'.
           88  CLOSE-HELD                  VALUE 'Y'.
       01  WS-CLOSED-SW         PIC X      VALUE 'N'.
           88  MONTH-CLOSED                VALUE 'Y'.
       01  WS-LATER-MONTH-SW    PIC X      VALUE 'N'.
           88  LATER-MONTH-BILLING         VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-CLOSE-MONTH       PIC 9(06)  VALUE 0.
       01  WS-BILLED-THROUGH    PIC 9(08)  VALUE 0.
       01  WS-LAST-BUS-DATE     PIC 9(08)  VALUE 0.
       01  WS-RECOVERY-ACCT     PIC X(16)  VALUE SPACES.
       01  WS-CL-TABLE.
           05  WS-CL-MONTH OCCURS 240 TIMES PIC 9(06).
       01  WS-CL-LIMIT          PIC 9(03)  VALUE 240.
       01  WS-CL-COUNT          PIC 9(03)  VALUE 0.
       01  WS-CL-IDX            PIC 9(03)  VALUE 0.
       01  WS-CL-KEY            PIC 9(06)  VALUE 0.
       01  WS-CL-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-CL-FOUND                 VALUE 'Y'.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 200 TIMES.
               10  WS-CC-CODE       PIC X(06).
               10  WS-CC-ACCT       PIC X(16).
               10  WS-CC-CHARGE     PIC 9(13)V9(02).
               10  WS-CC-PPA        PIC 9(13)V9(02).
               10  WS-CC-UNPRICED   PIC 9(18).
       01  WS-CC-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-CC-COUNT          PIC 9(03)  VALUE 0.
       01  WS-CC-IDX            PIC 9(03)  VALUE 0.
       01  WS-CC-FIND-IDX       PIC 9(03)  VALUE 0.
       01  WS-CC-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-CC-FOUND                 VALUE 'Y'.
       01  WS-ROW-CHARGE        PIC 9(13)V9(02) VALUE 0.
       01  WS-ROW-PPA           PIC 9(13)V9(02) VALUE 0.
       01  WS-ROW-UNPRICED      PIC 9(18)  VALUE 0.
       01  WS-CUR-CHARGE        PIC 9(13)V9(02) VALUE 0.
       01  WS-TOT-CURRENT       PIC 9(13)V9(02) VALUE 0.
       01  WS-TOT-PPA           PIC 9(13)V9(02) VALUE 0.
       01  WS-TOT-CHARGE        PIC 9(13)V9(02) VALUE 0.
       01  WS-TOT-UNPRICED      PIC 9(18)  VALUE 0.
       01  WS-NO-ACCT-COUNT     PIC 9(04)  VALUE 0.
       01  WS-HDR-ENTRIES       PIC 9(07)  VALUE 0.
       01  WS-HDR-DEBITS        PIC 9(13)V9(02) VALUE 0.
       01  WS-HDR-CREDITS       PIC 9(13)V9(02) VALUE 0.
       01  WS-TRL-ENTRIES       PIC 9(07)  VALUE 0.
       01  WS-TRL-DEBITS        PIC 9(13)V9(02) VALUE 0.
       01  WS-TRL-CREDITS       PIC 9(13)V9(02) VALUE 0.
       01  WS-TRL-NET           PIC 9(13)V9(02) VALUE 0.
       01  WS-JNL-ACCT          PIC X(16)  VALUE SPACES.
       01  WS-JNL-CC            PIC X(06)  VALUE SPACES.
       01  WS-JNL-SIDE          PIC X(01)  VALUE SPACE.
       01  WS-JNL-AMOUNT        PIC 9(13)V9(02) VALUE 0.
       01  WS-JNL-ADJ           PIC X(01)  VALUE SPACE.
       01  WS-JNL-DESC          PIC X(24)  VALUE SPACES.
       01  WS-CHARGE-ED         PIC 9(13).9(02).
       01  WS-PPA-ED            PIC 9(13).9(02).
       01  WS-ROLL-DATE         PIC 9(08)  VALUE 0.
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY     PIC 9(04).
           05  WS-ROLL-MM       PIC 9(02).
           05  WS-ROLL-DD       PIC 9(02).
       01  WS-ROLL-MONTH        PIC 9(06)  VALUE 0.
       01  WS-MONTH-DAYS        PIC 9(02)  VALUE 0.
       01  WS-LEAP-WORK         PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM          PIC 9(04)  VALUE 0.
       01  WS-DIM-VALUES.
           05  FILLER           PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
           05  WS-DIM-ENTRY     PIC 9(02)  OCCURS 12 TIMES.
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
           PERFORM LOAD-CLOSED-MONTHS
           PERFORM FIND-OLDEST-OPEN-MONTH
           IF OPEN-MONTH-FOUND
               PERFORM COMPUTE-LAST-BUSINESS-DATE
               IF WS-BILLED-THROUGH >= WS-LAST-BUS-DATE
                   AND NOT CLOSE-HELD
                   MOVE 'Y' TO WS-DUE-SW
               END-IF
           END-IF
           IF MONTH-DUE-FOR-CLOSE
               PERFORM LOAD-MONTH-POSITION
           END-IF
           IF MONTH-DUE-FOR-CLOSE AND NOT CLOSE-HELD
               PERFORM LOAD-EXPENSE-ACCOUNTS
               PERFORM CHECK-GL-ACCOUNTS
           END-IF
           IF MONTH-DUE-FOR-CLOSE AND NOT CLOSE-HELD
               PERFORM COMPUTE-JOURNAL-CONTROLS
           END-IF
           IF MONTH-DUE-FOR-CLOSE AND NOT CLOSE-HELD
               PERFORM WRITE-GL-JOURNAL
           END-IF
           IF MONTH-DUE-FOR-CLOSE AND NOT CLOSE-HELD
               PERFORM RECORD-MONTH-CLOSE
           END-IF
           PERFORM WRITE-CLOSE-REPORT
           IF CLOSE-HELD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (MONTH-CLOSED AND WS-TOT-UNPRICED > 0)
                   OR (NOT MONTH-DUE-FOR-CLOSE AND LATER-MONTH-BILLING)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD PICKS UP THE SERVICE CENTER'S GL
      *  RECOVERY ACCOUNT.  THERE IS NO SAFE DEFAULT FOR A LEDGER
      *  ACCOUNT, SO WITHOUT ONE A DUE CLOSE IS HELD.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1CLS - LOOP1-CTL IS MISSING OR EMPTY '
                       '- NO GL RECOVERY ACCOUNT'
                   MOVE SPACES TO CTL-GL-RECOVERY-ACCT
           END-READ
           CLOSE LOOP1-CTL-FILE
           MOVE CTL-GL-RECOVERY-ACCT TO WS-RECOVERY-ACCT.

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
      *  FIND-OLDEST-OPEN-MONTH PASSES LOOP1MTD FOR THE EARLIEST
      *  BILLING MONTH NOT ON THE CLOSE REGISTER - MONTHS CLOSE IN
      *  ORDER - AND HOW FAR IT HAS BEEN BILLED (THE HIGHEST
      *  MTD-LAST-RUN-DATE ON ITS ROWS, WHICH LOOP1BIL ONLY MOVES
      *  FORWARD).  A LATER OPEN MONTH ALSO ON FILE MEANS THE STREAM
      *  HAS MOVED ON WITHOUT THIS MONTH'S LAST BUSINESS DATE.
      *****************************************************************
       FIND-OLDEST-OPEN-MONTH.
           MOVE 'N' TO WS-MTD-EOF-SW
           OPEN INPUT LOOP1-MTD-FILE
           IF WS-MTD-STATUS = '00'
               PERFORM UNTIL MTD-EOF
                   READ LOOP1-MTD-FILE
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           IF MTD-BILL-MONTH NUMERIC
                               PERFORM NOTE-ONE-MTD-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MTD-FILE
           END-IF
           IF OPEN-MONTH-FOUND
               PERFORM CHECK-LATER-MONTH
           END-IF.

       NOTE-ONE-MTD-MONTH.
           MOVE MTD-BILL-MONTH TO WS-CL-KEY
           PERFORM FIND-CLOSED-MONTH
           IF NOT WS-CL-FOUND
               IF NOT OPEN-MONTH-FOUND
                   OR MTD-BILL-MONTH < WS-CLOSE-MONTH
                   MOVE 'Y' TO WS-MONTH-FOUND-SW
                   MOVE MTD-BILL-MONTH TO WS-CLOSE-MONTH
                   MOVE 0 TO WS-BILLED-THROUGH
               END-IF
               IF MTD-BILL-MONTH = WS-CLOSE-MONTH
                   AND MTD-LAST-RUN-DATE NUMERIC
                   AND MTD-LAST-RUN-DATE > WS-BILLED-THROUGH
                   MOVE MTD-LAST-RUN-DATE TO WS-BILLED-THROUGH
               END-IF
           END-IF.

       CHECK-LATER-MONTH.
           MOVE 'N' TO WS-MTD-EOF-SW
           OPEN INPUT LOOP1-MTD-FILE
           IF WS-MTD-STATUS = '00'
               PERFORM UNTIL MTD-EOF
                   READ LOOP1-MTD-FILE
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           IF MTD-BILL-MONTH NUMERIC
                               AND MTD-BILL-MONTH > WS-CLOSE-MONTH
                               MOVE 'Y' TO WS-LATER-MONTH-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MTD-FILE
           END-IF.

      *****************************************************************
      *  COMPUTE-LAST-BUSINESS-DATE WALKS THE CLOSE MONTH A DAY AT A
      *  TIME AND KEEPS THE LAST DATE LOOP1CAL DOES NOT LIST AS A
      *  HOLIDAY - THE LAST DATE LOOP1 WILL RUN AND LOOP1BIL BILL
      *  UNDER FOR THE MONTH.  WITH NO CALENDAR IT IS THE LAST DAY.
      *****************************************************************
       COMPUTE-LAST-BUSINESS-DATE.
           COMPUTE WS-ROLL-DATE = WS-CLOSE-MONTH * 100 + 1
           MOVE WS-CLOSE-MONTH TO WS-ROLL-MONTH
           MOVE 0 TO WS-LAST-BUS-DATE
           IF WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
               DISPLAY 'LOOP1CLS - LOOP1MTD MONTH ' WS-CLOSE-MONTH
                   ' IS NOT A VALID MONTH - CLOSE HELD'
               MOVE 'Y' TO WS-HOLD-SW
               MOVE 0 TO WS-ROLL-MONTH
           END-IF
           PERFORM UNTIL WS-ROLL-MONTH NOT = WS-CLOSE-MONTH
               PERFORM CHECK-DATE-IS-HOLIDAY
               IF NOT DATE-IS-HOLIDAY
                   MOVE WS-ROLL-DATE TO WS-LAST-BUS-DATE
               END-IF
               PERFORM ADVANCE-ONE-DAY
               COMPUTE WS-ROLL-MONTH = WS-ROLL-YYYY * 100 + WS-ROLL-MM
           END-PERFORM.

      *****************************************************************
      *  LOAD-MONTH-POSITION TABLES THE CLOSE MONTH'S ROWS BY COST
      *  CENTER, SPLITTING EACH CHARGE INTO THE MONTH'S OWN PART AND
      *  THE PRIOR-PERIOD ADJUSTMENTS BOOKED INTO IT.  MORE COST
      *  CENTERS THAN THE TABLE HOLDS HOLDS THE CLOSE - A SHORT
      *  JOURNAL WOULD UNDERSTATE THE MONTH.
      *****************************************************************
       LOAD-MONTH-POSITION.
           MOVE 0 TO WS-CC-COUNT
           MOVE 'N' TO WS-MTD-EOF-SW
           OPEN INPUT LOOP1-MTD-FILE
           IF WS-MTD-STATUS = '00'
               PERFORM UNTIL MTD-EOF
                   READ LOOP1-MTD-FILE
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           IF MTD-BILL-MONTH NUMERIC
                               AND MTD-BILL-MONTH = WS-CLOSE-MONTH
                               PERFORM TABLE-ONE-MTD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MTD-FILE
           END-IF.

       TABLE-ONE-MTD-ROW.
           MOVE 0 TO WS-ROW-CHARGE
           MOVE 0 TO WS-ROW-PPA
           MOVE 0 TO WS-ROW-UNPRICED
           IF MTD-CHARGE NUMERIC
               MOVE MTD-CHARGE TO WS-ROW-CHARGE
           END-IF
           IF MTD-PPA-CHARGE NUMERIC
               MOVE MTD-PPA-CHARGE TO WS-ROW-PPA
           END-IF
           IF MTD-UNPRICED-UNITS NUMERIC
               MOVE MTD-UNPRICED-UNITS TO WS-ROW-UNPRICED
           END-IF
           IF WS-ROW-PPA > WS-ROW-CHARGE
               MOVE WS-ROW-CHARGE TO WS-ROW-PPA
           END-IF
           MOVE 'N' TO WS-CC-FOUND-SW
           PERFORM VARYING WS-CC-FIND-IDX FROM 1 BY 1
               UNTIL WS-CC-FIND-IDX > WS-CC-COUNT OR WS-CC-FOUND
               IF WS-CC-CODE (WS-CC-FIND-IDX) = MTD-COST-CENTER
                   MOVE 'Y' TO WS-CC-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CC-FOUND
               SUBTRACT 1 FROM WS-CC-FIND-IDX
           ELSE
               IF WS-CC-COUNT < WS-CC-LIMIT
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-FIND-IDX
                   MOVE MTD-COST-CENTER TO WS-CC-CODE (WS-CC-FIND-IDX)
                   MOVE SPACES TO WS-CC-ACCT (WS-CC-FIND-IDX)
                   MOVE 0 TO WS-CC-CHARGE (WS-CC-FIND-IDX)
                   MOVE 0 TO WS-CC-PPA (WS-CC-FIND-IDX)
                   MOVE 0 TO WS-CC-UNPRICED (WS-CC-FIND-IDX)
               ELSE
                   IF NOT CLOSE-HELD
                       DISPLAY 'LOOP1CLS - MORE THAN ' WS-CC-LIMIT
                           ' COST CENTERS IN MONTH ' WS-CLOSE-MONTH
                           ' - CLOSE HELD'
                   END-IF
                   MOVE 'Y' TO WS-HOLD-SW
                   MOVE 0 TO WS-CC-FIND-IDX
               END-IF
           END-IF
           IF WS-CC-FIND-IDX > 0
               ADD WS-ROW-CHARGE TO WS-CC-CHARGE (WS-CC-FIND-IDX)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
               ADD WS-ROW-PPA TO WS-CC-PPA (WS-CC-FIND-IDX)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
               ADD WS-ROW-UNPRICED TO WS-CC-UNPRICED (WS-CC-FIND-IDX)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
           END-IF.

      *****************************************************************
      *  LOAD-EXPENSE-ACCOUNTS FILLS IN EACH TABLED COST CENTER'S
      *  CCM-GL-EXPENSE-ACCT FROM LOOP1CCM (FIRST ROW FOR A CODE
      *  WINS, AS EVERYWHERE ELSE).
      *****************************************************************
       LOAD-EXPENSE-ACCOUNTS.
           MOVE 'N' TO WS-CCM-EOF-SW
           OPEN INPUT LOOP1-CCM-FILE
           IF WS-CCM-STATUS = '00'
               PERFORM UNTIL CCM-EOF
                   READ LOOP1-CCM-FILE
                       AT END
                           MOVE 'Y' TO WS-CCM-EOF-SW
                       NOT AT END
                           PERFORM MATCH-ONE-CC-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE LOOP1-CCM-FILE
           ELSE
               DISPLAY 'LOOP1CLS - LOOP1CCM IS MISSING - NO GL '
                   'EXPENSE ACCOUNTS'
           END-IF.

       MATCH-ONE-CC-MASTER-ROW.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE (WS-CC-IDX) = CCM-COST-CENTER
                   AND WS-CC-ACCT (WS-CC-IDX) = SPACES
                   MOVE CCM-GL-EXPENSE-ACCT TO WS-CC-ACCT (WS-CC-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  CHECK-GL-ACCOUNTS HOLDS THE CLOSE WHEN THERE IS NO RECOVERY
      *  ACCOUNT OR ANY CHARGED COST CENTER HAS NO EXPENSE ACCOUNT -
      *  THE GL WOULD REFUSE THE JOURNAL, AND A FROZEN MONTH WITH NO
      *  POSTABLE JOURNAL IS WORSE THAN ONE LEFT OPEN ANOTHER NIGHT.
      *****************************************************************
       CHECK-GL-ACCOUNTS.
           MOVE 0 TO WS-NO-ACCT-COUNT
           IF WS-RECOVERY-ACCT = SPACES
               DISPLAY 'LOOP1CLS - NO CTL-GL-RECOVERY-ACCT ON '
                   'LOOP1CTL - CLOSE HELD'
               MOVE 'Y' TO WS-HOLD-SW
           END-IF
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CHARGE (WS-CC-IDX) > 0
                   AND WS-CC-ACCT (WS-CC-IDX) = SPACES
                   ADD 1 TO WS-NO-ACCT-COUNT
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
           END-PERFORM
           IF WS-NO-ACCT-COUNT > 0
               DISPLAY 'LOOP1CLS - ' WS-NO-ACCT-COUNT
                   ' CHARGED COST CENTERS HAVE NO GL EXPENSE ACCOUNT '
                   'ON LOOP1CCM - CLOSE HELD'
           END-IF.

      *****************************************************************
      *  COMPUTE-JOURNAL-CONTROLS WORKS OUT THE HEADER CONTROLS
      *  BEFORE A LINE IS WRITTEN: ONE DEBIT PER COST CENTER FOR ITS
      *  OWN CHARGE AND ONE FOR ANY PRIOR-PERIOD ADJUSTMENT, AND ONE
      *  RECOVERY CREDIT FOR EACH OF THE TWO TOTALS.  THE TRAILER IS
      *  RE-ADDED FROM THE LINES AS WRITTEN AND MUST AGREE.
      *****************************************************************
       COMPUTE-JOURNAL-CONTROLS.
           MOVE 0 TO WS-TOT-CURRENT
           MOVE 0 TO WS-TOT-PPA
           MOVE 0 TO WS-TOT-UNPRICED
           MOVE 0 TO WS-HDR-ENTRIES
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
               COMPUTE WS-CUR-CHARGE = WS-CC-CHARGE (WS-CC-IDX)
                   - WS-CC-PPA (WS-CC-IDX)
               IF WS-CUR-CHARGE > 0
                   ADD 1 TO WS-HDR-ENTRIES
                   ADD WS-CUR-CHARGE TO WS-TOT-CURRENT
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-HOLD-SW
                   END-ADD
               END-IF
               IF WS-CC-PPA (WS-CC-IDX) > 0
                   ADD 1 TO WS-HDR-ENTRIES
                   ADD WS-CC-PPA (WS-CC-IDX) TO WS-TOT-PPA
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-HOLD-SW
                   END-ADD
               END-IF
               ADD WS-CC-UNPRICED (WS-CC-IDX) TO WS-TOT-UNPRICED
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
           END-PERFORM
           IF WS-TOT-CURRENT > 0
               ADD 1 TO WS-HDR-ENTRIES
           END-IF
           IF WS-TOT-PPA > 0
               ADD 1 TO WS-HDR-ENTRIES
           END-IF
           COMPUTE WS-TOT-CHARGE = WS-TOT-CURRENT + WS-TOT-PPA
               ON SIZE ERROR
                   MOVE 'Y' TO WS-HOLD-SW
           END-COMPUTE
           MOVE WS-TOT-CHARGE TO WS-HDR-DEBITS
           MOVE WS-TOT-CHARGE TO WS-HDR-CREDITS
           IF CLOSE-HELD
               DISPLAY 'LOOP1CLS - MONTH TOTALS OVERFLOWED - '
                   'CLOSE HELD'
           END-IF.

      *****************************************************************
      *  WRITE-GL-JOURNAL WRITES HEADER, LINES AND TRAILER.  THE
      *  TRAILER'S NET IS DEBITS LESS CREDITS AS WRITTEN; A NON-ZERO
      *  NET, A DISAGREEMENT WITH THE HEADER OR A WRITE FAILURE
      *  HOLDS THE CLOSE SO THE FILE IS NOT POSTED.
      *****************************************************************
       WRITE-GL-JOURNAL.
           MOVE 0 TO WS-TRL-ENTRIES
           MOVE 0 TO WS-TRL-DEBITS
           MOVE 0 TO WS-TRL-CREDITS
           OPEN OUTPUT LOOP1-GLJ-FILE
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'LOOP1CLS - LOOP1GLJ OPEN FAILED - STATUS '
                   WS-GLJ-STATUS ' - CLOSE HELD'
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               MOVE SPACES TO LOOP1-GL-JOURNAL-RECORD
               MOVE '1' TO GLJ-RECORD-TYPE
               MOVE WS-CLOSE-MONTH TO GLJ-HDR-PERIOD
               MOVE WS-LAST-BUS-DATE TO GLJ-HDR-PERIOD-END
               MOVE 'LOOP1CLS' TO GLJ-HDR-SOURCE
               MOVE WS-HDR-ENTRIES TO GLJ-HDR-ENTRY-COUNT
               MOVE WS-HDR-DEBITS TO GLJ-HDR-DEBIT-TOTAL
               MOVE WS-HDR-CREDITS TO GLJ-HDR-CREDIT-TOTAL
               PERFORM WRITE-ONE-JOURNAL-RECORD
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                   PERFORM WRITE-COST-CENTER-DEBITS
               END-PERFORM
               IF WS-TOT-CURRENT > 0
                   MOVE WS-RECOVERY-ACCT TO WS-JNL-ACCT
                   MOVE SPACES TO WS-JNL-CC
                   MOVE 'C' TO WS-JNL-SIDE
                   MOVE WS-TOT-CURRENT TO WS-JNL-AMOUNT
                   MOVE SPACE TO WS-JNL-ADJ
                   MOVE 'LOOP1 CHARGEBACK RECOV' TO WS-JNL-DESC
                   PERFORM WRITE-ONE-JOURNAL-LINE
               END-IF
               IF WS-TOT-PPA > 0
                   MOVE WS-RECOVERY-ACCT TO WS-JNL-ACCT
                   MOVE SPACES TO WS-JNL-CC
                   MOVE 'C' TO WS-JNL-SIDE
                   MOVE WS-TOT-PPA TO WS-JNL-AMOUNT
                   MOVE 'A' TO WS-JNL-ADJ
                   MOVE 'LOOP1 PRIOR-PERIOD RECOV' TO WS-JNL-DESC
                   PERFORM WRITE-ONE-JOURNAL-LINE
               END-IF
               IF WS-TRL-DEBITS >= WS-TRL-CREDITS
                   COMPUTE WS-TRL-NET = WS-TRL-DEBITS - WS-TRL-CREDITS
               ELSE
                   COMPUTE WS-TRL-NET = WS-TRL-CREDITS - WS-TRL-DEBITS
               END-IF
               MOVE SPACES TO LOOP1-GL-JOURNAL-RECORD
               MOVE '9' TO GLJ-RECORD-TYPE
               MOVE WS-TRL-ENTRIES TO GLJ-TRL-ENTRY-COUNT
               MOVE WS-TRL-DEBITS TO GLJ-TRL-DEBIT-TOTAL
               MOVE WS-TRL-CREDITS TO GLJ-TRL-CREDIT-TOTAL
               MOVE WS-TRL-NET TO GLJ-TRL-NET-TOTAL
               PERFORM WRITE-ONE-JOURNAL-RECORD
               CLOSE LOOP1-GLJ-FILE
               IF WS-TRL-NET NOT = 0
                   OR WS-TRL-ENTRIES NOT = WS-HDR-ENTRIES
                   OR WS-TRL-DEBITS NOT = WS-HDR-DEBITS
                   OR WS-TRL-CREDITS NOT = WS-HDR-CREDITS
                   DISPLAY 'LOOP1CLS - JOURNAL CONTROLS DO NOT '
                       'BALANCE - CLOSE HELD'
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
           END-IF.

       WRITE-COST-CENTER-DEBITS.
           COMPUTE WS-CUR-CHARGE = WS-CC-CHARGE (WS-CC-IDX)
               - WS-CC-PPA (WS-CC-IDX)
           IF WS-CUR-CHARGE > 0
               MOVE WS-CC-ACCT (WS-CC-IDX) TO WS-JNL-ACCT
               MOVE WS-CC-CODE (WS-CC-IDX) TO WS-JNL-CC
               MOVE 'D' TO WS-JNL-SIDE
               MOVE WS-CUR-CHARGE TO WS-JNL-AMOUNT
               MOVE SPACE TO WS-JNL-ADJ
               MOVE 'LOOP1 CHARGEBACK' TO WS-JNL-DESC
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF
           IF WS-CC-PPA (WS-CC-IDX) > 0
               MOVE WS-CC-ACCT (WS-CC-IDX) TO WS-JNL-ACCT
               MOVE WS-CC-CODE (WS-CC-IDX) TO WS-JNL-CC
               MOVE 'D' TO WS-JNL-SIDE
               MOVE WS-CC-PPA (WS-CC-IDX) TO WS-JNL-AMOUNT
               MOVE 'A' TO WS-JNL-ADJ
               MOVE 'LOOP1 PRIOR-PERIOD ADJ' TO WS-JNL-DESC
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.

       WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO LOOP1-GL-JOURNAL-RECORD
           MOVE '2' TO GLJ-RECORD-TYPE
           MOVE WS-JNL-ACCT TO GLJ-DTL-GL-ACCOUNT
           MOVE WS-JNL-CC TO GLJ-DTL-COST-CENTER
           MOVE WS-JNL-SIDE TO GLJ-DTL-DR-CR
           MOVE WS-JNL-AMOUNT TO GLJ-DTL-AMOUNT
           MOVE WS-JNL-ADJ TO GLJ-DTL-ADJ-FLAG
           MOVE WS-JNL-DESC TO GLJ-DTL-DESCRIPTION
           PERFORM WRITE-ONE-JOURNAL-RECORD
           ADD 1 TO WS-TRL-ENTRIES
           IF GLJ-DTL-IS-DEBIT
               ADD WS-JNL-AMOUNT TO WS-TRL-DEBITS
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
           ELSE
               ADD WS-JNL-AMOUNT TO WS-TRL-CREDITS
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-HOLD-SW
               END-ADD
           END-IF.

       WRITE-ONE-JOURNAL-RECORD.
           WRITE LOOP1-GL-JOURNAL-RECORD
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'LOOP1CLS - LOOP1GLJ WRITE FAILED - STATUS '
                   WS-GLJ-STATUS ' - CLOSE HELD'
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.

      *****************************************************************
      *  RECORD-MONTH-CLOSE APPENDS THE MONTH TO LOOP1MCL.  FROM THIS
      *  POINT THE MONTH IS FROZEN - LOOP1BIL WILL NOT REOPEN IT.
      *****************************************************************
       RECORD-MONTH-CLOSE.
           OPEN EXTEND LOOP1-MCL-FILE
           IF WS-MCL-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-MCL-FILE
           END-IF
           MOVE WS-CLOSE-MONTH TO MCL-BILL-MONTH
           MOVE WS-LAST-BUS-DATE TO MCL-LAST-BUS-DATE
           MOVE WS-CURRENT-DATE TO MCL-CLOSED-ON
           MOVE WS-CC-COUNT TO MCL-CC-COUNT
           MOVE WS-TOT-CHARGE TO MCL-CHARGE-TOTAL
           MOVE WS-TOT-PPA TO MCL-PPA-TOTAL
           MOVE WS-TOT-UNPRICED TO MCL-UNPRICED-UNITS
           WRITE LOOP1-MONTH-CLOSE-RECORD
           IF WS-MCL-STATUS NOT = '00'
               DISPLAY 'LOOP1CLS - LOOP1MCL WRITE FAILED - STATUS '
                   WS-MCL-STATUS ' - MONTH NOT CLOSED'
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               MOVE 'Y' TO WS-CLOSED-SW
           END-IF
           CLOSE LOOP1-MCL-FILE.

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT LOOP1-CLR-FILE
           MOVE SPACES TO LOOP1-CLR-LINE
           STRING 'LOOP1CLS MONTH-END CLOSE REPORT - RUN '
               DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO LOOP1-CLR-LINE
           WRITE LOOP1-CLR-LINE
           IF OPEN-MONTH-FOUND
               MOVE SPACES TO LOOP1-CLR-LINE
               STRING 'MONTH ' DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ' - LAST BUSINESS DATE ' DELIMITED BY SIZE
                   WS-LAST-BUS-DATE DELIMITED BY SIZE
                   ' - BILLED THROUGH ' DELIMITED BY SIZE
                   WS-BILLED-THROUGH DELIMITED BY SIZE
                   INTO LOOP1-CLR-LINE
               WRITE LOOP1-CLR-LINE
           END-IF
           IF MONTH-DUE-FOR-CLOSE
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                   PERFORM WRITE-ONE-CC-LINE
               END-PERFORM
               MOVE WS-TOT-CHARGE TO WS-CHARGE-ED
               MOVE WS-TOT-PPA TO WS-PPA-ED
               MOVE SPACES TO LOOP1-CLR-LINE
               STRING 'MONTH TOTAL CHARGE ' DELIMITED BY SIZE
                   WS-CHARGE-ED DELIMITED BY SIZE
                   ' OF WHICH PRIOR-PERIOD ' DELIMITED BY SIZE
                   WS-PPA-ED DELIMITED BY SIZE
                   ' UNPRICED UNITS ' DELIMITED BY SIZE
                   WS-TOT-UNPRICED DELIMITED BY SIZE
                   INTO LOOP1-CLR-LINE
               WRITE LOOP1-CLR-LINE
               MOVE WS-TRL-DEBITS TO WS-CHARGE-ED
               MOVE WS-TRL-CREDITS TO WS-PPA-ED
               MOVE SPACES TO LOOP1-CLR-LINE
               STRING 'JOURNAL LINES ' DELIMITED BY SIZE
                   WS-TRL-ENTRIES DELIMITED BY SIZE
                   ' DEBITS ' DELIMITED BY SIZE
                   WS-CHARGE-ED DELIMITED BY SIZE
                   ' CREDITS ' DELIMITED BY SIZE
                   WS-PPA-ED DELIMITED BY SIZE
                   INTO LOOP1-CLR-LINE
               WRITE LOOP1-CLR-LINE
           END-IF
           IF NOT MONTH-DUE-FOR-CLOSE AND LATER-MONTH-BILLING
               MOVE SPACES TO LOOP1-CLR-LINE
               STRING 'WARNING : A LATER MONTH IS ALREADY BILLING - '
                   'CHECK WHETHER THE LAST BUSINESS DATE WAS EVER '
                   'BILLED' DELIMITED BY SIZE INTO LOOP1-CLR-LINE
               WRITE LOOP1-CLR-LINE
           END-IF
           MOVE SPACES TO LOOP1-CLR-LINE
           EVALUATE TRUE
               WHEN NOT OPEN-MONTH-FOUND
                   STRING 'VERDICT : NO OPEN MONTH ON LOOP1MTD - '
                       'NOTHING TO CLOSE' DELIMITED BY SIZE
                       INTO LOOP1-CLR-LINE
               WHEN CLOSE-HELD
                   STRING 'VERDICT : CLOSE HELD - MONTH '
                       DELIMITED BY SIZE
                       WS-CLOSE-MONTH DELIMITED BY SIZE
                       ' LEFT OPEN - LOOP1GLJ NOT TO BE POSTED'
                       DELIMITED BY SIZE INTO LOOP1-CLR-LINE
               WHEN NOT MONTH-DUE-FOR-CLOSE
                   STRING 'VERDICT : MONTH ' DELIMITED BY SIZE
                       WS-CLOSE-MONTH DELIMITED BY SIZE
                       ' STAYS OPEN - LAST BUSINESS DATE NOT YET '
                       'BILLED - NO JOURNAL' DELIMITED BY SIZE
                       INTO LOOP1-CLR-LINE
               WHEN WS-TOT-UNPRICED > 0
                   STRING 'VERDICT : MONTH ' DELIMITED BY SIZE
                       WS-CLOSE-MONTH DELIMITED BY SIZE
                       ' CLOSED AND JOURNALED - UNPRICED UNITS WERE '
                       'NOT CHARGED' DELIMITED BY SIZE
                       INTO LOOP1-CLR-LINE
               WHEN OTHER
                   STRING 'VERDICT : MONTH ' DELIMITED BY SIZE
                       WS-CLOSE-MONTH DELIMITED BY SIZE
                       ' CLOSED AND JOURNALED ON LOOP1GLJ'
                       DELIMITED BY SIZE INTO LOOP1-CLR-LINE
           END-EVALUATE
           WRITE LOOP1-CLR-LINE
           CLOSE LOOP1-CLR-FILE.

       WRITE-ONE-CC-LINE.
           MOVE WS-CC-CHARGE (WS-CC-IDX) TO WS-CHARGE-ED
           MOVE WS-CC-PPA (WS-CC-IDX) TO WS-PPA-ED
           MOVE SPACES TO LOOP1-CLR-LINE
           STRING 'CC ' DELIMITED BY SIZE
               WS-CC-CODE (WS-CC-IDX) DELIMITED BY SIZE
               ' GL ' DELIMITED BY SIZE
               WS-CC-ACCT (WS-CC-IDX) DELIMITED BY SIZE
               ' CHARGE ' DELIMITED BY SIZE
               WS-CHARGE-ED DELIMITED BY SIZE
               ' PRIOR-PERIOD ' DELIMITED BY SIZE
               WS-PPA-ED DELIMITED BY SIZE
               ' UNPRICED ' DELIMITED BY SIZE
               WS-CC-UNPRICED (WS-CC-IDX) DELIMITED BY SIZE
               INTO LOOP1-CLR-LINE
           WRITE LOOP1-CLR-LINE
           IF WS-CC-CHARGE (WS-CC-IDX) > 0
               AND WS-CC-ACCT (WS-CC-IDX) = SPACES
               MOVE SPACES TO LOOP1-CLR-LINE
               STRING '  ** NO CCM-GL-EXPENSE-ACCT ON LOOP1CCM - '
                   'ADD IT BEFORE THE CLOSE CAN RUN' DELIMITED BY SIZE
                   INTO LOOP1-CLR-LINE
               WRITE LOOP1-CLR-LINE
           END-IF.

      *****************************************************************
      *  CHECK-DATE-IS-HOLIDAY AND ADVANCE-ONE-DAY MIRROR LOOP1'S, SO
      *  THE CLOSE AND THE RUN AGREE ON WHICH DATES ARE BUSINESS
      *  DATES.
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
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF CLOSE-HELD
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'CLOSE-HELD' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MONTH-END CLOSE HELD FOR MONTH '
                   DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ' - SEE LOOP1CLR' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF MONTH-CLOSED
               MOVE 'I' TO WS-EVT-SEVERITY
               MOVE 'MONTH-CLOSED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'BILLING MONTH ' DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ' CLOSED - GL JOURNAL WRITTEN' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF MONTH-CLOSED AND WS-TOT-UNPRICED > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'CLOSED-UNPRICED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MONTH ' DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ' CLOSED WITH UNPRICED UNITS' DELIMITED BY SIZE
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
           STRING 'LOOP1CLS ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1CLS' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1CLS - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
