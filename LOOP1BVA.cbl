      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - COST-CENTER BUDGET VERSUS ACTUAL.
      *              MANAGERS ONLY SAW THEIR CHARGES AFTER THE FACT ON
      *              LOOP1IVC AND FINANCE ONLY FOUND AN OVERRUN AT
      *              MONTH END.  RUN AFTER LOOP1BIL EACH NIGHT, THIS
      *              STEP TAKES THE NEWEST BILLING MONTH ON LOOP1MTD,
      *              BILLED THROUGH ITS HIGHEST MTD-LAST-RUN-DATE, AND
      *              FOR EACH COST CENTER COMPARES THE MONTH-TO-DATE
      *              CHARGE WITH ITS LOOP1BUD BUDGET (THE MONTH'S OWN
      *              ROW, ELSE THE STANDING MONTH-ZERO ROW).  THE
      *              MONTH-END PROJECTION IS THE MONTH-TO-DATE CHARGE
      *              PLUS THE AVERAGE DAILY CHARGE TIMES THE BUSINESS
      *              DAYS LEFT IN THE MONTH, BUSINESS DAYS BEING EVERY
      *              DATE LOOP1CAL DOES NOT LIST AS A HOLIDAY, AS IN
      *              LOOP1CLS.  THE AVERAGE IS TAKEN OVER THE BUSINESS
      *              DAYS BILLED SO FAR AND LEAVES OUT PRIOR-PERIOD
      *              ADJUSTMENTS, WHICH ARE ONE-OFFS, NOT A RUN RATE.
      *              A COST CENTER ALREADY OVER, OR PROJECTED OVER,
      *              ITS BUDGET BY MORE THAN CTL-BUDGET-TOL-PCT IS
      *              FLAGGED ON THE LOOP1BVR REPORT AND WRITTEN TO THE
      *              LOOP1BVX EXCEPTIONS EXTRACT WITH ITS LOOP1CCM
      *              MANAGER.  THE EXTRACT IS REBUILT EVERY NIGHT, SO
      *              THE ONE SENT MID-MONTH IS CURRENT.  RETURN CODE 8
      *              WHEN THE COST-CENTER TABLE OVERFLOWED OR THE
      *              MONTH IS NOT A VALID MONTH (THE FIGURES ARE
      *              INCOMPLETE), 4 WHEN NOTHING IS BILLED YET OR A
      *              CHARGED COST CENTER HAS NO BUDGET, ELSE 0 - A
      *              BUDGET EXCEPTION IS FOR THE MANAGER, NOT A FAILED
      *              STEP.  EVENTS GO TO THE SHARED LOOP1EVT LOG LIKE
      *              EVERY OTHER STEP'S: NO-OPEN-MONTH, BAD-MONTH,
      *              CC-TABLE-FULL, NO-BUDGET, BUDGET-EXCEPTION AND
      *              THE RUN-END-RCNN EVENT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1BVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-MTD-FILE  ASSIGN TO "LOOP1MTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-STATUS.
           SELECT OPTIONAL LOOP1-BUD-FILE  ASSIGN TO "LOOP1BUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT OPTIONAL LOOP1-CCM-FILE  ASSIGN TO "LOOP1CCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT LOOP1-BVR-FILE  ASSIGN TO "LOOP1BVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVR-STATUS.
           SELECT LOOP1-BVX-FILE  ASSIGN TO "LOOP1BVX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVX-STATUS.
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

       FD  LOOP1-BUD-FILE
           RECORDING MODE IS F.
       COPY LOOP1BUD.

       FD  LOOP1-CCM-FILE
           RECORDING MODE IS F.
       COPY LOOP1CCM.

       FD  LOOP1-CAL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CAL.

       FD  LOOP1-BVR-FILE
           RECORDING MODE IS F.
       01  LOOP1-BVR-LINE           PIC X(132).

       FD  LOOP1-BVX-FILE
           RECORDING MODE IS F.
       COPY LOOP1BVX.

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MTD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BUD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BVR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-BVX-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MTD-EOF-SW        PIC X      VALUE 'N'.
           88  MTD-EOF                     VALUE 'Y'.
       01  WS-BUD-EOF-SW        PIC X      VALUE 'N'.
           88  BUD-EOF                     VALUE 'Y'.
       01  WS-CCM-EOF-SW        PIC X      VALUE 'N'.
           88  CCM-EOF                     VALUE 'Y'.
       01  WS-CAL-EOF-SW        PIC X      VALUE 'N'.
           88  CAL-EOF                     VALUE 'Y'.
       01  WS-HOLIDAY-SW        PIC X      VALUE 'N'.
           88  DATE-IS-HOLIDAY             VALUE 'Y'.
       01  WS-MONTH-FOUND-SW    PIC X      VALUE 'N'.
           88  BILLING-MONTH-FOUND         VALUE 'Y'.
       01  WS-BAD-MONTH-SW      PIC X      VALUE 'N'.
           88  MONTH-IS-INVALID            VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-BILL-MONTH        PIC 9(06)  VALUE 0.
       01  WS-BILLED-THROUGH    PIC 9(08)  VALUE 0.
       01  WS-TOL-PCT           PIC 9(03)  VALUE 0.
       01  WS-DAYS-GONE         PIC 9(02)  VALUE 0.
       01  WS-DAYS-LEFT         PIC 9(02)  VALUE 0.
      *****************************************************************
      *  ONE ENTRY PER COST CENTER CHARGED OR BUDGETED IN THE MONTH.
      *  WS-BV-STATUS IS O (OVER), P (PROJECTED OVER), W (WITHIN) OR
      *  N (NO BUDGET ON FILE).
      *****************************************************************
       01  WS-BV-TABLE.
           05  WS-BV-ENTRY OCCURS 200 TIMES.
               10  WS-BV-CODE       PIC X(06).
               10  WS-BV-NAME       PIC X(30).
               10  WS-BV-DEPT       PIC X(06).
               10  WS-BV-MGR-ID     PIC X(08).
               10  WS-BV-MGR-NAME   PIC X(24).
               10  WS-BV-CHARGE     PIC 9(13)V9(02).
               10  WS-BV-PPA        PIC 9(13)V9(02).
               10  WS-BV-MONTH-BUD  PIC 9(13)V9(02).
               10  WS-BV-MONTH-SW   PIC X(01).
               10  WS-BV-STAND-BUD  PIC 9(13)V9(02).
               10  WS-BV-STAND-SW   PIC X(01).
               10  WS-BV-CCM-SW     PIC X(01).
               10  WS-BV-BUDGET     PIC 9(13)V9(02).
               10  WS-BV-AVG-DAILY  PIC 9(13)V9(02).
               10  WS-BV-PROJECTED  PIC 9(13)V9(02).
               10  WS-BV-PROJ-PCT   PIC 9(05).
               10  WS-BV-STATUS     PIC X(01).
       01  WS-BV-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-BV-COUNT          PIC 9(03)  VALUE 0.
       01  WS-BV-IDX            PIC 9(03)  VALUE 0.
       01  WS-BV-FIND-IDX       PIC 9(03)  VALUE 0.
       01  WS-BV-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-BV-FOUND                 VALUE 'Y'.
       01  WS-BV-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  BV-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-BV-KEY            PIC X(06)  VALUE SPACES.
       01  WS-ROW-CHARGE        PIC 9(13)V9(02) VALUE 0.
       01  WS-ROW-PPA           PIC 9(13)V9(02) VALUE 0.
       01  WS-RUN-RATE-BASE     PIC 9(13)V9(02) VALUE 0.
       01  WS-LIMIT-AMOUNT      PIC 9(15)V9(02) VALUE 0.
       01  WS-OVER-COUNT        PIC 9(04)  VALUE 0.
       01  WS-PROJ-OVER-COUNT   PIC 9(04)  VALUE 0.
       01  WS-NO-BUDGET-COUNT   PIC 9(04)  VALUE 0.
       01  WS-EXTRACT-COUNT     PIC 9(09)  VALUE 0.
       01  WS-TOT-BUDGET        PIC 9(13)V9(02) VALUE 0.
       01  WS-TOT-CHARGE        PIC 9(13)V9(02) VALUE 0.
       01  WS-TOT-PROJECTED     PIC 9(13)V9(02) VALUE 0.
       01  WS-XTR-BUDGET        PIC 9(13)V9(02) VALUE 0.
       01  WS-XTR-CHARGE        PIC 9(13)V9(02) VALUE 0.
       01  WS-BUDGET-ED         PIC 9(13).9(02).
       01  WS-CHARGE-ED         PIC 9(13).9(02).
       01  WS-PROJECTED-ED      PIC 9(13).9(02).
       01  WS-AVG-ED            PIC 9(13).9(02).
       01  WS-STATUS-TEXT       PIC X(16)  VALUE SPACES.
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
           PERFORM FIND-BILLING-MONTH
           IF BILLING-MONTH-FOUND
               PERFORM LOAD-MONTH-CHARGES
               PERFORM LOAD-BUDGETS
               PERFORM LOAD-MANAGERS
               PERFORM COUNT-BUSINESS-DAYS
               PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-COUNT
                   PERFORM PROJECT-ONE-COST-CENTER
               END-PERFORM
           END-IF
           PERFORM WRITE-EXCEPTIONS-EXTRACT
           PERFORM WRITE-BUDGET-REPORT
           DISPLAY 'LOOP1BVA - MONTH ' WS-BILL-MONTH ' - '
               WS-OVER-COUNT ' OVER, ' WS-PROJ-OVER-COUNT
               ' PROJECTED OVER, ' WS-NO-BUDGET-COUNT ' NO BUDGET'
           IF BV-TABLE-OVERFLOWED OR MONTH-IS-INVALID
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT BILLING-MONTH-FOUND OR WS-NO-BUDGET-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD PICKS UP THE BUDGET TOLERANCE.  A SHORT
      *  OR MISSING CONTROL RECORD MEANS ZERO - ANY OVERRUN IS
      *  FLAGGED.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1BVA - LOOP1-CTL IS MISSING OR EMPTY '
                       '- FLAGGING ANY OVERRUN'
                   MOVE 0 TO CTL-BUDGET-TOL-PCT
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-BUDGET-TOL-PCT NUMERIC
               MOVE CTL-BUDGET-TOL-PCT TO WS-TOL-PCT
           ELSE
               MOVE 0 TO WS-TOL-PCT
           END-IF.

      *****************************************************************
      *  FIND-BILLING-MONTH PASSES LOOP1MTD FOR THE NEWEST BILLING
      *  MONTH - THE ONE LOOP1BIL IS ACCUMULATING NOW; AN OLDER MONTH
      *  STILL ON FILE IS ONLY WAITING FOR LOOP1CLS - AND HOW FAR IT
      *  HAS BEEN BILLED (THE HIGHEST MTD-LAST-RUN-DATE ON ITS ROWS).
      *****************************************************************
       FIND-BILLING-MONTH.
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
           END-IF.

       NOTE-ONE-MTD-MONTH.
           IF NOT BILLING-MONTH-FOUND
               OR MTD-BILL-MONTH > WS-BILL-MONTH
               MOVE 'Y' TO WS-MONTH-FOUND-SW
               MOVE MTD-BILL-MONTH TO WS-BILL-MONTH
               MOVE 0 TO WS-BILLED-THROUGH
           END-IF
           IF MTD-BILL-MONTH = WS-BILL-MONTH
               AND MTD-LAST-RUN-DATE NUMERIC
               AND MTD-LAST-RUN-DATE > WS-BILLED-THROUGH
               MOVE MTD-LAST-RUN-DATE TO WS-BILLED-THROUGH
           END-IF.

      *****************************************************************
      *  LOAD-MONTH-CHARGES TABLES THE MONTH'S ROWS BY COST CENTER.
      *  A PRIOR-PERIOD ADJUSTMENT IS PART OF THE MONTH'S CHARGE BUT
      *  IS KEPT APART SO IT DOES NOT INFLATE THE DAILY RUN RATE.
      *****************************************************************
       LOAD-MONTH-CHARGES.
           MOVE 'N' TO WS-MTD-EOF-SW
           OPEN INPUT LOOP1-MTD-FILE
           IF WS-MTD-STATUS = '00'
               PERFORM UNTIL MTD-EOF
                   READ LOOP1-MTD-FILE
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           IF MTD-BILL-MONTH NUMERIC
                               AND MTD-BILL-MONTH = WS-BILL-MONTH
                               PERFORM TABLE-ONE-MTD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MTD-FILE
           END-IF.

       TABLE-ONE-MTD-ROW.
           MOVE 0 TO WS-ROW-CHARGE
           MOVE 0 TO WS-ROW-PPA
           IF MTD-CHARGE NUMERIC
               MOVE MTD-CHARGE TO WS-ROW-CHARGE
           END-IF
           IF MTD-PPA-CHARGE NUMERIC
               MOVE MTD-PPA-CHARGE TO WS-ROW-PPA
           END-IF
           IF WS-ROW-PPA > WS-ROW-CHARGE
               MOVE WS-ROW-CHARGE TO WS-ROW-PPA
           END-IF
           MOVE MTD-COST-CENTER TO WS-BV-KEY
           PERFORM FIND-OR-ADD-COST-CENTER
           IF WS-BV-FIND-IDX > 0
               ADD WS-ROW-CHARGE TO WS-BV-CHARGE (WS-BV-FIND-IDX)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-BV-OVERFLOW-SW
               END-ADD
               ADD WS-ROW-PPA TO WS-BV-PPA (WS-BV-FIND-IDX)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-BV-OVERFLOW-SW
               END-ADD
           END-IF.

      *****************************************************************
      *  FIND-OR-ADD-COST-CENTER LEAVES WS-BV-FIND-IDX ON WS-BV-KEY'S
      *  ENTRY, ADDING ONE IF NEEDED, OR ZERO WHEN THE TABLE IS FULL.
      *****************************************************************
       FIND-OR-ADD-COST-CENTER.
           MOVE 'N' TO WS-BV-FOUND-SW
           MOVE 0 TO WS-BV-FIND-IDX
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-COUNT OR WS-BV-FOUND
               IF WS-BV-CODE (WS-BV-IDX) = WS-BV-KEY
                   MOVE 'Y' TO WS-BV-FOUND-SW
                   MOVE WS-BV-IDX TO WS-BV-FIND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-BV-FOUND
               IF WS-BV-COUNT < WS-BV-LIMIT
                   ADD 1 TO WS-BV-COUNT
                   MOVE WS-BV-COUNT TO WS-BV-FIND-IDX
                   MOVE WS-BV-KEY TO WS-BV-CODE (WS-BV-FIND-IDX)
                   MOVE SPACES TO WS-BV-NAME (WS-BV-FIND-IDX)
                   MOVE SPACES TO WS-BV-DEPT (WS-BV-FIND-IDX)
                   MOVE SPACES TO WS-BV-MGR-ID (WS-BV-FIND-IDX)
                   MOVE SPACES TO WS-BV-MGR-NAME (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-CHARGE (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-PPA (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-MONTH-BUD (WS-BV-FIND-IDX)
                   MOVE 'N' TO WS-BV-MONTH-SW (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-STAND-BUD (WS-BV-FIND-IDX)
                   MOVE 'N' TO WS-BV-STAND-SW (WS-BV-FIND-IDX)
                   MOVE 'N' TO WS-BV-CCM-SW (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-BUDGET (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-AVG-DAILY (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-PROJECTED (WS-BV-FIND-IDX)
                   MOVE 0 TO WS-BV-PROJ-PCT (WS-BV-FIND-IDX)
                   MOVE 'W' TO WS-BV-STATUS (WS-BV-FIND-IDX)
               ELSE
                   IF NOT BV-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1BVA - MORE THAN ' WS-BV-LIMIT
                           ' COST CENTERS IN MONTH ' WS-BILL-MONTH
                           ' - THE REST ARE NOT COMPARED'
                   END-IF
                   MOVE 'Y' TO WS-BV-OVERFLOW-SW
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-BUDGETS TAKES THE FIRST LOOP1BUD ROW FOR EACH COST
      *  CENTER FOR THE MONTH ITSELF AND THE FIRST STANDING (MONTH
      *  ZERO) ROW.  A BUDGETED COST CENTER NOT YET CHARGED THIS
      *  MONTH IS STILL LISTED, AT A CHARGE OF ZERO.
      *****************************************************************
       LOAD-BUDGETS.
           MOVE 'N' TO WS-BUD-EOF-SW
           OPEN INPUT LOOP1-BUD-FILE
           IF WS-BUD-STATUS = '00'
               PERFORM UNTIL BUD-EOF
                   READ LOOP1-BUD-FILE
                       AT END
                           MOVE 'Y' TO WS-BUD-EOF-SW
                       NOT AT END
                           IF BUD-BILL-MONTH NUMERIC
                               AND BUD-AMOUNT NUMERIC
                               PERFORM TABLE-ONE-BUDGET-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-BUD-FILE
           ELSE
               DISPLAY 'LOOP1BVA - LOOP1BUD IS MISSING - NO COST '
                   'CENTER HAS A BUDGET'
           END-IF.

       TABLE-ONE-BUDGET-ROW.
           IF BUD-BILL-MONTH = WS-BILL-MONTH OR BUD-BILL-MONTH = 0
               MOVE BUD-COST-CENTER TO WS-BV-KEY
               PERFORM FIND-OR-ADD-COST-CENTER
           ELSE
               MOVE 0 TO WS-BV-FIND-IDX
           END-IF
           IF WS-BV-FIND-IDX > 0
               IF BUD-BILL-MONTH = WS-BILL-MONTH
                   IF WS-BV-MONTH-SW (WS-BV-FIND-IDX) = 'N'
                       MOVE BUD-AMOUNT
                           TO WS-BV-MONTH-BUD (WS-BV-FIND-IDX)
                       MOVE 'Y' TO WS-BV-MONTH-SW (WS-BV-FIND-IDX)
                   END-IF
               ELSE
                   IF WS-BV-STAND-SW (WS-BV-FIND-IDX) = 'N'
                       MOVE BUD-AMOUNT
                           TO WS-BV-STAND-BUD (WS-BV-FIND-IDX)
                       MOVE 'Y' TO WS-BV-STAND-SW (WS-BV-FIND-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-MANAGERS FILLS IN EACH TABLED COST CENTER'S NAME,
      *  DEPARTMENT AND MANAGER FROM LOOP1CCM (FIRST ROW WINS).
      *****************************************************************
       LOAD-MANAGERS.
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
               DISPLAY 'LOOP1BVA - LOOP1CCM IS MISSING - NO MANAGERS '
                   'ON THE EXTRACT'
           END-IF.

       MATCH-ONE-CC-MASTER-ROW.
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-COUNT
               IF WS-BV-CODE (WS-BV-IDX) = CCM-COST-CENTER
                   AND WS-BV-CCM-SW (WS-BV-IDX) = 'N'
                   MOVE CCM-CC-NAME TO WS-BV-NAME (WS-BV-IDX)
                   MOVE CCM-DEPARTMENT TO WS-BV-DEPT (WS-BV-IDX)
                   MOVE CCM-MANAGER-ID TO WS-BV-MGR-ID (WS-BV-IDX)
                   MOVE CCM-MANAGER-NAME TO WS-BV-MGR-NAME (WS-BV-IDX)
                   MOVE 'Y' TO WS-BV-CCM-SW (WS-BV-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  COUNT-BUSINESS-DAYS WALKS THE MONTH A DAY AT A TIME, AS
      *  LOOP1CLS DOES, AND SPLITS ITS BUSINESS DATES INTO THOSE
      *  BILLED SO FAR (ON OR BEFORE THE BILLED-THROUGH DATE) AND
      *  THOSE STILL TO COME.
      *****************************************************************
       COUNT-BUSINESS-DAYS.
           COMPUTE WS-ROLL-DATE = WS-BILL-MONTH * 100 + 1
           MOVE WS-BILL-MONTH TO WS-ROLL-MONTH
           MOVE 0 TO WS-DAYS-GONE
           MOVE 0 TO WS-DAYS-LEFT
           IF WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
               DISPLAY 'LOOP1BVA - LOOP1MTD MONTH ' WS-BILL-MONTH
                   ' IS NOT A VALID MONTH - NOTHING PROJECTED'
               MOVE 'Y' TO WS-BAD-MONTH-SW
               MOVE 0 TO WS-ROLL-MONTH
           END-IF
           PERFORM UNTIL WS-ROLL-MONTH NOT = WS-BILL-MONTH
               PERFORM CHECK-DATE-IS-HOLIDAY
               IF NOT DATE-IS-HOLIDAY
                   IF WS-ROLL-DATE > WS-BILLED-THROUGH
                       ADD 1 TO WS-DAYS-LEFT
                   ELSE
                       ADD 1 TO WS-DAYS-GONE
                   END-IF
               END-IF
               PERFORM ADVANCE-ONE-DAY
               COMPUTE WS-ROLL-MONTH = WS-ROLL-YYYY * 100 + WS-ROLL-MM
           END-PERFORM.

      *****************************************************************
      *  PROJECT-ONE-COST-CENTER - BUDGET, AVERAGE DAILY CHARGE,
      *  MONTH-END PROJECTION AND STATUS.  THE PROJECTION IS TAKEN AT
      *  FULL PRECISION (CHARGE PLUS RUN RATE TIMES DAYS LEFT OVER
      *  DAYS GONE) SO THE ROUNDED AVERAGE PRINTED DOES NOT DRIFT IT.
      *  NO BUSINESS DAY BILLED YET MEANS NO RUN RATE TO PROJECT ON -
      *  THE PROJECTION IS THE CHARGE SO FAR.
      *****************************************************************
       PROJECT-ONE-COST-CENTER.
           IF WS-BV-MONTH-SW (WS-BV-IDX) = 'Y'
               MOVE WS-BV-MONTH-BUD (WS-BV-IDX)
                   TO WS-BV-BUDGET (WS-BV-IDX)
           ELSE
               MOVE WS-BV-STAND-BUD (WS-BV-IDX)
                   TO WS-BV-BUDGET (WS-BV-IDX)
           END-IF
           COMPUTE WS-RUN-RATE-BASE = WS-BV-CHARGE (WS-BV-IDX)
               - WS-BV-PPA (WS-BV-IDX)
           IF WS-DAYS-GONE > 0
               COMPUTE WS-BV-AVG-DAILY (WS-BV-IDX) ROUNDED =
                   WS-RUN-RATE-BASE / WS-DAYS-GONE
               COMPUTE WS-BV-PROJECTED (WS-BV-IDX) ROUNDED =
                   WS-BV-CHARGE (WS-BV-IDX)
                   + (WS-RUN-RATE-BASE * WS-DAYS-LEFT / WS-DAYS-GONE)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-BV-OVERFLOW-SW
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-BV-AVG-DAILY (WS-BV-IDX)
               MOVE WS-BV-CHARGE (WS-BV-IDX)
                   TO WS-BV-PROJECTED (WS-BV-IDX)
           END-IF
           IF WS-BV-BUDGET (WS-BV-IDX) > 0
               COMPUTE WS-BV-PROJ-PCT (WS-BV-IDX) ROUNDED =
                   WS-BV-PROJECTED (WS-BV-IDX) * 100
                   / WS-BV-BUDGET (WS-BV-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-BV-PROJ-PCT (WS-BV-IDX)
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-BV-PROJ-PCT (WS-BV-IDX)
           END-IF
           COMPUTE WS-LIMIT-AMOUNT = WS-BV-BUDGET (WS-BV-IDX)
               + WS-BV-BUDGET (WS-BV-IDX) * WS-TOL-PCT / 100
           EVALUATE TRUE
               WHEN WS-BV-MONTH-SW (WS-BV-IDX) = 'N'
                   AND WS-BV-STAND-SW (WS-BV-IDX) = 'N'
                   MOVE 'N' TO WS-BV-STATUS (WS-BV-IDX)
                   IF WS-BV-CHARGE (WS-BV-IDX) > 0
                       ADD 1 TO WS-NO-BUDGET-COUNT
                   END-IF
               WHEN WS-BV-CHARGE (WS-BV-IDX) > WS-LIMIT-AMOUNT
                   MOVE 'O' TO WS-BV-STATUS (WS-BV-IDX)
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-BV-PROJECTED (WS-BV-IDX) > WS-LIMIT-AMOUNT
                   MOVE 'P' TO WS-BV-STATUS (WS-BV-IDX)
                   ADD 1 TO WS-PROJ-OVER-COUNT
               WHEN OTHER
                   MOVE 'W' TO WS-BV-STATUS (WS-BV-IDX)
           END-EVALUATE
           ADD WS-BV-BUDGET (WS-BV-IDX) TO WS-TOT-BUDGET
           ADD WS-BV-CHARGE (WS-BV-IDX) TO WS-TOT-CHARGE
           ADD WS-BV-PROJECTED (WS-BV-IDX) TO WS-TOT-PROJECTED.

      *****************************************************************
      *  WRITE-BUDGET-REPORT - EVERY COST CENTER IN THE MONTH, THE
      *  TOTALS AND THE VERDICT.
      *****************************************************************
       WRITE-BUDGET-REPORT.
           OPEN OUTPUT LOOP1-BVR-FILE
           MOVE SPACES TO LOOP1-BVR-LINE
           STRING 'LOOP1BVA BUDGET VERSUS ACTUAL - RUN '
               DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ' - TOLERANCE ' DELIMITED BY SIZE
               WS-TOL-PCT DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
               INTO LOOP1-BVR-LINE
           WRITE LOOP1-BVR-LINE
           IF BILLING-MONTH-FOUND
               MOVE SPACES TO LOOP1-BVR-LINE
               STRING 'MONTH ' DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   ' - BILLED THROUGH ' DELIMITED BY SIZE
                   WS-BILLED-THROUGH DELIMITED BY SIZE
                   ' - BUSINESS DAYS BILLED ' DELIMITED BY SIZE
                   WS-DAYS-GONE DELIMITED BY SIZE
                   ' LEFT ' DELIMITED BY SIZE
                   WS-DAYS-LEFT DELIMITED BY SIZE
                   INTO LOOP1-BVR-LINE
               WRITE LOOP1-BVR-LINE
               PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-COUNT
                   PERFORM WRITE-ONE-CC-LINE
               END-PERFORM
               MOVE WS-TOT-BUDGET TO WS-BUDGET-ED
               MOVE WS-TOT-CHARGE TO WS-CHARGE-ED
               MOVE WS-TOT-PROJECTED TO WS-PROJECTED-ED
               MOVE SPACES TO LOOP1-BVR-LINE
               STRING 'TOTAL BUDGET ' DELIMITED BY SIZE
                   WS-BUDGET-ED DELIMITED BY SIZE
                   ' MONTH TO DATE ' DELIMITED BY SIZE
                   WS-CHARGE-ED DELIMITED BY SIZE
                   ' PROJECTED ' DELIMITED BY SIZE
                   WS-PROJECTED-ED DELIMITED BY SIZE
                   INTO LOOP1-BVR-LINE
               WRITE LOOP1-BVR-LINE
               MOVE SPACES TO LOOP1-BVR-LINE
               STRING 'OVER BUDGET ' DELIMITED BY SIZE
                   WS-OVER-COUNT DELIMITED BY SIZE
                   ' PROJECTED OVER ' DELIMITED BY SIZE
                   WS-PROJ-OVER-COUNT DELIMITED BY SIZE
                   ' CHARGED WITH NO BUDGET ' DELIMITED BY SIZE
                   WS-NO-BUDGET-COUNT DELIMITED BY SIZE
                   INTO LOOP1-BVR-LINE
               WRITE LOOP1-BVR-LINE
           END-IF
           MOVE SPACES TO LOOP1-BVR-LINE
           EVALUATE TRUE
               WHEN NOT BILLING-MONTH-FOUND
                   STRING 'VERDICT : NOTHING BILLED ON LOOP1MTD - '
                       'NO MONTH TO COMPARE' DELIMITED BY SIZE
                       INTO LOOP1-BVR-LINE
               WHEN MONTH-IS-INVALID
                   STRING 'VERDICT : LOOP1MTD MONTH IS NOT A VALID '
                       'MONTH - NOTHING PROJECTED' DELIMITED BY SIZE
                       INTO LOOP1-BVR-LINE
               WHEN BV-TABLE-OVERFLOWED
                   STRING 'VERDICT : INCOMPLETE - TOO MANY COST '
                       'CENTERS OR A TOTAL OVERFLOWED - EXTRACT NOT '
                       'TO BE SENT' DELIMITED BY SIZE
                       INTO LOOP1-BVR-LINE
               WHEN WS-OVER-COUNT > 0 OR WS-PROJ-OVER-COUNT > 0
                   STRING 'VERDICT : ' DELIMITED BY SIZE
                       WS-EXTRACT-COUNT DELIMITED BY SIZE
                       ' COST CENTERS ON THE LOOP1BVX EXCEPTIONS '
                       'EXTRACT' DELIMITED BY SIZE
                       INTO LOOP1-BVR-LINE
               WHEN OTHER
                   STRING 'VERDICT : EVERY BUDGETED COST CENTER IS '
                       'WITHIN BUDGET' DELIMITED BY SIZE
                       INTO LOOP1-BVR-LINE
           END-EVALUATE
           WRITE LOOP1-BVR-LINE
           CLOSE LOOP1-BVR-FILE.

       WRITE-ONE-CC-LINE.
           EVALUATE WS-BV-STATUS (WS-BV-IDX)
               WHEN 'O'
                   MOVE 'OVER BUDGET' TO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE 'PROJECTED OVER' TO WS-STATUS-TEXT
               WHEN 'N'
                   MOVE 'NO BUDGET' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'WITHIN BUDGET' TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-BV-BUDGET (WS-BV-IDX) TO WS-BUDGET-ED
           MOVE WS-BV-CHARGE (WS-BV-IDX) TO WS-CHARGE-ED
           MOVE WS-BV-AVG-DAILY (WS-BV-IDX) TO WS-AVG-ED
           MOVE WS-BV-PROJECTED (WS-BV-IDX) TO WS-PROJECTED-ED
           MOVE SPACES TO LOOP1-BVR-LINE
           STRING 'CC ' DELIMITED BY SIZE
               WS-BV-CODE (WS-BV-IDX) DELIMITED BY SIZE
               ' BUDGET ' DELIMITED BY SIZE
               WS-BUDGET-ED DELIMITED BY SIZE
               ' MTD ' DELIMITED BY SIZE
               WS-CHARGE-ED DELIMITED BY SIZE
               ' DAILY ' DELIMITED BY SIZE
               WS-AVG-ED DELIMITED BY SIZE
               ' PROJ ' DELIMITED BY SIZE
               WS-PROJECTED-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BV-PROJ-PCT (WS-BV-IDX) DELIMITED BY SIZE
               '% ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               INTO LOOP1-BVR-LINE
           WRITE LOOP1-BVR-LINE
           IF WS-BV-PPA (WS-BV-IDX) > 0
               MOVE WS-BV-PPA (WS-BV-IDX) TO WS-CHARGE-ED
               MOVE SPACES TO LOOP1-BVR-LINE
               STRING '  MTD INCLUDES PRIOR-PERIOD ADJUSTMENTS OF '
                   DELIMITED BY SIZE
                   WS-CHARGE-ED DELIMITED BY SIZE
                   ' - LEFT OUT OF THE DAILY AVERAGE'
                   DELIMITED BY SIZE INTO LOOP1-BVR-LINE
               WRITE LOOP1-BVR-LINE
           END-IF.

      *****************************************************************
      *  WRITE-EXCEPTIONS-EXTRACT - HEADER, ONE DETAIL PER COST
      *  CENTER OVER OR PROJECTED OVER, TRAILER.  WRITTEN EVERY RUN,
      *  EMPTY OR NOT, SO LAST NIGHT'S EXCEPTIONS ARE NEVER SENT
      *  AGAIN BY MISTAKE.
      *****************************************************************
       WRITE-EXCEPTIONS-EXTRACT.
           OPEN OUTPUT LOOP1-BVX-FILE
           MOVE SPACES TO LOOP1-BUDGET-EXTRACT-RECORD
           MOVE '1' TO BVX-RECORD-TYPE
           MOVE WS-BILL-MONTH TO BVX-HDR-BILL-MONTH
           MOVE WS-BILLED-THROUGH TO BVX-HDR-BILLED-THRU
           MOVE WS-DAYS-GONE TO BVX-HDR-DAYS-GONE
           MOVE WS-DAYS-LEFT TO BVX-HDR-DAYS-LEFT
           MOVE WS-TOL-PCT TO BVX-HDR-TOL-PCT
           MOVE WS-CURRENT-DATE TO BVX-HDR-CREATED-DATE
           WRITE LOOP1-BUDGET-EXTRACT-RECORD
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE 0 TO WS-XTR-BUDGET
           MOVE 0 TO WS-XTR-CHARGE
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-COUNT
               IF WS-BV-STATUS (WS-BV-IDX) = 'O'
                   OR WS-BV-STATUS (WS-BV-IDX) = 'P'
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-PERFORM
           MOVE SPACES TO LOOP1-BUDGET-EXTRACT-RECORD
           MOVE '9' TO BVX-RECORD-TYPE
           MOVE WS-EXTRACT-COUNT TO BVX-TRL-RECORD-COUNT
           MOVE WS-XTR-BUDGET TO BVX-TRL-TOTAL-BUDGET
           MOVE WS-XTR-CHARGE TO BVX-TRL-TOTAL-ACTUAL
           WRITE LOOP1-BUDGET-EXTRACT-RECORD
           IF WS-BVX-STATUS NOT = '00'
               DISPLAY 'LOOP1BVA - EXTRACT WRITE FAILED - STATUS '
                   WS-BVX-STATUS
           END-IF
           CLOSE LOOP1-BVX-FILE.

       WRITE-ONE-EXCEPTION.
           MOVE SPACES TO LOOP1-BUDGET-EXTRACT-RECORD
           MOVE '2' TO BVX-RECORD-TYPE
           MOVE WS-BV-CODE (WS-BV-IDX) TO BVX-DTL-COST-CENTER
           MOVE WS-BV-NAME (WS-BV-IDX) TO BVX-DTL-CC-NAME
           MOVE WS-BV-DEPT (WS-BV-IDX) TO BVX-DTL-DEPARTMENT
           MOVE WS-BV-MGR-ID (WS-BV-IDX) TO BVX-DTL-MANAGER-ID
           MOVE WS-BV-MGR-NAME (WS-BV-IDX) TO BVX-DTL-MANAGER-NAME
           MOVE WS-BV-STATUS (WS-BV-IDX) TO BVX-DTL-STATUS
           MOVE WS-BV-BUDGET (WS-BV-IDX) TO BVX-DTL-BUDGET
           MOVE WS-BV-CHARGE (WS-BV-IDX) TO BVX-DTL-ACTUAL
           MOVE WS-BV-PROJECTED (WS-BV-IDX) TO BVX-DTL-PROJECTED
           MOVE WS-BV-PROJ-PCT (WS-BV-IDX) TO BVX-DTL-PROJ-PCT
           WRITE LOOP1-BUDGET-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-BV-BUDGET (WS-BV-IDX) TO WS-XTR-BUDGET
           ADD WS-BV-CHARGE (WS-BV-IDX) TO WS-XTR-CHARGE.

      *****************************************************************
      *  CHECK-DATE-IS-HOLIDAY AND ADVANCE-ONE-DAY MIRROR LOOP1CLS'S,
      *  SO THE PROJECTION AND THE CLOSE AGREE ON WHICH DATES ARE
      *  BUSINESS DATES.
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
      *  EVENT CARRYING THE RETURN CODE.  BUDGET EXCEPTIONS ARE
      *  LOGGED AS INFORMATION - THEY ARE FOR THE MANAGERS, NOT FOR
      *  OPERATIONS TO BE PAGED ABOUT.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-BILLED-THROUGH TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF NOT BILLING-MONTH-FOUND
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'NO-OPEN-MONTH' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'NOTHING BILLED ON LOOP1MTD - NO MONTH TO '
                   'COMPARE WITH BUDGET' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF MONTH-IS-INVALID
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'BAD-MONTH' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'LOOP1MTD MONTH ' DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   ' IS NOT A VALID MONTH' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF BV-TABLE-OVERFLOWED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'CC-TABLE-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'TOO MANY COST CENTERS OR A TOTAL OVERFLOWED - '
                   'BUDGET FIGURES INCOMPLETE' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-NO-BUDGET-COUNT > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'NO-BUDGET' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-NO-BUDGET-COUNT DELIMITED BY SIZE
                   ' CHARGED COST CENTERS HAVE NO LOOP1BUD BUDGET'
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-EXTRACT-COUNT > 0
               MOVE 'I' TO WS-EVT-SEVERITY
               MOVE 'BUDGET-EXCEPTION' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-OVER-COUNT DELIMITED BY SIZE
                   ' COST CENTERS OVER BUDGET, ' DELIMITED BY SIZE
                   WS-PROJ-OVER-COUNT DELIMITED BY SIZE
                   ' PROJECTED OVER - SEE LOOP1BVX' DELIMITED BY SIZE
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
           STRING 'LOOP1BVA ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1BVA' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1BVA - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
