      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - PRE-RUN RELEASE OF FUTURE-DATED
      *              WORKLOAD-MASTER CHANGES.  LOOP1WMM HOLDS ON
      *              LOOP1FCH ANY TRANSACTION KEYED WITH A
      *              TXN-CHG-EFF-DATE AFTER THE DAY IT WAS KEYED, SO
      *              NOBODY HAS TO REMEMBER TO KEY A 1ST-OF-THE-MONTH
      *              CHANGE ON THE RIGHT NIGHT.  THIS STEP RUNS AHEAD
      *              OF LOOP1WMM EACH NIGHT, TAKES THE RUN'S BUSINESS
      *              DATE (CTL-AS-OF-DATE, OR TODAY ROLLED PAST THE
      *              LOOP1CAL HOLIDAYS EXACTLY AS LOOP1 ROLLS IT),
      *              AND RELEASES EVERY HELD CHANGE DUE ON OR BEFORE
      *              IT - A CHANGE DUE ON A HOLIDAY GOES ON THE NEXT
      *              BUSINESS DATE - AS A TRANSACTION IN THE WLDMTXN
      *              LAYOUT ON LOOP1FDT.  THE SCHEDULER STAGES
      *              LOOP1FDT INTO LOOP1WMM, SO THE CHANGE IS
      *              RE-EDITED AND WRITES ITS LOOP1WMA AUDIT ON THE
      *              DAY IT LANDS, THE ROUTE LOOP1RCY AND LOOP1APR
      *              ALREADY USE.  CHANGES DUE THE SAME DAY ARE
      *              RELEASED IN THE ORDER THEY WERE KEYED.  THE
      *              LOOP1FDR REPORT LISTS WHAT WAS RELEASED AND EVERY
      *              CHANGE DUE IN THE NEXT CTL-FDC-DAYS-AHEAD
      *              BUSINESS DAYS.  RETURN CODE 8 (LOOP1FCH LEFT AS
      *              IT WAS) WHEN THE HELD FILE CANNOT BE WORKED,
      *              ELSE 0.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: RELEASE-ABORTED AND A RUN-END-RCNN
      *              EVENT CARRYING THE RETURN CODE AS THE PROGRAM ENDS.
      *  2026-10-15  A RELEASED CHANGE CARRIES ITS FCH-SOURCE BACK AS
      *              TXN-SOURCE, SO A CHANGE LOOP1APR APPROVED BEFORE
      *              ITS DATE STILL APPLIES AS APPROVED.
      *  2026-10-15  A HELD CHANGE LOOP1APR APPROVED IS NO LONGER PUT
      *              ON LOOP1FDT - A SOURCE BYTE ON A STAGED FILE COULD
      *              BE FORGED.  IT IS RELEASED ON LOOP1FDA, WHICH
      *              LOOP1WMM READS ITSELF.  ANY OTHER HELD CHANGE GOES
      *              OUT ON LOOP1FDT WITH ITS APPROVER AND SOURCE
      *              CLEARED, SO IT GOES BACK THROUGH THE MAKER CHECK
      *              AND LOOP1PND.  LOOP1FDA IS EMPTIED ON AN ABORT.
      *  2026-10-15  LOOP1WMM NOW READS LOOP1FDT ITSELF AS WELL AND
      *              EMPTIES BOTH FILES ONCE APPLIED, SO LOOP1FDT IS NO
      *              LONGER STAGED.  A RUN THAT FINDS LOOP1FDT OR
      *              LOOP1FDA STILL HOLDING RELEASES LOOP1WMM HAS NOT
      *              APPLIED STOPS WITH RC 8 AND LEAVES ALL THREE FILES
      *              AS THEY WERE - OVERWRITING THEM WOULD LOSE CHANGES
      *              ALREADY GONE FROM LOOP1FCH.  AN ABORT PART-WAY
      *              THROUGH THE RELEASES EMPTIES LOOP1FDT AS WELL AS
      *              LOOP1FDA, AS THE CHANGES ARE STILL ON LOOP1FCH.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1FDC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL LOOP1-FCH-FILE  ASSIGN TO "LOOP1FCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT LOOP1-FDT-FILE  ASSIGN TO "LOOP1FDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDT-STATUS.
           SELECT LOOP1-FDA-FILE  ASSIGN TO "LOOP1FDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDA-STATUS.
           SELECT LOOP1-FDR-FILE  ASSIGN TO "LOOP1FDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDR-STATUS.
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

       FD  LOOP1-FCH-FILE
           RECORDING MODE IS F.
       COPY LOOP1FCH.

       FD  LOOP1-FDT-FILE
           RECORDING MODE IS F.
       COPY LOOP1WMT.

      *****************************************************************
      *  LOOP1FDA IS IN THE WLDMTXN LAYOUT, WRITTEN FROM
      *  WLDM-TXN-RECORD.
      *****************************************************************
       FD  LOOP1-FDA-FILE
           RECORDING MODE IS F.
       01  LOOP1-FDA-RECORD         PIC X(64).

       FD  LOOP1-FDR-FILE
           RECORDING MODE IS F.
       01  LOOP1-FDR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FCH-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FDT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FDR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FDA-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-REL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-REL-FILE          PIC X(08)  VALUE SPACES.
       01  WS-REL-WAITING-SW    PIC X      VALUE 'N'.
           88  RELEASES-NOT-APPLIED        VALUE 'Y'.
       01  WS-FCH-EOF-SW        PIC X      VALUE 'N'.
           88  FCH-EOF                     VALUE 'Y'.
       01  WS-CAL-EOF-SW        PIC X      VALUE 'N'.
           88  CAL-EOF                     VALUE 'Y'.
       01  WS-HOLIDAY-SW        PIC X      VALUE 'N'.
           88  DATE-IS-HOLIDAY             VALUE 'Y'.
       01  WS-ABORT-SW          PIC X      VALUE 'N'.
           88  RELEASE-ABORTED             VALUE 'Y'.
      *****************************************************************
      *  THE HELD TABLE CARRIES LOOP1FCH AS READ - THE DUE DATE
      *  BROKEN OUT AS THE SORT KEY, THE REST OF THE RECORD AS ONE
      *  IMAGE - PLUS A KEEP SWITCH SAYING WHETHER THE ENTRY GOES
      *  BACK ON THE FILE.
      *****************************************************************
       01  WS-FC-TABLE.
           05  WS-FC-ENTRY OCCURS 2000 TIMES.
               10  WS-FC-DUE        PIC 9(08).
               10  WS-FC-REST       PIC X(64).
               10  WS-FC-KEEP-SW    PIC X(01).
       01  WS-FC-SWAP           PIC X(73)  VALUE SPACES.
       01  WS-FC-LIMIT          PIC 9(04)  VALUE 2000.
       01  WS-FC-COUNT          PIC 9(04)  VALUE 0.
       01  WS-FC-IDX            PIC 9(04)  VALUE 0.
       01  WS-FC-JDX            PIC 9(04)  VALUE 0.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-HORIZON-DATE      PIC 9(08)  VALUE 0.
       01  WS-APPLY-DATE        PIC 9(08)  VALUE 0.
       01  WS-DAYS-COUNTED      PIC 9(03)  VALUE 0.
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
       01  WS-HELD-IN           PIC 9(04)  VALUE 0.
       01  WS-RELEASED-COUNT    PIC 9(04)  VALUE 0.
       01  WS-APPROVED-COUNT    PIC 9(04)  VALUE 0.
       01  WS-DUE-AHEAD-COUNT   PIC 9(04)  VALUE 0.
       01  WS-STILL-HELD        PIC 9(04)  VALUE 0.
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
           PERFORM COMPUTE-HORIZON-DATE
           OPEN OUTPUT LOOP1-FDR-FILE
           MOVE SPACES TO LOOP1-FDR-LINE
           STRING 'LOOP1FDC FUTURE-DATED CHANGES - BUSINESS DATE '
               DELIMITED BY SIZE
               CTL-AS-OF-DATE DELIMITED BY SIZE
               ' - DUE THROUGH ' DELIMITED BY SIZE
               WS-HORIZON-DATE DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               CTL-FDC-DAYS-AHEAD DELIMITED BY SIZE
               ' BUSINESS DAYS)' DELIMITED BY SIZE
               INTO LOOP1-FDR-LINE
           WRITE LOOP1-FDR-LINE
           PERFORM CHECK-RELEASES-APPLIED
           IF NOT RELEASE-ABORTED
               PERFORM LOAD-HELD-CHANGES
           END-IF
           IF NOT RELEASE-ABORTED
               PERFORM SORT-HELD-CHANGES
               PERFORM RELEASE-DUE-CHANGES
           END-IF
           IF NOT RELEASE-ABORTED
               PERFORM WRITE-NEW-HELD-FILE
               PERFORM LIST-CHANGES-DUE-AHEAD
           END-IF
           PERFORM WRITE-RELEASE-SUMMARY
           CLOSE LOOP1-FDR-FILE
           IF RELEASE-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD TAKES THE RUN'S BUSINESS DATE THE SAME
      *  WAY LOOP1 DOES - A KEYED CTL-AS-OF-DATE AS IT STANDS, A
      *  DEFAULTED ONE ROLLED PAST THE LOOP1CAL HOLIDAYS - SO A
      *  CHANGE IS RELEASED ON THE NIGHT LOOP1 WILL FIRST PROCESS
      *  UNDER ITS DATE.  CTL-FDC-DAYS-AHEAD DEFAULTS TO 5.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1FDC - LOOP1-CTL IS MISSING OR EMPTY '
                       '- USING DEFAULTS'
                   MOVE 0 TO CTL-AS-OF-DATE
                   MOVE 5 TO CTL-FDC-DAYS-AHEAD
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-AS-OF-DATE NOT NUMERIC OR CTL-AS-OF-DATE = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO CTL-AS-OF-DATE
               PERFORM ROLL-TO-BUSINESS-DATE
           END-IF
           IF CTL-FDC-DAYS-AHEAD NOT NUMERIC
               OR CTL-FDC-DAYS-AHEAD = 0
               MOVE 5 TO CTL-FDC-DAYS-AHEAD
           END-IF.

      *****************************************************************
      *  COMPUTE-HORIZON-DATE STEPS FORWARD CTL-FDC-DAYS-AHEAD
      *  BUSINESS DAYS FROM THE BUSINESS DATE, SKIPPING EVERY LOOP1CAL
      *  HOLIDAY.  A CHANGE DUE ON OR BEFORE THE HORIZON WILL BE
      *  RELEASED WITHIN THAT MANY NIGHTS.
      *****************************************************************
       COMPUTE-HORIZON-DATE.
           MOVE CTL-AS-OF-DATE TO WS-ROLL-DATE
           MOVE 0 TO WS-DAYS-COUNTED
           PERFORM UNTIL WS-DAYS-COUNTED >= CTL-FDC-DAYS-AHEAD
               PERFORM ADVANCE-ONE-DAY
               MOVE 0 TO WS-ROLL-COUNT
               PERFORM CHECK-DATE-IS-HOLIDAY
               PERFORM UNTIL NOT DATE-IS-HOLIDAY
                       OR WS-ROLL-COUNT > 31
                   PERFORM ADVANCE-ONE-DAY
                   ADD 1 TO WS-ROLL-COUNT
                   PERFORM CHECK-DATE-IS-HOLIDAY
               END-PERFORM
               ADD 1 TO WS-DAYS-COUNTED
           END-PERFORM
           MOVE WS-ROLL-DATE TO WS-HORIZON-DATE.

      *****************************************************************
      *  CHECK-RELEASES-APPLIED STOPS THE RUN WHILE LOOP1FDT OR
      *  LOOP1FDA STILL HOLDS RELEASES LOOP1WMM HAS NOT APPLIED - THOSE
      *  CHANGES ARE ALREADY OFF LOOP1FCH, SO OVERWRITING THEM WOULD
      *  LOSE THEM.  RUN LOOP1WMM FIRST, THEN RERUN THIS STEP.
      *****************************************************************
       CHECK-RELEASES-APPLIED.
           OPEN INPUT LOOP1-FDT-FILE
           IF WS-FDT-STATUS = '00'
               READ LOOP1-FDT-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-REL-WAITING-SW
               END-READ
               CLOSE LOOP1-FDT-FILE
           END-IF
           OPEN INPUT LOOP1-FDA-FILE
           IF WS-FDA-STATUS = '00'
               READ LOOP1-FDA-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-REL-WAITING-SW
               END-READ
               CLOSE LOOP1-FDA-FILE
           END-IF
           IF RELEASES-NOT-APPLIED
               DISPLAY 'LOOP1FDC - LOOP1FDT/LOOP1FDA STILL HOLD '
                   'RELEASES NOT YET APPLIED BY LOOP1WMM - RUN '
                   'LOOP1WMM FIRST'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE SPACES TO LOOP1-FDR-LINE
               STRING 'LOOP1FDT/LOOP1FDA STILL HOLD RELEASES NOT YET '
                   'APPLIED BY LOOP1WMM - RUN LOOP1WMM FIRST'
                   DELIMITED BY SIZE INTO LOOP1-FDR-LINE
               WRITE LOOP1-FDR-LINE
           END-IF.

      *****************************************************************
      *  LOAD-HELD-CHANGES TABLES LOOP1FCH.  MORE HELD CHANGES THAN
      *  THE TABLE HOLDS ABORTS THE STEP WITH THE FILE LEFT AS IT
      *  WAS, RATHER THAN REWRITING IT SHORT.  A HELD RECORD WITH NO
      *  USABLE DUE DATE IS RELEASED AT ONCE - LOOP1WMM ONLY EVER
      *  WRITES VALID DATES, SO IT CAN ONLY BE A DAMAGED RECORD, AND
      *  LOOP1WMM'S EDITS WILL SAY WHAT IS WRONG WITH IT.
      *****************************************************************
       LOAD-HELD-CHANGES.
           OPEN INPUT LOOP1-FCH-FILE
           IF WS-FCH-STATUS = '00'
               PERFORM UNTIL FCH-EOF OR RELEASE-ABORTED
                   READ LOOP1-FCH-FILE
                       AT END
                           MOVE 'Y' TO WS-FCH-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-HELD-CHANGE
                   END-READ
               END-PERFORM
               CLOSE LOOP1-FCH-FILE
           END-IF
           MOVE WS-FC-COUNT TO WS-HELD-IN.

       TABLE-ONE-HELD-CHANGE.
           IF WS-FC-COUNT < WS-FC-LIMIT
               ADD 1 TO WS-FC-COUNT
               MOVE LOOP1-FUTURE-CHG-RECORD
                   TO WS-FC-ENTRY (WS-FC-COUNT)
               IF FCH-DUE-DATE NOT NUMERIC
                   MOVE 0 TO WS-FC-DUE (WS-FC-COUNT)
               END-IF
               MOVE 'Y' TO WS-FC-KEEP-SW (WS-FC-COUNT)
           ELSE
               DISPLAY 'LOOP1FDC - MORE THAN ' WS-FC-LIMIT
                   ' HELD CHANGES - LOOP1FCH LEFT AS IT WAS'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

      *****************************************************************
      *  SORT-HELD-CHANGES PUTS THE TABLE IN DUE-DATE ORDER.  ENTRIES
      *  ARE ONLY SWAPPED WHEN STRICTLY OUT OF ORDER, SO CHANGES DUE
      *  THE SAME DAY KEEP THE ORDER THEY WERE KEYED IN - TWO CHANGES
      *  TO ONE ACCOUNT MUST LAND IN THAT ORDER.
      *****************************************************************
       SORT-HELD-CHANGES.
           IF WS-FC-COUNT > 1
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX >= WS-FC-COUNT
                   PERFORM VARYING WS-FC-JDX FROM 1 BY 1
                       UNTIL WS-FC-JDX >= WS-FC-COUNT
                       IF WS-FC-DUE (WS-FC-JDX) >
                           WS-FC-DUE (WS-FC-JDX + 1)
                           MOVE WS-FC-ENTRY (WS-FC-JDX)
                               TO WS-FC-SWAP
                           MOVE WS-FC-ENTRY (WS-FC-JDX + 1)
                               TO WS-FC-ENTRY (WS-FC-JDX)
                           MOVE WS-FC-SWAP
                               TO WS-FC-ENTRY (WS-FC-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *****************************************************************
      *  RELEASE-DUE-CHANGES WRITES EVERY CHANGE DUE ON OR BEFORE THE
      *  BUSINESS DATE WITH ITS TRANSACTION DATE CLEARED, SO LOOP1WMM
      *  APPLIES IT TONIGHT INSTEAD OF HOLDING IT AGAIN.  ONE HELD
      *  WITH A LOOP1APR APPROVAL (FCH-SOURCE 'A' AND AN APPROVER)
      *  GOES TO LOOP1FDA, WHICH LOOP1WMM READS ITSELF AND TREATS AS
      *  APPROVED.  ANY OTHER GOES TO LOOP1FDT WITH APPROVER AND SOURCE
      *  CLEARED, SO LOOP1WMM RE-CHECKS IT AS AN UNAPPROVED CHANGE AND
      *  PARKS IT ON LOOP1PND IF IT NEEDS APPROVAL.  A WRITE FAILURE
      *  ABORTS WITH LOOP1FCH LEFT AS IT WAS AND LOOP1FDT AND LOOP1FDA
      *  EMPTIED - THE CHANGES ARE STILL HELD AND GO OUT ON THE RERUN.
      *  AN ABORT RAISED BEFORE THIS POINT NEVER GETS HERE, SO FILES
      *  LOOP1WMM HAS NOT YET APPLIED ARE NEVER EMPTIED.
      *****************************************************************
       RELEASE-DUE-CHANGES.
           OPEN OUTPUT LOOP1-FDT-FILE
           OPEN OUTPUT LOOP1-FDA-FILE
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT OR RELEASE-ABORTED
               IF WS-FC-DUE (WS-FC-IDX) NOT > CTL-AS-OF-DATE
                   PERFORM RELEASE-ONE-CHANGE
               END-IF
           END-PERFORM
           CLOSE LOOP1-FDT-FILE
           CLOSE LOOP1-FDA-FILE
           IF RELEASE-ABORTED AND NOT RELEASES-NOT-APPLIED
               OPEN OUTPUT LOOP1-FDT-FILE
               CLOSE LOOP1-FDT-FILE
               OPEN OUTPUT LOOP1-FDA-FILE
               CLOSE LOOP1-FDA-FILE
           END-IF.

       RELEASE-ONE-CHANGE.
           MOVE WS-FC-ENTRY (WS-FC-IDX) TO LOOP1-FUTURE-CHG-RECORD
           MOVE SPACES TO WLDM-TXN-RECORD
           MOVE FCH-ACTION TO TXN-ACTION
           MOVE FCH-ACCOUNT-ID TO TXN-ACCOUNT-ID
           MOVE FCH-COST-CENTER TO TXN-COST-CENTER
           MOVE FCH-WEIGHT TO TXN-WEIGHT
           MOVE FCH-EFF-DATE TO TXN-EFF-DATE
           MOVE FCH-USER-ID TO TXN-USER-ID
           MOVE FCH-END-DATE TO TXN-END-DATE
           IF FCH-SOURCE = 'A' AND FCH-APPROVER-ID NOT = SPACES
               MOVE FCH-APPROVER-ID TO TXN-APPROVER-ID
               MOVE FCH-SOURCE TO TXN-SOURCE
               WRITE LOOP1-FDA-RECORD FROM WLDM-TXN-RECORD
               MOVE WS-FDA-STATUS TO WS-REL-STATUS
               MOVE 'LOOP1FDA' TO WS-REL-FILE
           ELSE
               WRITE WLDM-TXN-RECORD
               MOVE WS-FDT-STATUS TO WS-REL-STATUS
               MOVE 'LOOP1FDT' TO WS-REL-FILE
           END-IF
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'LOOP1FDC - ' WS-REL-FILE
                   ' WRITE FAILED - STATUS ' WS-REL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               IF WS-REL-FILE = 'LOOP1FDA'
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               MOVE 'N' TO WS-FC-KEEP-SW (WS-FC-IDX)
               MOVE SPACES TO LOOP1-FDR-LINE
               STRING 'RELEASED ' DELIMITED BY SIZE
                   FCH-ACTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FCH-ACCOUNT-ID DELIMITED BY SIZE
                   ' DUE ' DELIMITED BY SIZE
                   WS-FC-DUE (WS-FC-IDX) DELIMITED BY SIZE
                   ' TXN ' DELIMITED BY SIZE
                   FCH-COST-CENTER DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FCH-WEIGHT DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FCH-EFF-DATE DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FCH-END-DATE DELIMITED BY SIZE
                   ' HELD ' DELIMITED BY SIZE
                   FCH-HELD-DATE DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   FCH-USER-ID DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-REL-FILE DELIMITED BY SIZE
                   INTO LOOP1-FDR-LINE
               WRITE LOOP1-FDR-LINE
           END-IF.

       WRITE-NEW-HELD-FILE.
           OPEN OUTPUT LOOP1-FCH-FILE
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-KEEP-SW (WS-FC-IDX) = 'Y'
                   ADD 1 TO WS-STILL-HELD
                   MOVE WS-FC-ENTRY (WS-FC-IDX)
                       TO LOOP1-FUTURE-CHG-RECORD
                   WRITE LOOP1-FUTURE-CHG-RECORD
                   IF WS-FCH-STATUS NOT = '00'
                       DISPLAY 'LOOP1FDC - LOOP1FCH WRITE FAILED - '
                           'STATUS ' WS-FCH-STATUS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOOP1-FCH-FILE.

      *****************************************************************
      *  LIST-CHANGES-DUE-AHEAD PRINTS EVERY STILL-HELD CHANGE DUE ON
      *  OR BEFORE THE HORIZON WITH THE BUSINESS DATE IT WILL ACTUALLY
      *  BE APPLIED ON (ITS DUE DATE ROLLED PAST ANY HOLIDAY).  THE
      *  TABLE IS IN DUE-DATE ORDER, SO THE FIRST ONE PAST THE
      *  HORIZON ENDS THE LIST.
      *****************************************************************
       LIST-CHANGES-DUE-AHEAD.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
               OR WS-FC-DUE (WS-FC-IDX) > WS-HORIZON-DATE
               IF WS-FC-KEEP-SW (WS-FC-IDX) = 'Y'
                   PERFORM LIST-ONE-CHANGE-DUE
               END-IF
           END-PERFORM.

       LIST-ONE-CHANGE-DUE.
           MOVE WS-FC-ENTRY (WS-FC-IDX) TO LOOP1-FUTURE-CHG-RECORD
           MOVE FCH-DUE-DATE TO WS-ROLL-DATE
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM CHECK-DATE-IS-HOLIDAY
           PERFORM UNTIL NOT DATE-IS-HOLIDAY
                   OR WS-ROLL-COUNT > 31
               PERFORM ADVANCE-ONE-DAY
               ADD 1 TO WS-ROLL-COUNT
               PERFORM CHECK-DATE-IS-HOLIDAY
           END-PERFORM
           MOVE WS-ROLL-DATE TO WS-APPLY-DATE
           ADD 1 TO WS-DUE-AHEAD-COUNT
           MOVE SPACES TO LOOP1-FDR-LINE
           STRING 'DUE      ' DELIMITED BY SIZE
               FCH-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FCH-ACCOUNT-ID DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               FCH-DUE-DATE DELIMITED BY SIZE
               ' APPLIES ' DELIMITED BY SIZE
               WS-APPLY-DATE DELIMITED BY SIZE
               ' TXN ' DELIMITED BY SIZE
               FCH-COST-CENTER DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FCH-WEIGHT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FCH-EFF-DATE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FCH-END-DATE DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               FCH-USER-ID DELIMITED BY SIZE
               INTO LOOP1-FDR-LINE
           WRITE LOOP1-FDR-LINE.

       WRITE-RELEASE-SUMMARY.
           MOVE SPACES TO LOOP1-FDR-LINE
           STRING 'HELD IN ' DELIMITED BY SIZE
               WS-HELD-IN DELIMITED BY SIZE
               ' RELEASED ' DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               ' (APPROVED ' DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               ') STILL HELD ' DELIMITED BY SIZE
               WS-STILL-HELD DELIMITED BY SIZE
               ' DUE IN WINDOW ' DELIMITED BY SIZE
               WS-DUE-AHEAD-COUNT DELIMITED BY SIZE
               INTO LOOP1-FDR-LINE
           WRITE LOOP1-FDR-LINE
           MOVE SPACES TO LOOP1-FDR-LINE
           EVALUATE TRUE
               WHEN RELEASES-NOT-APPLIED
                   STRING 'VERDICT : RELEASE NOT RUN - LOOP1FCH, '
                       'LOOP1FDT AND LOOP1FDA LEFT AS THEY WERE'
                       DELIMITED BY SIZE INTO LOOP1-FDR-LINE
               WHEN RELEASE-ABORTED
                   STRING 'VERDICT : RELEASE ABORTED - LOOP1FCH '
                       'LEFT AS IT WAS - LOOP1FDT AND LOOP1FDA EMPTIED'
                       DELIMITED BY SIZE INTO LOOP1-FDR-LINE
               WHEN OTHER
                   STRING 'VERDICT : DUE CHANGES RELEASED TO LOOP1FDT '
                       'AND LOOP1FDA'
                       DELIMITED BY SIZE INTO LOOP1-FDR-LINE
           END-EVALUATE
           WRITE LOOP1-FDR-LINE.

      *****************************************************************
      *  ROLL-TO-BUSINESS-DATE, CHECK-DATE-IS-HOLIDAY AND
      *  ADVANCE-ONE-DAY MIRROR LOOP1'S, SO THIS STEP AND THE RUN IT
      *  FEEDS AGREE ON THE BUSINESS DATE.
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
               DISPLAY 'LOOP1FDC - LOOP1CAL LISTS OVER 31 CONSECUTIVE '
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
           MOVE CTL-AS-OF-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF RELEASE-ABORTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'RELEASE-ABORTED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               IF RELEASES-NOT-APPLIED
                   STRING 'FUTURE-DATED RELEASE STOPPED - LOOP1FDT/FDA '
                       DELIMITED BY SIZE
                       'NOT YET APPLIED BY LOOP1WMM' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               ELSE
                   STRING 'FUTURE-DATED RELEASE ABORTED - HELD FILE '
                       DELIMITED BY SIZE
                       'LEFT UNCHANGED' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               END-IF
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
           STRING 'LOOP1FDC ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1FDC' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1FDC - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
