      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - COST-CENTER HIERARCHY ROLL-UP.
      *              FINANCE ALLOCATES BY DEPARTMENT AND DIVISION,
      *              BUT LOOP1CCR AND LOOP1BIL ONLY EVER SPOKE COST
      *              CENTER, SO EVERY MONTH THE TWO REPORTS WERE
      *              RE-KEYED INTO A SPREADSHEET AGAINST A HAND-KEPT
      *              LIST OF WHICH CENTER BELONGED TO WHOM.  THIS
      *              STEP READS THE NEWEST CATALOGED LOOP1CCR COST-
      *              CENTER SUMMARY (EVERY PARTITION OF A LOOP1DRV
      *              RUN, BY THE SAME CONTROL-RECORD CONVENTION AS
      *              LOOP1EXT) AND THE LOOP1MTD MONTH-TO-DATE CHARGE
      *              ACCUMULATOR LEFT BY LOOP1BIL, MAPS EACH COST
      *              CENTER TO ITS DEPARTMENT AND DIVISION ON THE
      *              LOOP1CCM COST-CENTER MASTER, AND PRINTS THE
      *              LOOP1HRR ROLL-UP - ONE LINE PER DEPARTMENT
      *              WITHIN ITS DIVISION, A SUBTOTAL PER DIVISION AND
      *              A GRAND TOTAL OF ACCOUNTS, CONTRIBUTION UNITS
      *              AND MONTH-TO-DATE CHARGE.  A COST CENTER NOT ON
      *              THE MASTER IS ROLLED UNDER '??????' SO THE GRAND
      *              TOTAL STILL TIES TO LOOP1CCR.  RETURN CODE 8
      *              WHEN THE MASTER OR A SUMMARY FILE IS MISSING OR
      *              A TABLE OVERFLOWED (THE ROLL-UP WOULD NOT TIE),
      *              4 WHEN A CENTER WAS UNMAPPED, THE SUMMARY IS A
      *              PARTIAL GENERATION OR THERE IS NO LOOP1MTD, ELSE
      *              0.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: SUMMARY-MISSING, TABLE-FULL AND
      *              UNMAPPED-CC AND A RUN-END-RCNN EVENT CARRYING THE
      *              RETURN CODE AS THE PROGRAM ENDS.
      *  2026-10-15  LOOP1MTD CAN NOW HOLD AN UNCLOSED PRIOR MONTH
      *              BESIDE THE CURRENT ONE - ONLY THE NEWEST BILLING
      *              MONTH'S ROWS ARE ROLLED UP.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1HRU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-CAT-FILE  ASSIGN TO "LOOP1CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT LOOP1-CCR-FILE  ASSIGN TO WS-CCR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCR-STATUS.
           SELECT OPTIONAL LOOP1-CCM-FILE  ASSIGN TO "LOOP1CCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LOOP1-MTD-FILE  ASSIGN TO "LOOP1MTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-STATUS.
           SELECT LOOP1-HRR-FILE  ASSIGN TO "LOOP1HRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRR-STATUS.
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

      *****************************************************************
      *  LOOP1-CCR-DETAIL IS THE FIXED SHAPE OF LOOP1'S WRITE-CC-
      *  SUMMARY DETAIL LINE - 'COST CENTER ' CC ' ACCOUNTS ' COUNT
      *  ' TOTAL ' AMOUNT.  THE HEADER, WARNING AND 'COST CENTERS
      *  SEEN' LINES DO NOT CARRY THE 'COST CENTER ' TAG.
      *****************************************************************
       FD  LOOP1-CCR-FILE
           RECORDING MODE IS F.
       01  LOOP1-CCR-LINE           PIC X(132).
       01  LOOP1-CCR-DETAIL.
           05  CCR-TAG              PIC X(12).
           05  CCR-COST-CENTER      PIC X(06).
           05  FILLER               PIC X(10).
           05  CCR-ACCOUNTS         PIC 9(06).
           05  FILLER               PIC X(07).
           05  CCR-TOTAL            PIC 9(18).
           05  FILLER               PIC X(73).

       FD  LOOP1-CCM-FILE
           RECORDING MODE IS F.
       COPY LOOP1CCM.

       FD  LOOP1-MTD-FILE
           RECORDING MODE IS F.
       COPY LOOP1MTD.

       FD  LOOP1-HRR-FILE
           RECORDING MODE IS F.
       01  LOOP1-HRR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-MTD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-HRR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCR-FILENAME      PIC X(20)  VALUE 'LOOP1CCR'.
       01  WS-CCR-PARTIAL-FLAG  PIC X(01)  VALUE SPACE.
       01  WS-CCR-RUN-DATE      PIC 9(08)  VALUE 0.
       01  WS-PART-IDX          PIC 9(04)  VALUE 0.
       01  WS-CAT-EOF-SW        PIC X      VALUE 'N'.
           88  CAT-EOF                     VALUE 'Y'.
       01  WS-CCR-EOF-SW        PIC X      VALUE 'N'.
           88  CCR-EOF                     VALUE 'Y'.
       01  WS-CCM-EOF-SW        PIC X      VALUE 'N'.
           88  CCM-EOF                     VALUE 'Y'.
       01  WS-MTD-EOF-SW        PIC X      VALUE 'N'.
           88  MTD-EOF                     VALUE 'Y'.
       01  WS-FILE-MISSING-SW   PIC X      VALUE 'N'.
           88  A-FILE-WAS-MISSING          VALUE 'Y'.
       01  WS-PARTIAL-GEN-SW    PIC X      VALUE 'N'.
           88  PARTIAL-GEN-SEEN            VALUE 'Y'.
       01  WS-MTD-MISSING-SW    PIC X      VALUE 'N'.
           88  NO-MTD-CHARGES              VALUE 'Y'.
       01  WS-OVERFLOW-SW       PIC X      VALUE 'N'.
           88  A-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 200 TIMES.
               10  WS-CM-CC         PIC X(06).
               10  WS-CM-DEPT       PIC X(06).
               10  WS-CM-DIV        PIC X(06).
       01  WS-CM-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-CM-COUNT          PIC 9(03)  VALUE 0.
       01  WS-CM-IDX            PIC 9(03)  VALUE 0.
       01  WS-CM-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-CM-FOUND                 VALUE 'Y'.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 200 TIMES.
               10  WS-CS-CC         PIC X(06).
               10  WS-CS-ACCTS      PIC 9(06).
               10  WS-CS-UNITS      PIC 9(18).
               10  WS-CS-CHARGE     PIC 9(13)V9(02).
       01  WS-CS-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-CS-COUNT          PIC 9(03)  VALUE 0.
       01  WS-CS-IDX            PIC 9(03)  VALUE 0.
       01  WS-CS-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-CS-FOUND                 VALUE 'Y'.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 200 TIMES.
               10  WS-DP-KEY.
                   15  WS-DP-DIV    PIC X(06).
                   15  WS-DP-DEPT   PIC X(06).
               10  WS-DP-CCS        PIC 9(03).
               10  WS-DP-ACCTS      PIC 9(06).
               10  WS-DP-UNITS      PIC 9(18).
               10  WS-DP-CHARGE     PIC 9(13)V9(02).
       01  WS-DP-SWAP           PIC X(54)  VALUE SPACES.
       01  WS-DP-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-DP-COUNT          PIC 9(03)  VALUE 0.
       01  WS-DP-IDX            PIC 9(03)  VALUE 0.
       01  WS-DP-JDX            PIC 9(03)  VALUE 0.
       01  WS-DP-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-DP-FOUND                 VALUE 'Y'.
       01  WS-POST-CC           PIC X(06)  VALUE SPACES.
       01  WS-POST-ACCTS        PIC 9(06)  VALUE 0.
       01  WS-POST-UNITS        PIC 9(18)  VALUE 0.
       01  WS-POST-CHARGE       PIC 9(13)V9(02) VALUE 0.
       01  WS-POST-DEPT         PIC X(06)  VALUE SPACES.
       01  WS-POST-DIV          PIC X(06)  VALUE SPACES.
       01  WS-BREAK-DIV         PIC X(06)  VALUE SPACES.
       01  WS-DV-CCS            PIC 9(04)  VALUE 0.
       01  WS-DV-ACCTS          PIC 9(07)  VALUE 0.
       01  WS-DV-UNITS          PIC 9(18)  VALUE 0.
       01  WS-DV-CHARGE         PIC 9(13)V9(02) VALUE 0.
       01  WS-GT-CCS            PIC 9(04)  VALUE 0.
       01  WS-GT-ACCTS          PIC 9(07)  VALUE 0.
       01  WS-GT-UNITS          PIC 9(18)  VALUE 0.
       01  WS-GT-CHARGE         PIC 9(13)V9(02) VALUE 0.
       01  WS-UNMAPPED-CCS      PIC 9(03)  VALUE 0.
       01  WS-CCR-LINES-READ    PIC 9(06)  VALUE 0.
       01  WS-BILL-MONTH        PIC 9(06)  VALUE 0.
       01  WS-CHARGE-ED         PIC 9(13).9(02).
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
           PERFORM LOAD-CC-MASTER
           IF CTL-PART-SEQ = 0
               MOVE 0 TO WS-PART-IDX
               PERFORM RESOLVE-CCR-FILENAME
               PERFORM LOAD-ONE-SUMMARY
           ELSE
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > CTL-PART-COUNT
                   PERFORM RESOLVE-CCR-FILENAME
                   PERFORM LOAD-ONE-SUMMARY
               END-PERFORM
           END-IF
           PERFORM LOAD-MTD-CHARGES
           PERFORM BUILD-DEPARTMENT-ROLLUP
           PERFORM SORT-DEPARTMENT-ROLLUP
           PERFORM WRITE-ROLLUP-REPORT
           IF A-FILE-WAS-MISSING OR A-TABLE-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMAPPED-CCS > 0 OR PARTIAL-GEN-SEEN
                   OR NO-MTD-CHARGES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1HRU - LOOP1-CTL IS MISSING OR EMPTY '
                       '- ROLLING UP THE UNPARTITIONED SUMMARY'
                   MOVE 1 TO CTL-PART-COUNT
                   MOVE 0 TO CTL-PART-SEQ
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-PART-COUNT NOT NUMERIC OR CTL-PART-COUNT = 0
               MOVE 1 TO CTL-PART-COUNT
           END-IF
           IF CTL-PART-SEQ NOT NUMERIC
               MOVE 0 TO CTL-PART-SEQ
           END-IF.

      *****************************************************************
      *  LOAD-CC-MASTER TABLES EACH CODE'S DEPARTMENT AND DIVISION
      *  FROM LOOP1CCM, FIRST ROW WINS.  OPEN/CLOSED DOES NOT MATTER
      *  HERE - A CENTER CLOSED MID-MONTH STILL OWNS ITS CHARGES.
      *****************************************************************
       LOAD-CC-MASTER.
           MOVE 0 TO WS-CM-COUNT
           MOVE 'N' TO WS-CCM-EOF-SW
           OPEN INPUT LOOP1-CCM-FILE
           IF WS-CCM-STATUS = '00'
               PERFORM UNTIL CCM-EOF
                   READ LOOP1-CCM-FILE
                       AT END
                           MOVE 'Y' TO WS-CCM-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-COST-CENTER
                   END-READ
               END-PERFORM
               CLOSE LOOP1-CCM-FILE
           END-IF
           IF WS-CM-COUNT = 0
               DISPLAY 'LOOP1HRU - LOOP1CCM IS MISSING OR EMPTY - '
                   'NO HIERARCHY TO ROLL UP TO'
               MOVE 'Y' TO WS-FILE-MISSING-SW
           END-IF.

       TABLE-ONE-COST-CENTER.
           IF CCM-COST-CENTER NOT = SPACES
               MOVE CCM-COST-CENTER TO WS-POST-CC
               PERFORM FIND-COST-CENTER
               IF NOT WS-CM-FOUND
                   IF WS-CM-COUNT < WS-CM-LIMIT
                       ADD 1 TO WS-CM-COUNT
                       MOVE CCM-COST-CENTER TO WS-CM-CC (WS-CM-COUNT)
                       MOVE CCM-DEPARTMENT TO WS-CM-DEPT (WS-CM-COUNT)
                       MOVE CCM-DIVISION TO WS-CM-DIV (WS-CM-COUNT)
                   ELSE
                       DISPLAY 'LOOP1HRU - MORE THAN ' WS-CM-LIMIT
                           ' COST CENTERS ON LOOP1CCM - ROLL-UP IS '
                           'INCOMPLETE'
                       MOVE 'Y' TO WS-OVERFLOW-SW
                       MOVE 'Y' TO WS-CCM-EOF-SW
                   END-IF
               END-IF
           END-IF.

       FIND-COST-CENTER.
           MOVE 'N' TO WS-CM-FOUND-SW
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT OR WS-CM-FOUND
               IF WS-CM-CC (WS-CM-IDX) = WS-POST-CC
                   MOVE 'Y' TO WS-CM-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CM-FOUND
               SUBTRACT 1 FROM WS-CM-IDX
           END-IF.

      *****************************************************************
      *  RESOLVE-CCR-FILENAME TAKES THE NEWEST CCR CATALOG ENTRY FOR
      *  THE PARTITION - THE SAME LAST-MATCH-WINS RULE LOOP1EXT USES
      *  FOR ACC - FALLING BACK TO THE UNDATED NAME WITH NO CATALOG.
      *****************************************************************
       RESOLVE-CCR-FILENAME.
           IF WS-PART-IDX = 0
               MOVE 'LOOP1CCR' TO WS-CCR-FILENAME
           ELSE
               MOVE SPACES TO WS-CCR-FILENAME
               STRING 'LOOP1CCR' DELIMITED BY SIZE
                   WS-PART-IDX DELIMITED BY SIZE
                   INTO WS-CCR-FILENAME
           END-IF
           MOVE SPACE TO WS-CCR-PARTIAL-FLAG
           MOVE 'N' TO WS-CAT-EOF-SW
           OPEN INPUT LOOP1-CAT-FILE
           PERFORM UNTIL CAT-EOF
               READ LOOP1-CAT-FILE
                   AT END
                       MOVE 'Y' TO WS-CAT-EOF-SW
                   NOT AT END
                       IF CAT-FILE-KIND = 'CCR' AND
                           CAT-PART-SEQ = WS-PART-IDX
                           MOVE CAT-FILENAME TO WS-CCR-FILENAME
                           MOVE CAT-PARTIAL-FLAG
                               TO WS-CCR-PARTIAL-FLAG
                           IF CAT-RUN-DATE NUMERIC
                               MOVE CAT-RUN-DATE TO WS-CCR-RUN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOP1-CAT-FILE
           IF WS-CCR-PARTIAL-FLAG = 'P'
               DISPLAY 'LOOP1HRU - ' WS-CCR-FILENAME
                   ' IS A PARTIAL GENERATION - ROLL-UP IS INCOMPLETE'
               MOVE 'Y' TO WS-PARTIAL-GEN-SW
           END-IF.

       LOAD-ONE-SUMMARY.
           MOVE 'N' TO WS-CCR-EOF-SW
           OPEN INPUT LOOP1-CCR-FILE
           IF WS-CCR-STATUS NOT = '00'
               DISPLAY 'LOOP1HRU - ' WS-CCR-FILENAME
                   ' IS MISSING - ROLL-UP IS INCOMPLETE'
               MOVE 'Y' TO WS-FILE-MISSING-SW
           ELSE
               PERFORM UNTIL CCR-EOF
                   READ LOOP1-CCR-FILE
                       AT END
                           MOVE 'Y' TO WS-CCR-EOF-SW
                       NOT AT END
                           PERFORM TAKE-ONE-SUMMARY-LINE
                   END-READ
               END-PERFORM
               CLOSE LOOP1-CCR-FILE
           END-IF.

       TAKE-ONE-SUMMARY-LINE.
           IF CCR-TAG = 'COST CENTER '
               ADD 1 TO WS-CCR-LINES-READ
               MOVE CCR-COST-CENTER TO WS-POST-CC
               IF CCR-ACCOUNTS NUMERIC
                   MOVE CCR-ACCOUNTS TO WS-POST-ACCTS
               ELSE
                   MOVE 0 TO WS-POST-ACCTS
               END-IF
               IF CCR-TOTAL NUMERIC
                   MOVE CCR-TOTAL TO WS-POST-UNITS
               ELSE
                   MOVE 0 TO WS-POST-UNITS
               END-IF
               MOVE 0 TO WS-POST-CHARGE
               PERFORM POST-TO-COST-CENTER
           END-IF.

      *****************************************************************
      *  LOAD-MTD-CHARGES FOLDS THE MONTH-TO-DATE CHARGE OF THE
      *  NEWEST BILLING MONTH ON LOOP1MTD INTO THE COST-CENTER TABLE.
      *  LOOP1BIL CARRIES AN OLDER MONTH'S ROWS UNTIL LOOP1CLS CLOSES
      *  IT, SO THE FILE CAN HOLD TWO MONTHS AT ONCE; THE FIRST PASS
      *  FINDS THE NEWEST, AS LOOP1BVA DOES, AND ONLY ITS ROWS ARE
      *  TOTALLED.  THAT MONTH IS PRINTED IN THE REPORT HEADING.
      *****************************************************************
       LOAD-MTD-CHARGES.
           MOVE 'N' TO WS-MTD-EOF-SW
           OPEN INPUT LOOP1-MTD-FILE
           IF WS-MTD-STATUS NOT = '00'
               MOVE 'Y' TO WS-MTD-MISSING-SW
           ELSE
               PERFORM UNTIL MTD-EOF
                   READ LOOP1-MTD-FILE
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           IF MTD-COST-CENTER NOT = SPACES
                               AND MTD-BILL-MONTH NUMERIC
                               AND MTD-BILL-MONTH > WS-BILL-MONTH
                               MOVE MTD-BILL-MONTH TO WS-BILL-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MTD-FILE
           END-IF
           IF WS-BILL-MONTH > 0
               MOVE 'N' TO WS-MTD-EOF-SW
               OPEN INPUT LOOP1-MTD-FILE
               PERFORM UNTIL MTD-EOF
                   READ LOOP1-MTD-FILE
                       AT END
                           MOVE 'Y' TO WS-MTD-EOF-SW
                       NOT AT END
                           PERFORM TAKE-ONE-MTD-ROW
                   END-READ
               END-PERFORM
               CLOSE LOOP1-MTD-FILE
           END-IF
           IF WS-BILL-MONTH = 0
               DISPLAY 'LOOP1HRU - LOOP1MTD IS MISSING OR EMPTY - '
                   'CHARGES SHOWN AS ZERO'
               MOVE 'Y' TO WS-MTD-MISSING-SW
           END-IF.

       TAKE-ONE-MTD-ROW.
           IF MTD-COST-CENTER NOT = SPACES
               AND MTD-BILL-MONTH NUMERIC
               AND MTD-BILL-MONTH = WS-BILL-MONTH
               MOVE MTD-COST-CENTER TO WS-POST-CC
               MOVE 0 TO WS-POST-ACCTS
               MOVE 0 TO WS-POST-UNITS
               IF MTD-CHARGE NUMERIC
                   MOVE MTD-CHARGE TO WS-POST-CHARGE
               ELSE
                   MOVE 0 TO WS-POST-CHARGE
               END-IF
               PERFORM POST-TO-COST-CENTER
           END-IF.

       POST-TO-COST-CENTER.
           MOVE 'N' TO WS-CS-FOUND-SW
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT OR WS-CS-FOUND
               IF WS-CS-CC (WS-CS-IDX) = WS-POST-CC
                   MOVE 'Y' TO WS-CS-FOUND-SW
                   ADD WS-POST-ACCTS TO WS-CS-ACCTS (WS-CS-IDX)
                   ADD WS-POST-UNITS TO WS-CS-UNITS (WS-CS-IDX)
                   ADD WS-POST-CHARGE TO WS-CS-CHARGE (WS-CS-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-CS-FOUND
               IF WS-CS-COUNT < WS-CS-LIMIT
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-POST-CC TO WS-CS-CC (WS-CS-COUNT)
                   MOVE WS-POST-ACCTS TO WS-CS-ACCTS (WS-CS-COUNT)
                   MOVE WS-POST-UNITS TO WS-CS-UNITS (WS-CS-COUNT)
                   MOVE WS-POST-CHARGE TO WS-CS-CHARGE (WS-CS-COUNT)
               ELSE
                   IF NOT A-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1HRU - MORE THAN ' WS-CS-LIMIT
                           ' COST CENTERS - ROLL-UP IS INCOMPLETE'
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  BUILD-DEPARTMENT-ROLLUP POSTS EVERY COST CENTER SEEN INTO
      *  THE DIVISION/DEPARTMENT TABLE.  A CENTER NOT ON LOOP1CCM IS
      *  NAMED ON THE REPORT AND ROLLED UNDER '??????' SO THE GRAND
      *  TOTAL STILL TIES BACK TO LOOP1CCR AND LOOP1MTD.
      *****************************************************************
       BUILD-DEPARTMENT-ROLLUP.
           OPEN OUTPUT LOOP1-HRR-FILE
           MOVE SPACES TO LOOP1-HRR-LINE
           STRING 'LOOP1HRU COST-CENTER HIERARCHY ROLL-UP - RUN DATE '
               DELIMITED BY SIZE
               WS-CCR-RUN-DATE DELIMITED BY SIZE
               ' BILLING MONTH ' DELIMITED BY SIZE
               WS-BILL-MONTH DELIMITED BY SIZE
               INTO LOOP1-HRR-LINE
           WRITE LOOP1-HRR-LINE
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-CC (WS-CS-IDX) TO WS-POST-CC
               PERFORM FIND-COST-CENTER
               IF WS-CM-FOUND
                   MOVE WS-CM-DEPT (WS-CM-IDX) TO WS-POST-DEPT
                   MOVE WS-CM-DIV (WS-CM-IDX) TO WS-POST-DIV
               ELSE
                   ADD 1 TO WS-UNMAPPED-CCS
                   MOVE '??????' TO WS-POST-DEPT
                   MOVE '??????' TO WS-POST-DIV
                   MOVE SPACES TO LOOP1-HRR-LINE
                   STRING 'UNMAPPED COST CENTER ' DELIMITED BY SIZE
                       WS-POST-CC DELIMITED BY SIZE
                       ' IS NOT ON LOOP1CCM - ROLLED UNDER ??????'
                       DELIMITED BY SIZE
                       INTO LOOP1-HRR-LINE
                   WRITE LOOP1-HRR-LINE
               END-IF
               PERFORM POST-TO-DEPARTMENT
           END-PERFORM.

       POST-TO-DEPARTMENT.
           MOVE 'N' TO WS-DP-FOUND-SW
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-DIV (WS-DP-IDX) = WS-POST-DIV
                   AND WS-DP-DEPT (WS-DP-IDX) = WS-POST-DEPT
                   MOVE 'Y' TO WS-DP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DP-FOUND
               SUBTRACT 1 FROM WS-DP-IDX
           ELSE
               IF WS-DP-COUNT < WS-DP-LIMIT
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-DP-COUNT TO WS-DP-IDX
                   MOVE WS-POST-DIV TO WS-DP-DIV (WS-DP-IDX)
                   MOVE WS-POST-DEPT TO WS-DP-DEPT (WS-DP-IDX)
                   MOVE 0 TO WS-DP-CCS (WS-DP-IDX)
                   MOVE 0 TO WS-DP-ACCTS (WS-DP-IDX)
                   MOVE 0 TO WS-DP-UNITS (WS-DP-IDX)
                   MOVE 0 TO WS-DP-CHARGE (WS-DP-IDX)
               ELSE
                   IF NOT A-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1HRU - MORE THAN ' WS-DP-LIMIT
                           ' DEPARTMENTS - ROLL-UP IS INCOMPLETE'
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
                   MOVE 0 TO WS-DP-IDX
               END-IF
           END-IF
           IF WS-DP-IDX > 0
               ADD 1 TO WS-DP-CCS (WS-DP-IDX)
               ADD WS-CS-ACCTS (WS-CS-IDX) TO WS-DP-ACCTS (WS-DP-IDX)
               ADD WS-CS-UNITS (WS-CS-IDX) TO WS-DP-UNITS (WS-DP-IDX)
               ADD WS-CS-CHARGE (WS-CS-IDX)
                   TO WS-DP-CHARGE (WS-DP-IDX)
           END-IF.

      *****************************************************************
      *  SORT-DEPARTMENT-ROLLUP ORDERS THE TABLE BY DIVISION THEN
      *  DEPARTMENT SO THE REPORT CAN BREAK ON DIVISION - THE SAME
      *  EXCHANGE SORT LOOP1HKP USES ON ITS RUN DATES.
      *****************************************************************
       SORT-DEPARTMENT-ROLLUP.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX >= WS-DP-COUNT
               PERFORM VARYING WS-DP-JDX FROM 1 BY 1
                   UNTIL WS-DP-JDX >= WS-DP-COUNT
                   IF WS-DP-KEY (WS-DP-JDX) >
                       WS-DP-KEY (WS-DP-JDX + 1)
                       MOVE WS-DP-ENTRY (WS-DP-JDX) TO WS-DP-SWAP
                       MOVE WS-DP-ENTRY (WS-DP-JDX + 1)
                           TO WS-DP-ENTRY (WS-DP-JDX)
                       MOVE WS-DP-SWAP TO WS-DP-ENTRY (WS-DP-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ROLLUP-REPORT.
           MOVE SPACES TO WS-BREAK-DIV
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-IDX > 1
                   AND WS-DP-DIV (WS-DP-IDX) NOT = WS-BREAK-DIV
                   PERFORM WRITE-DIVISION-TOTAL
               END-IF
               MOVE WS-DP-DIV (WS-DP-IDX) TO WS-BREAK-DIV
               ADD WS-DP-CCS (WS-DP-IDX) TO WS-DV-CCS
               ADD WS-DP-ACCTS (WS-DP-IDX) TO WS-DV-ACCTS
               ADD WS-DP-UNITS (WS-DP-IDX) TO WS-DV-UNITS
               ADD WS-DP-CHARGE (WS-DP-IDX) TO WS-DV-CHARGE
               MOVE WS-DP-CHARGE (WS-DP-IDX) TO WS-CHARGE-ED
               MOVE SPACES TO LOOP1-HRR-LINE
               STRING 'DIVISION ' DELIMITED BY SIZE
                   WS-DP-DIV (WS-DP-IDX) DELIMITED BY SIZE
                   ' DEPARTMENT ' DELIMITED BY SIZE
                   WS-DP-DEPT (WS-DP-IDX) DELIMITED BY SIZE
                   ' CCS ' DELIMITED BY SIZE
                   WS-DP-CCS (WS-DP-IDX) DELIMITED BY SIZE
                   ' ACCOUNTS ' DELIMITED BY SIZE
                   WS-DP-ACCTS (WS-DP-IDX) DELIMITED BY SIZE
                   ' UNITS ' DELIMITED BY SIZE
                   WS-DP-UNITS (WS-DP-IDX) DELIMITED BY SIZE
                   ' MTD CHARGE ' DELIMITED BY SIZE
                   WS-CHARGE-ED DELIMITED BY SIZE
                   INTO LOOP1-HRR-LINE
               WRITE LOOP1-HRR-LINE
           END-PERFORM
           IF WS-DP-COUNT > 0
               PERFORM WRITE-DIVISION-TOTAL
           END-IF

           MOVE WS-GT-CHARGE TO WS-CHARGE-ED
           MOVE SPACES TO LOOP1-HRR-LINE
           STRING 'GRAND TOTAL            CCS ' DELIMITED BY SIZE
               WS-GT-CCS DELIMITED BY SIZE
               ' ACCOUNTS ' DELIMITED BY SIZE
               WS-GT-ACCTS DELIMITED BY SIZE
               ' UNITS ' DELIMITED BY SIZE
               WS-GT-UNITS DELIMITED BY SIZE
               ' MTD CHARGE ' DELIMITED BY SIZE
               WS-CHARGE-ED DELIMITED BY SIZE
               INTO LOOP1-HRR-LINE
           WRITE LOOP1-HRR-LINE

           MOVE SPACES TO LOOP1-HRR-LINE
           STRING 'SUMMARY LINES READ : ' DELIMITED BY SIZE
               WS-CCR-LINES-READ DELIMITED BY SIZE
               ' COST CENTERS : ' DELIMITED BY SIZE
               WS-CS-COUNT DELIMITED BY SIZE
               ' UNMAPPED : ' DELIMITED BY SIZE
               WS-UNMAPPED-CCS DELIMITED BY SIZE
               INTO LOOP1-HRR-LINE
           WRITE LOOP1-HRR-LINE

           MOVE SPACES TO LOOP1-HRR-LINE
           EVALUATE TRUE
               WHEN A-FILE-WAS-MISSING OR A-TABLE-OVERFLOWED
                   STRING 'VERDICT : ROLL-UP INCOMPLETE - A FILE WAS '
                       'MISSING OR A TABLE OVERFLOWED - DO NOT '
                       'ALLOCATE FROM IT' DELIMITED BY SIZE
                       INTO LOOP1-HRR-LINE
               WHEN WS-UNMAPPED-CCS > 0 OR PARTIAL-GEN-SEEN
                   OR NO-MTD-CHARGES
                   STRING 'VERDICT : ROLL-UP COMPLETE WITH WARNINGS - '
                       'SEE UNMAPPED CENTERS / PARTIAL OR UNBILLED '
                       'GENERATION' DELIMITED BY SIZE
                       INTO LOOP1-HRR-LINE
               WHEN OTHER
                   STRING 'VERDICT : ROLL-UP COMPLETE AND TIES TO '
                       'LOOP1CCR AND LOOP1MTD' DELIMITED BY SIZE
                       INTO LOOP1-HRR-LINE
           END-EVALUATE
           WRITE LOOP1-HRR-LINE
           CLOSE LOOP1-HRR-FILE.

       WRITE-DIVISION-TOTAL.
           MOVE WS-DV-CHARGE TO WS-CHARGE-ED
           MOVE SPACES TO LOOP1-HRR-LINE
           STRING 'DIVISION ' DELIMITED BY SIZE
               WS-BREAK-DIV DELIMITED BY SIZE
               ' TOTAL      CCS ' DELIMITED BY SIZE
               WS-DV-CCS DELIMITED BY SIZE
               ' ACCOUNTS ' DELIMITED BY SIZE
               WS-DV-ACCTS DELIMITED BY SIZE
               ' UNITS ' DELIMITED BY SIZE
               WS-DV-UNITS DELIMITED BY SIZE
               ' MTD CHARGE ' DELIMITED BY SIZE
               WS-CHARGE-ED DELIMITED BY SIZE
               INTO LOOP1-HRR-LINE
           WRITE LOOP1-HRR-LINE
           ADD WS-DV-CCS TO WS-GT-CCS
           ADD WS-DV-ACCTS TO WS-GT-ACCTS
           ADD WS-DV-UNITS TO WS-GT-UNITS
           ADD WS-DV-CHARGE TO WS-GT-CHARGE
           MOVE 0 TO WS-DV-CCS
           MOVE 0 TO WS-DV-ACCTS
           MOVE 0 TO WS-DV-UNITS
           MOVE 0 TO WS-DV-CHARGE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-CCR-RUN-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF A-FILE-WAS-MISSING
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'SUMMARY-MISSING' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'A COST-CENTER SUMMARY FILE WAS MISSING'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF A-TABLE-OVERFLOWED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'TABLE-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'A ROLLUP TABLE OVERFLOWED - ROLLUP IS '
                   DELIMITED BY SIZE
                   'INCOMPLETE' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-UNMAPPED-CCS > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'UNMAPPED-CC' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-UNMAPPED-CCS DELIMITED BY SIZE
                   ' COST CENTERS HAVE NO DEPARTMENT' DELIMITED BY SIZE
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
           STRING 'LOOP1HRU ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1HRU' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1HRU - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
