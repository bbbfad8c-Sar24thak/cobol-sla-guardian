      *              OR 8 (REJECTS EXCEED TOLERANCE) SO THE SCHEDULER
      *              CAN HOLD THE LOOP1 STEP RATHER THAN LET IT
      *              SILENTLY "FIX" THE DATA.
      *  2026-10-15  COST-CENTER REFERENCE MASTER.  A NON-BLANK
      *              WM-COST-CENTER IS NOW LOOKED UP ON THE LOOP1CCM
      *              COST-CENTER MASTER - REASON 06 WHEN THE CODE IS
      *              NOT THERE, 07 WHEN IT IS CLOSED AS OF THE RUN'S
      *              CTL-AS-OF-DATE - SO ACCOUNTS LEFT BEHIND ON A
      *              RETIRED CENTER ARE CAUGHT BEFORE THEY ARE
      *              CHARGED TO IT.  WITH NO LOOP1CCM FILE BOTH EDITS
      *              ARE SKIPPED AND THE REPORT SAYS SO.
      *  2026-10-15  ACCOUNT END DATES - A KEYED WM-END-DATE (NOT
      *              SPACES OR ZERO) MUST BE A VALID DATE, REASON 08,
      *              AND NOT BEFORE A VALID WM-EFF-DATE, REASON 09.
      *  2026-10-15  STEP CONTROL - THE RECORDS READ, ACCEPTED AND
      *              FAILED ARE APPENDED TO LOOP1SCF UNDER THE RUN
      *              DATE AS CONTROL POINT WLDMSTR, THE HEAD OF THE
      *              CHAIN LOOP1BAL BALANCES THE STREAM AGAINST.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: REJECTS-OVER-TOL AND EDIT-REJECTS AND A
      *              RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS THE
      *              PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1EDT.
           SELECT LOOP1-EDR-FILE  ASSIGN TO "LOOP1EDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDR-STATUS.
           SELECT OPTIONAL LOOP1-CCM-FILE  ASSIGN TO "LOOP1CCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LOOP1-SCF-FILE  ASSIGN TO "LOOP1SCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  LOOP1-EDR-LINE           PIC X(132).

       FD  LOOP1-CCM-FILE
           RECORDING MODE IS F.
       COPY LOOP1CCM.

       FD  LOOP1-SCF-FILE
           RECORDING MODE IS F.
       COPY LOOP1SCF.

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-WM-STATUS         PIC X(2)   VALUE SPACES.
       01  WS-REJ-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EDR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CURRENT-TIME      PIC 9(8)   VALUE 0.
       01  WS-CCM-EOF-SW        PIC X      VALUE 'N'.
           88  CCM-EOF                     VALUE 'Y'.
       01  WS-CM-LOADED-SW      PIC X      VALUE 'N'.
           88  CC-MASTER-LOADED            VALUE 'Y'.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 200 TIMES.
               10  WS-CM-CC         PIC X(06).
               10  WS-CM-STATE      PIC X(01).
       01  WS-CM-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-CM-COUNT          PIC 9(03)  VALUE 0.
       01  WS-CM-IDX            PIC 9(03)  VALUE 0.
       01  WS-CM-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-CM-FOUND                 VALUE 'Y'.
       01  WS-EDIT-CC           PIC X(06)  VALUE SPACES.
       01  WS-CURRENT-DATE      PIC 9(8)   VALUE 0.
       01  WS-WM-EOF-SW         PIC X      VALUE 'N'.
           88  WM-EOF                      VALUE 'Y'.
       01  WS-RECS-READ         PIC 9(6)   VALUE 0.
       01  WS-ERR-WEIGHT-OVER   PIC 9(6)   VALUE 0.
       01  WS-ERR-DATE-INVALID  PIC 9(6)   VALUE 0.
       01  WS-ERR-CC-BLANK      PIC 9(6)   VALUE 0.
       01  WS-ERR-CC-UNKNOWN    PIC 9(6)   VALUE 0.
       01  WS-ERR-CC-CLOSED     PIC 9(6)   VALUE 0.
       01  WS-ERR-END-INVALID   PIC 9(6)   VALUE 0.
       01  WS-ERR-END-BEFORE    PIC 9(6)   VALUE 0.
       01  WS-EFF-DATE-X        PIC X(08)  VALUE SPACES.
       01  WS-EFF-DATE-N REDEFINES WS-EFF-DATE-X.
           05  WS-EFF-YYYY      PIC 9(4).
           05  WS-EFF-DD        PIC 9(2).
       01  WS-DATE-OK-SW        PIC X      VALUE 'N'.
           88  EFF-DATE-OK                 VALUE 'Y'.
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
           OPEN INPUT WORKLOAD-MASTER-FILE
           OPEN OUTPUT LOOP1-REJ-FILE
           PERFORM UNTIL WM-EOF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-STEP-CONTROL
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
                       '- USING DEFAULTS'
                   MOVE 600 TO CTL-MAX-J
                   MOVE 0   TO CTL-REJECT-TOLERANCE
                   MOVE 0   TO CTL-AS-OF-DATE
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-MAX-J NOT NUMERIC OR CTL-MAX-J = 0
           END-IF
           IF CTL-REJECT-TOLERANCE NOT NUMERIC
               MOVE 0 TO CTL-REJECT-TOLERANCE
           END-IF
           IF CTL-AS-OF-DATE NOT NUMERIC OR CTL-AS-OF-DATE = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO CTL-AS-OF-DATE
           END-IF.

      *****************************************************************
      *  LOAD-CC-MASTER TABLES THE LOOP1CCM COST-CENTER MASTER WITH
      *  EACH CODE'S STATE AS OF THE RUN'S CTL-AS-OF-DATE - A CLOSED
      *  CODE WHOSE CLOSE DATE IS STILL AHEAD OF THE RUN IS TABLED
      *  OPEN.  THE FIRST ROW FOR A CODE WINS.  A MISSING OR EMPTY
      *  FILE LEAVES THE TABLE UNLOADED AND THE 06/07 EDITS SKIPPED.
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
           IF WS-CM-COUNT > 0
               MOVE 'Y' TO WS-CM-LOADED-SW
           ELSE
               DISPLAY 'LOOP1EDT - LOOP1CCM IS MISSING OR EMPTY - '
                   'COST-CENTER MASTER EDITS SKIPPED'
           END-IF.

       TABLE-ONE-COST-CENTER.
           IF CCM-COST-CENTER NOT = SPACES
               MOVE CCM-COST-CENTER TO WS-EDIT-CC
               PERFORM FIND-COST-CENTER
               IF NOT WS-CM-FOUND
                   IF WS-CM-COUNT < WS-CM-LIMIT
                       ADD 1 TO WS-CM-COUNT
                       MOVE CCM-COST-CENTER TO WS-CM-CC (WS-CM-COUNT)
                       MOVE 'O' TO WS-CM-STATE (WS-CM-COUNT)
                       IF CCM-IS-CLOSED
                           IF CCM-CLOSE-DATE NOT NUMERIC
                               OR CCM-CLOSE-DATE = 0
                               OR CCM-CLOSE-DATE <= CTL-AS-OF-DATE
                               MOVE 'C' TO WS-CM-STATE (WS-CM-COUNT)
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'LOOP1EDT - MORE THAN ' WS-CM-LIMIT
                           ' COST CENTERS ON LOOP1CCM - '
                           CCM-COST-CENTER ' NOT TABLED'
                   END-IF
               END-IF
           END-IF.

       FIND-COST-CENTER.
           MOVE 'N' TO WS-CM-FOUND-SW
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT OR WS-CM-FOUND
               IF WS-CM-CC (WS-CM-IDX) = WS-EDIT-CC
                   MOVE 'Y' TO WS-CM-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CM-FOUND
               SUBTRACT 1 FROM WS-CM-IDX
           END-IF.

      *****************************************************************
               MOVE 'WM-EFF-DATE IS INVALID' TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           END-IF
           IF WM-END-DATE NOT = SPACES
               AND WM-END-DATE NOT = '00000000'
               PERFORM EDIT-END-DATE
           END-IF
           IF WM-COST-CENTER = SPACES
               ADD 1 TO WS-ERR-CC-BLANK
               MOVE 05 TO REJ-REASON-CODE
               MOVE 'WM-COST-CENTER IS BLANK' TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF CC-MASTER-LOADED
                   PERFORM EDIT-COST-CENTER
               END-IF
           END-IF
           IF RECORD-FAILED-EDIT
               ADD 1 TO WS-RECS-FAILED
           END-IF.

       EDIT-COST-CENTER.
           MOVE WM-COST-CENTER TO WS-EDIT-CC
           PERFORM FIND-COST-CENTER
           IF NOT WS-CM-FOUND
               ADD 1 TO WS-ERR-CC-UNKNOWN
               MOVE 06 TO REJ-REASON-CODE
               MOVE 'WM-COST-CENTER NOT ON LOOP1CCM' TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF WS-CM-STATE (WS-CM-IDX) = 'C'
                   ADD 1 TO WS-ERR-CC-CLOSED
                   MOVE 07 TO REJ-REASON-CODE
                   MOVE 'WM-COST-CENTER IS CLOSED'
                       TO REJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  EDIT-END-DATE VALIDATES A KEYED WM-END-DATE WITH THE SAME
      *  DATE EDIT AS WM-EFF-DATE, THEN CHECKS IT IS NOT BEFORE A
      *  VALID EFFECTIVE DATE - AN ACCOUNT THAT ENDS BEFORE IT STARTS
      *  IS NEVER PROCESSED AND IS ALMOST CERTAINLY A KEYING SLIP.
      *****************************************************************
       EDIT-END-DATE.
           MOVE WM-END-DATE TO WS-EFF-DATE-X
           PERFORM EDIT-EFF-DATE
           IF NOT EFF-DATE-OK
               ADD 1 TO WS-ERR-END-INVALID
               MOVE 08 TO REJ-REASON-CODE
               MOVE 'WM-END-DATE IS INVALID' TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF WM-EFF-DATE NUMERIC
                   AND WM-END-DATE < WM-EFF-DATE
                   ADD 1 TO WS-ERR-END-BEFORE
                   MOVE 09 TO REJ-REASON-CODE
                   MOVE 'WM-END-DATE BEFORE WM-EFF-DATE'
                       TO REJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.

       EDIT-EFF-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EFF-DATE-X NUMERIC
               INTO LOOP1-EDR-LINE
           WRITE LOOP1-EDR-LINE

           MOVE SPACES TO LOOP1-EDR-LINE
           STRING '08 END DATE INVALID     : ' DELIMITED BY SIZE
               WS-ERR-END-INVALID DELIMITED BY SIZE
               INTO LOOP1-EDR-LINE
           WRITE LOOP1-EDR-LINE

           MOVE SPACES TO LOOP1-EDR-LINE
           STRING '09 END BEFORE EFF DATE  : ' DELIMITED BY SIZE
               WS-ERR-END-BEFORE DELIMITED BY SIZE
               INTO LOOP1-EDR-LINE
           WRITE LOOP1-EDR-LINE

           MOVE SPACES TO LOOP1-EDR-LINE
           IF CC-MASTER-LOADED
               STRING '06 COST CENTER UNKNOWN  : ' DELIMITED BY SIZE
                   WS-ERR-CC-UNKNOWN DELIMITED BY SIZE
                   INTO LOOP1-EDR-LINE
               WRITE LOOP1-EDR-LINE
               MOVE SPACES TO LOOP1-EDR-LINE
               STRING '07 COST CENTER CLOSED   : ' DELIMITED BY SIZE
                   WS-ERR-CC-CLOSED DELIMITED BY SIZE
                   INTO LOOP1-EDR-LINE
           ELSE
               STRING 'WARNING : LOOP1CCM COST-CENTER MASTER NOT '
                   'LOADED - 06/07 EDITS SKIPPED' DELIMITED BY SIZE
                   INTO LOOP1-EDR-LINE
           END-IF
           WRITE LOOP1-EDR-LINE

           MOVE SPACES TO LOOP1-EDR-LINE
           IF WS-RECS-FAILED > CTL-REJECT-TOLERANCE
               STRING 'VERDICT : HOLD THE LOOP1 STEP - REJECTS '
           WRITE LOOP1-EDR-LINE

           CLOSE LOOP1-EDR-FILE.

      *****************************************************************
      *  WRITE-STEP-CONTROL APPENDS THE EDIT'S CONTROL POINT TO
      *  LOOP1SCF - EVERY MASTER RECORD READ IS EITHER ACCEPTED OR
      *  FAILED AN EDIT.  THE REJECTED RECORDS STAY ON THE MASTER, SO
      *  LOOP1BAL EXPECTS LOOP1 TO READ ALL OF THEM.
      *****************************************************************
       WRITE-STEP-CONTROL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND LOOP1-SCF-FILE
           IF WS-SCF-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-SCF-FILE
           END-IF
           MOVE ZEROS TO LOOP1-STEP-CONTROL-RECORD
           MOVE WS-CURRENT-DATE TO SCF-BUS-DATE
           MOVE 'LOOP1EDT' TO SCF-PROGRAM
           MOVE 'WLDMSTR' TO SCF-CONTROL-POINT
           MOVE 0 TO SCF-PART-SEQ
           MOVE SPACE TO SCF-RUN-MODE
           MOVE WS-CURRENT-DATE TO SCF-LOGGED-DATE
           MOVE WS-CURRENT-TIME TO SCF-LOGGED-TIME
           MOVE RETURN-CODE TO SCF-RETURN-CODE
           MOVE WS-RECS-READ TO SCF-IN-COUNT
           COMPUTE SCF-OUT-COUNT = WS-RECS-READ - WS-RECS-FAILED
           MOVE WS-RECS-FAILED TO SCF-REJECT-COUNT
           WRITE LOOP1-STEP-CONTROL-RECORD
           IF WS-SCF-STATUS NOT = '00'
               DISPLAY 'LOOP1EDT - STEP-CONTROL WRITE FAILED - '
                   'STATUS ' WS-SCF-STATUS
           END-IF
           CLOSE LOOP1-SCF-FILE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF WS-RECS-FAILED > CTL-REJECT-TOLERANCE
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'REJECTS-OVER-TOL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-RECS-FAILED DELIMITED BY SIZE
                   ' MASTER RECORDS FAILED EDIT - OVER '
                   DELIMITED BY SIZE
                   'TOLERANCE ' DELIMITED BY SIZE
                   CTL-REJECT-TOLERANCE DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-RECS-FAILED > 0
               AND WS-RECS-FAILED NOT > CTL-REJECT-TOLERANCE
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'EDIT-REJECTS' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-RECS-FAILED DELIMITED BY SIZE
                   ' MASTER RECORDS FAILED EDIT - WITHIN '
                   DELIMITED BY SIZE
                   'TOLERANCE' DELIMITED BY SIZE
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
           STRING 'LOOP1EDT ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1EDT' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1EDT - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
