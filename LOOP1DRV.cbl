      *              CTL-AS-OF-DATE FORWARD PAST LOOP1CAL HOLIDAYS,
      *              SO EVERY PARTITION OF A HOLIDAY-NIGHT RUN IS
      *              STAMPED WITH THE CORRECT BUSINESS DATE.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: RUN-LOCK-REFUSED AND PARTITION-FAILED
      *              AND A RUN-END-RCNN EVENT CARRYING THE RETURN CODE
      *              AS THE PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1DRV.
           SELECT OPTIONAL LOOP1-CAL-FILE  ASSIGN TO "LOOP1CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY LOOP1CAL.

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-STS-FILENAME      PIC X(20)  VALUE 'LOOP1STS'.
           05  WS-LT-TIME       PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.
       01  WS-CURRENT-TIME      PIC 9(8)   VALUE 0.
       01  WS-EVT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EVT-BUS-DATE      PIC 9(08)  VALUE 0.
       01  WS-EVT-PART          PIC 9(04)  VALUE 0.
       01  WS-EVT-SEVERITY      PIC X(01)  VALUE SPACE.
       01  WS-EVT-CODE          PIC X(16)  VALUE SPACES.
       01  WS-EVT-TEXT          PIC X(80)  VALUE SPACES.
       01  WS-EVT-RC            PIC 9(02)  VALUE 0.

       PROCEDURE DIVISION.

           END-IF
           PERFORM WRITE-ROLLUP-REPORT
           MOVE WS-WORST-RC TO RETURN-CODE
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
           WRITE LOOP1-DRV-RPT-LINE

           CLOSE LOOP1-DRV-RPT-FILE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF RUN-LOCK-REFUSED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'RUN-LOCK-REFUSED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'RUN LOCK HELD BY ANOTHER RUN - NO PARTITION '
                   DELIMITED BY SIZE
                   'WAS STARTED' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-WORST-RC NOT < 8 AND NOT RUN-LOCK-REFUSED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'PARTITION-FAILED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'A PARTITION ENDED WITH RETURN CODE '
                   DELIMITED BY SIZE
                   WS-WORST-RC DELIMITED BY SIZE
                   ' - SEE LOOP1 EVENTS' DELIMITED BY SIZE
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
           STRING 'LOOP1DRV ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1DRV' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1DRV - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
