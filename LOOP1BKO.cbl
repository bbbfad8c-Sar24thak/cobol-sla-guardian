      *              (ITS SINGLE PART-0 ENTRY WAS COUNTED AS 1),
      *              MATCHING THE CONVENTION LOOP1EXT ESTABLISHED
      *              WITH THE LEDGER.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: BACKOUT-FAILED AND BACKOUT-APPLIED AND
      *              A RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS
      *              THE PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1BKO.
           SELECT LOOP1-BKR-FILE  ASSIGN TO "LOOP1BKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  LOOP1-BKR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-BKQ-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
           05  WS-TS-DATE       PIC 9(8).
           05  WS-TS-TIME       PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.
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

       READ-BACKOUT-REQUEST.
           WRITE LOOP1-BKR-LINE

           CLOSE LOOP1-BKR-FILE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF BACKOUT-FAILED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'BACKOUT-FAILED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'GENERATION BACKOUT FAILED - NOTHING REVERSED'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF NOT BACKOUT-FAILED
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'BACKOUT-APPLIED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'A GENERATION WAS BACKED OUT - REVERSING '
                   DELIMITED BY SIZE
                   'EXTRACT WRITTEN' DELIMITED BY SIZE
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
           STRING 'LOOP1BKO ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1BKO' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1BKO - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
