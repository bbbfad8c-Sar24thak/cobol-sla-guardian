      *              ACK TO THE RIGHT BUSINESS DATE (ACCOUNT IDS
      *              REPEAT NIGHT TO NIGHT, SO DETAIL MATCHING
      *              CANNOT TELL GENERATIONS APART).
      *  2026-10-15  STEP CONTROL - APPENDS AN AKN RECORD TO LOOP1SCF
      *              UNDER THE TRANSMITTED GENERATION'S BUSINESS DATE:
      *              DETAILS SENT AND THE SENT HASH AGAINST DETAILS
      *              POSTED AND THE LEDGER'S HASH, WITH LEDGER
      *              REJECTS AND UNACKNOWLEDGED DETAILS, FOR LOOP1BAL
      *              TO BALANCE.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: HASH-MISMATCH, COUNT-MISMATCH,
      *              FEED-HELD, LEDGER-REJECTS, UNACKED, ACC-MISSING AND
      *              SENT-TABLE-FULL AND A RUN-END-RCNN EVENT CARRYING
      *              THE RETURN CODE AS THE PROGRAM ENDS.
      *  2026-10-15  THE AKN STEP-CONTROL RECORD CARRIES PARTITION 0
      *              WHEN CTL-PART-SEQ IS NOT NUMERIC, AS LOOP1EDT AND
      *              LOOP1EXT ALREADY DO.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1ACK.
           SELECT OPTIONAL LOOP1-CAT-FILE  ASSIGN TO "LOOP1CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
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

       FD  LOOP1-SCF-FILE
           RECORDING MODE IS F.
       COPY LOOP1SCF.

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-ACC-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-AKN-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-AKR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-EOF-SW        PIC X      VALUE 'N'.
           88  CAT-EOF                     VALUE 'Y'.
       01  WS-ACC-FILENAME      PIC X(20)  VALUE 'LOOP1ACC'.
       01  WS-REJECTED-COUNT    PIC 9(09)  VALUE 0.
       01  WS-UNACKED-COUNT     PIC 9(09)  VALUE 0.
       01  WS-UNKNOWN-COUNT     PIC 9(09)  VALUE 0.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-CURRENT-TIME      PIC 9(08)  VALUE 0.
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
           PERFORM WRITE-STEP-CONTROL
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
                   'EXTRACT' DELIMITED BY SIZE INTO LOOP1-AKR-LINE
           END-IF
           WRITE LOOP1-AKR-LINE.

      *****************************************************************
      *  WRITE-STEP-CONTROL APPENDS THE AKN CONTROL POINT TO LOOP1SCF
      *  UNDER THE BUSINESS DATE OF THE GENERATION THAT WAS SENT (THE
      *  SYSTEM DATE ONLY WITH NO CATALOG), SO LOOP1BAL CAN PROVE THE
      *  EXTRACT-TO-LEDGER HANDOFF FOR THAT NIGHT.
      *****************************************************************
       WRITE-STEP-CONTROL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND LOOP1-SCF-FILE
           IF WS-SCF-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-SCF-FILE
           END-IF
           MOVE ZEROS TO LOOP1-STEP-CONTROL-RECORD
           IF WS-HDR-RUN-DATE = 0
               MOVE WS-CURRENT-DATE TO SCF-BUS-DATE
           ELSE
               MOVE WS-HDR-RUN-DATE TO SCF-BUS-DATE
           END-IF
           MOVE 'LOOP1ACK' TO SCF-PROGRAM
           MOVE 'AKN' TO SCF-CONTROL-POINT
           IF CTL-PART-SEQ NUMERIC
               MOVE CTL-PART-SEQ TO SCF-PART-SEQ
           ELSE
               MOVE 0 TO SCF-PART-SEQ
           END-IF
           MOVE SPACE TO SCF-RUN-MODE
           MOVE WS-CURRENT-DATE TO SCF-LOGGED-DATE
           MOVE WS-CURRENT-TIME TO SCF-LOGGED-TIME
           MOVE RETURN-CODE TO SCF-RETURN-CODE
           MOVE WS-SENT-COUNT TO SCF-IN-COUNT
           MOVE WS-SENT-HASH TO SCF-IN-AMOUNT
           MOVE WS-POSTED-COUNT TO SCF-OUT-COUNT
           MOVE WS-ACK-HASH TO SCF-OUT-AMOUNT
           MOVE WS-REJECTED-COUNT TO SCF-REJECT-COUNT
           MOVE WS-UNACKED-COUNT TO SCF-SKIP-COUNT
           WRITE LOOP1-STEP-CONTROL-RECORD
           IF WS-SCF-STATUS NOT = '00'
               DISPLAY 'LOOP1ACK - STEP CONTROL WRITE FAILED - STATUS '
                   WS-SCF-STATUS
           END-IF
           CLOSE LOOP1-SCF-FILE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-HDR-RUN-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF ACK-TRAILER-SEEN AND WS-ACK-HASH NOT = WS-SENT-HASH
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'HASH-MISMATCH' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'LEDGER HASH ' DELIMITED BY SIZE
                   WS-ACK-HASH DELIMITED BY SIZE
                   ' NOT = SENT HASH ' DELIMITED BY SIZE
                   WS-SENT-HASH DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF ACK-TRAILER-SEEN
               AND WS-ACK-RECEIVED NOT = WS-SENT-COUNT
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'COUNT-MISMATCH' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'LEDGER RECEIVED ' DELIMITED BY SIZE
                   WS-ACK-RECEIVED DELIMITED BY SIZE
                   ' DETAILS BUT ' DELIMITED BY SIZE
                   WS-SENT-COUNT DELIMITED BY SIZE
                   ' WERE SENT' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF FEED-MUST-BE-HELD
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'FEED-HELD' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'LEDGER FEED MUST BE HELD - SEE LOOP1AKR'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-REJECTED-COUNT > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'LEDGER-REJECTS' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                   ' DETAILS REJECTED BY THE LEDGER' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-UNACKED-COUNT > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'UNACKED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-UNACKED-COUNT DELIMITED BY SIZE
                   ' TRANSMITTED DETAILS NEVER ACKNOWLEDGED'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF A-FILE-WAS-MISSING
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'ACC-MISSING' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'AN ACC GENERATION FILE WAS MISSING - WHAT WAS '
                   DELIMITED BY SIZE
                   'SENT CANNOT BE REBUILT' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF SENT-TABLE-OVERFLOWED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'SENT-TABLE-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MORE DETAILS SENT THAN THE SENT TABLE HOLDS'
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
           STRING 'LOOP1ACK ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1ACK' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1ACK - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
