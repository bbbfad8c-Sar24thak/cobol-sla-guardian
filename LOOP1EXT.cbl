      *              SCHEDULER HOLDS THE TRANSMISSION INSTEAD OF THE
      *              LEDGER RECEIVING A SHORT FEED WHOSE HEADER AND
      *              TRAILER CONTROLS ALL VERIFY.
      *  2026-10-15  STEP CONTROL - APPENDS AN XTR RECORD TO LOOP1SCF
      *              UNDER THE HEADER'S BUSINESS DATE: ACC DETAILS
      *              READ AND THEIR SUM (MODULO 10**18, LIKE THE
      *              HASH) AGAINST THE TRAILER COUNT AND HASH, WITH
      *              DETAILS THAT FAILED TO WRITE AS REJECTS, FOR
      *              LOOP1BAL TO BALANCE.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: ACC-MISSING AND PARTIAL-GEN AND A
      *              RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS THE
      *              PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1EXT.
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
       01  WS-XTR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SCF-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-EOF-SW        PIC X      VALUE 'N'.
           88  CAT-EOF                     VALUE 'Y'.
       01  WS-ACC-FILENAME      PIC X(20)  VALUE 'LOOP1ACC'.
       01  WS-DETAIL-COUNT      PIC 9(09)  VALUE 0.
       01  WS-HASH-TOTAL        PIC 9(18)  VALUE 0.
       01  WS-HASH-WORK         PIC 9(19)  VALUE 0.
       01  WS-READ-COUNT        PIC 9(09)  VALUE 0.
       01  WS-READ-HASH         PIC 9(18)  VALUE 0.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-CURRENT-TIME      PIC 9(08)  VALUE 0.
       01  WS-HDR-RUN-DATE      PIC 9(08)  VALUE 0.
       01  WS-HDR-RUN-MODE      PIC X(01)  VALUE 'F'.
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
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF-SW
                       NOT AT END
                           PERFORM ACCUMULATE-READ-HASH
                           PERFORM WRITE-EXTRACT-DETAIL
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-HASH-WORK TO WS-HASH-TOTAL.

       ACCUMULATE-READ-HASH.
           ADD 1 TO WS-READ-COUNT
           COMPUTE WS-HASH-WORK =
               WS-READ-HASH + ACC-CONTRIBUTION
           IF WS-HASH-WORK >= 1000000000000000000
               SUBTRACT 1000000000000000000 FROM WS-HASH-WORK
           END-IF
           MOVE WS-HASH-WORK TO WS-READ-HASH.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO LOOP1-EXTRACT-RECORD
           MOVE '9' TO XTR-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO XTR-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO XTR-TRL-HASH-TOTAL
           WRITE LOOP1-EXTRACT-RECORD.

      *****************************************************************
      *  WRITE-STEP-CONTROL APPENDS THE XTR CONTROL POINT TO LOOP1SCF
      *  UNDER THE HEADER'S BUSINESS DATE - THE ACC DETAILS READ
      *  AGAINST THE DETAILS THE TRAILER CLAIMS, SO LOOP1BAL CAN PROVE
      *  THE ACC-TO-EXTRACT HANDOFF.
      *****************************************************************
       WRITE-STEP-CONTROL.
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND LOOP1-SCF-FILE
           IF WS-SCF-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-SCF-FILE
           END-IF
           MOVE ZEROS TO LOOP1-STEP-CONTROL-RECORD
           MOVE WS-HDR-RUN-DATE TO SCF-BUS-DATE
           MOVE 'LOOP1EXT' TO SCF-PROGRAM
           MOVE 'XTR' TO SCF-CONTROL-POINT
           MOVE CTL-PART-SEQ TO SCF-PART-SEQ
           MOVE WS-HDR-RUN-MODE TO SCF-RUN-MODE
           MOVE WS-CURRENT-DATE TO SCF-LOGGED-DATE
           MOVE WS-CURRENT-TIME TO SCF-LOGGED-TIME
           MOVE RETURN-CODE TO SCF-RETURN-CODE
           MOVE WS-READ-COUNT TO SCF-IN-COUNT
           MOVE WS-READ-HASH TO SCF-IN-AMOUNT
           MOVE WS-DETAIL-COUNT TO SCF-OUT-COUNT
           MOVE WS-HASH-TOTAL TO SCF-OUT-AMOUNT
           COMPUTE SCF-REJECT-COUNT = WS-READ-COUNT - WS-DETAIL-COUNT
           IF WS-READ-HASH >= WS-HASH-TOTAL
               COMPUTE SCF-REJECT-AMOUNT =
                   WS-READ-HASH - WS-HASH-TOTAL
           ELSE
               COMPUTE SCF-REJECT-AMOUNT =
                   WS-READ-HASH + 1000000000000000000 - WS-HASH-TOTAL
           END-IF
           WRITE LOOP1-STEP-CONTROL-RECORD
           IF WS-SCF-STATUS NOT = '00'
               DISPLAY 'LOOP1EXT - STEP CONTROL WRITE FAILED - STATUS '
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
           IF A-FILE-WAS-MISSING
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'ACC-MISSING' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'AN ACC GENERATION FILE WAS MISSING - THE '
                   DELIMITED BY SIZE
                   'EXTRACT IS INCOMPLETE' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF A-GEN-WAS-PARTIAL
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'PARTIAL-GEN' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'THE NEWEST ACC GENERATION IS PARTIAL - THE '
                   DELIMITED BY SIZE
                   'EXTRACT MUST NOT BE SENT' DELIMITED BY SIZE
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
           STRING 'LOOP1EXT ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1EXT' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1EXT - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
