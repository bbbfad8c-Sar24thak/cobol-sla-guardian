      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - EVENT FORWARDER FOR THE ENTERPRISE
      *              MONITORING SYSTEM.  EVERY PROGRAM IN THE STREAM
      *              APPENDS STANDARD EVENT RECORDS TO THE SHARED
      *              LOOP1EVT LOG; THIS STEP PICKS UP THE ONES LOGGED
      *              SINCE ITS LAST RUN (THE POSITION IS KEPT ON
      *              LOOP1EVS) AND TURNS THE WARNINGS AND WORSE INTO
      *              THE LOOP1ALR OUTBOUND ALERT FILE.  REPEATS WITHIN
      *              A RUN - THE SAME PROGRAM, EVENT CODE AND BUSINESS
      *              DATE, E.G. ONE PER PARTITION - BECOME ONE ALERT
      *              CARRYING AN OCCURRENCE COUNT.  WHEN THE SAME CODE
      *              RECURS ON CONSECUTIVE NIGHTS (THE NIGHTS BEING THE
      *              BUSINESS DATES THE STREAM HAS LOGGED EVENTS FOR,
      *              SO A NIGHT THE STREAM DID NOT RUN DOES NOT BREAK
      *              A STREAK) EACH NIGHT PAST THE FIRST RAISES THE
      *              ALERT ONE SEVERITY LEVEL, UP TO CRITICAL.
      *              INFORMATIONAL EVENTS STAY ON THE LOG AND ARE NOT
      *              FORWARDED.  RETURN CODE 4 WHEN A TABLE FILLED OR
      *              THE LOG WAS FOUND RESET, ELSE 0 - AN ALERT ITSELF
      *              NEVER FAILS THE STEP.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1EVF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
           SELECT OPTIONAL LOOP1-EVS-FILE  ASSIGN TO "LOOP1EVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVS-STATUS.
           SELECT LOOP1-ALR-FILE  ASSIGN TO "LOOP1ALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       FD  LOOP1-EVS-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVS.

       FD  LOOP1-ALR-FILE
           RECORDING MODE IS F.
       COPY LOOP1ALR.

       WORKING-STORAGE SECTION.
       01  WS-EVS-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-ALR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-EVT-EOF-SW        PIC X      VALUE 'N'.
           88  EVT-EOF                     VALUE 'Y'.
       01  WS-EVS-EOF-SW        PIC X      VALUE 'N'.
           88  EVS-EOF                     VALUE 'Y'.
       01  WS-LOG-RESET-SW      PIC X      VALUE 'N'.
           88  LOG-WAS-RESET               VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-CURRENT-TIME      PIC 9(08)  VALUE 0.
       01  WS-FORWARDED         PIC 9(09)  VALUE 0.
       01  WS-LOG-READ          PIC 9(09)  VALUE 0.
       01  WS-NEW-POSITION      PIC 9(09)  VALUE 0.
       01  WS-NEW-EVENTS        PIC 9(09)  VALUE 0.
       01  WS-INFO-EVENTS       PIC 9(09)  VALUE 0.
       01  WS-ESCALATED         PIC 9(06)  VALUE 0.
       01  WS-BUS-DATE          PIC 9(08)  VALUE 0.
       01  WS-PREV-NIGHT        PIC 9(08)  VALUE 0.
       01  WS-NIGHTS            PIC 9(03)  VALUE 0.
       01  WS-RANK-SEVERITY     PIC X(01)  VALUE SPACE.
       01  WS-RANK              PIC 9(01)  VALUE 0.
       01  WS-OLD-RANK          PIC 9(01)  VALUE 0.
       01  WS-ALERT-RANK        PIC 9(04)  VALUE 0.
      *****************************************************************
      *  ONE ENTRY PER DISTINCT ALERT THIS RUN - PROGRAM, EVENT CODE
      *  AND BUSINESS DATE.  WS-AL-SEVERITY IS THE HIGHEST SEVERITY
      *  LOGGED FOR IT, WS-AL-ALERT-SEV THE ONE AFTER ESCALATION.
      *****************************************************************
       01  WS-ALERT-TABLE.
           05  WS-AL-ENTRY OCCURS 500 TIMES.
               10  WS-AL-PROGRAM    PIC X(08).
               10  WS-AL-CODE       PIC X(16).
               10  WS-AL-BUS-DATE   PIC 9(08).
               10  WS-AL-PART-SEQ   PIC 9(04).
               10  WS-AL-SEVERITY   PIC X(01).
               10  WS-AL-OCCURS     PIC 9(05).
               10  WS-AL-LOGGED-DATE PIC 9(08).
               10  WS-AL-LOGGED-TIME PIC 9(08).
               10  WS-AL-MESSAGE    PIC X(80).
               10  WS-AL-NIGHTS     PIC 9(03).
               10  WS-AL-ALERT-SEV  PIC X(01).
       01  WS-AL-LIMIT          PIC 9(06)  VALUE 500.
       01  WS-AL-COUNT          PIC 9(06)  VALUE 0.
       01  WS-AL-IDX            PIC 9(06)  VALUE 0.
       01  WS-AL-FIND-IDX       PIC 9(06)  VALUE 0.
       01  WS-AL-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-AL-FOUND                 VALUE 'Y'.
       01  WS-AL-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  ALERT-TABLE-OVERFLOWED      VALUE 'Y'.
      *****************************************************************
      *  THE BUSINESS DATES OF THIS RUN'S ALERTS, EACH WITH THE
      *  NEWEST EARLIER DATE ON THE LOG - THE NIGHT BEFORE IT.
      *****************************************************************
       01  WS-NIGHT-TABLE.
           05  WS-NT-ENTRY OCCURS 100 TIMES.
               10  WS-NT-DATE       PIC 9(08).
               10  WS-NT-PREV       PIC 9(08).
       01  WS-NT-LIMIT          PIC 9(04)  VALUE 100.
       01  WS-NT-COUNT          PIC 9(04)  VALUE 0.
       01  WS-NT-IDX            PIC 9(04)  VALUE 0.
       01  WS-NT-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-NT-FOUND                 VALUE 'Y'.
      *****************************************************************
      *  THE LOOP1EVS STREAKS - ONE ENTRY PER PROGRAM AND EVENT CODE.
      *****************************************************************
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-PROGRAM    PIC X(08).
               10  WS-ST-CODE       PIC X(16).
               10  WS-ST-LAST-NIGHT PIC 9(08).
               10  WS-ST-STREAK     PIC 9(03).
       01  WS-ST-LIMIT          PIC 9(06)  VALUE 2000.
       01  WS-ST-COUNT          PIC 9(06)  VALUE 0.
       01  WS-ST-IDX            PIC 9(06)  VALUE 0.
       01  WS-ST-FIND-IDX       PIC 9(06)  VALUE 0.
       01  WS-ST-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-ST-FOUND                 VALUE 'Y'.
       01  WS-ST-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  STATE-TABLE-OVERFLOWED      VALUE 'Y'.
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
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOAD-EVENT-STATE
           PERFORM COLLECT-NEW-EVENTS
           IF WS-LOG-READ < WS-FORWARDED
               DISPLAY 'LOOP1EVF - LOOP1EVT HOLDS ' WS-LOG-READ
                   ' EVENTS BUT ' WS-FORWARDED ' WERE ALREADY '
                   'FORWARDED - THE LOG WAS RESET - FORWARDING IT '
                   'FROM THE START'
               MOVE 'Y' TO WS-LOG-RESET-SW
               MOVE 0 TO WS-FORWARDED
               PERFORM COLLECT-NEW-EVENTS
           END-IF
           IF WS-AL-COUNT > 0
               PERFORM FIND-PREVIOUS-NIGHTS
           END-IF
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               PERFORM ESCALATE-ONE-ALERT
           END-PERFORM
           PERFORM WRITE-ALERT-FILE
           PERFORM REWRITE-EVENT-STATE
           DISPLAY 'LOOP1EVF - ' WS-NEW-EVENTS ' NEW EVENTS, '
               WS-AL-COUNT ' ALERTS, ' WS-ESCALATED ' ESCALATED'
           IF ALERT-TABLE-OVERFLOWED OR STATE-TABLE-OVERFLOWED
               OR LOG-WAS-RESET
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  LOAD-EVENT-STATE - THE FORWARDED POSITION FROM THE LOOP1EVS
      *  HEADER AND THE STREAK OF EVERY CODE ALERTED BEFORE.  NO
      *  STATE FILE MEANS NOTHING HAS BEEN FORWARDED YET.
      *****************************************************************
       LOAD-EVENT-STATE.
           OPEN INPUT LOOP1-EVS-FILE
           PERFORM UNTIL EVS-EOF
               READ LOOP1-EVS-FILE
                   AT END
                       MOVE 'Y' TO WS-EVS-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-STATE-ROW
               END-READ
           END-PERFORM
           CLOSE LOOP1-EVS-FILE.

       LOAD-ONE-STATE-ROW.
           IF EVS-IS-HEADER
               IF EVS-HDR-FORWARDED NUMERIC
                   MOVE EVS-HDR-FORWARDED TO WS-FORWARDED
               END-IF
           END-IF
           IF EVS-IS-CODE
               IF WS-ST-COUNT >= WS-ST-LIMIT
                   IF NOT STATE-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1EVF - LOOP1EVS EXCEEDS '
                           WS-ST-LIMIT ' CODES - STREAKS OF THE '
                           'REST RESTART AT ONE NIGHT'
                   END-IF
                   MOVE 'Y' TO WS-ST-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE EVS-PROGRAM TO WS-ST-PROGRAM (WS-ST-COUNT)
                   MOVE EVS-CODE TO WS-ST-CODE (WS-ST-COUNT)
                   IF EVS-LAST-NIGHT NUMERIC
                       MOVE EVS-LAST-NIGHT
                           TO WS-ST-LAST-NIGHT (WS-ST-COUNT)
                   ELSE
                       MOVE 0 TO WS-ST-LAST-NIGHT (WS-ST-COUNT)
                   END-IF
                   IF EVS-STREAK NUMERIC
                       MOVE EVS-STREAK TO WS-ST-STREAK (WS-ST-COUNT)
                   ELSE
                       MOVE 0 TO WS-ST-STREAK (WS-ST-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  COLLECT-NEW-EVENTS - READ THE WHOLE LOG, SKIP THE EVENTS
      *  ALREADY FORWARDED AND FOLD THE REST INTO THE ALERT TABLE.
      *  IF THE TABLE FILLS, COLLECTION STOPS AT THE LAST EVENT TAKEN
      *  AND THE NEXT RUN PICKS UP FROM THERE, SO NOTHING IS LOST.
      *****************************************************************
       COLLECT-NEW-EVENTS.
           MOVE 0 TO WS-LOG-READ
           MOVE 0 TO WS-NEW-EVENTS
           MOVE 0 TO WS-INFO-EVENTS
           MOVE 0 TO WS-AL-COUNT
           MOVE 0 TO WS-NT-COUNT
           MOVE 'N' TO WS-AL-OVERFLOW-SW
           MOVE 'N' TO WS-EVT-EOF-SW
           OPEN INPUT LOOP1-EVT-FILE
           PERFORM UNTIL EVT-EOF
               READ LOOP1-EVT-FILE
                   AT END
                       MOVE 'Y' TO WS-EVT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       IF WS-LOG-READ > WS-FORWARDED
                           AND NOT ALERT-TABLE-OVERFLOWED
                           PERFORM TAKE-NEW-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOP1-EVT-FILE
           IF NOT ALERT-TABLE-OVERFLOWED
               MOVE WS-LOG-READ TO WS-NEW-POSITION
           END-IF.

       TAKE-NEW-EVENT.
           IF EVT-IS-WARNING OR EVT-IS-ERROR OR EVT-IS-CRITICAL
               IF EVT-BUS-DATE NUMERIC
                   MOVE EVT-BUS-DATE TO WS-BUS-DATE
               ELSE
                   MOVE 0 TO WS-BUS-DATE
               END-IF
               PERFORM FIND-ALERT-ENTRY
               IF WS-AL-FOUND
                   ADD 1 TO WS-NEW-EVENTS
                   PERFORM FOLD-REPEAT-EVENT
               ELSE
                   IF WS-AL-COUNT >= WS-AL-LIMIT
                       DISPLAY 'LOOP1EVF - MORE THAN ' WS-AL-LIMIT
                           ' DISTINCT ALERTS - THE REST ARE LEFT FOR '
                           'THE NEXT RUN'
                       MOVE 'Y' TO WS-AL-OVERFLOW-SW
                       COMPUTE WS-NEW-POSITION = WS-LOG-READ - 1
                   ELSE
                       ADD 1 TO WS-NEW-EVENTS
                       PERFORM ADD-ALERT-ENTRY
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NEW-EVENTS
               ADD 1 TO WS-INFO-EVENTS
           END-IF.

       FIND-ALERT-ENTRY.
           MOVE 'N' TO WS-AL-FOUND-SW
           MOVE 0 TO WS-AL-FIND-IDX
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-AL-FOUND
               IF WS-AL-PROGRAM (WS-AL-IDX) = EVT-PROGRAM
                   AND WS-AL-CODE (WS-AL-IDX) = EVT-CODE
                   AND WS-AL-BUS-DATE (WS-AL-IDX) = WS-BUS-DATE
                   MOVE 'Y' TO WS-AL-FOUND-SW
                   MOVE WS-AL-IDX TO WS-AL-FIND-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FOLD-REPEAT-EVENT - A REPEAT ONLY ADDS TO THE COUNT; IT CAN
      *  RAISE THE ALERT'S BASE SEVERITY, AND A REPEAT FROM ANOTHER
      *  PARTITION MAKES THE ALERT STREAM-WIDE (PARTITION ZERO).
      *****************************************************************
       FOLD-REPEAT-EVENT.
           IF WS-AL-OCCURS (WS-AL-FIND-IDX) < 99999
               ADD 1 TO WS-AL-OCCURS (WS-AL-FIND-IDX)
           END-IF
           IF EVT-PART-SEQ NOT NUMERIC
               MOVE 0 TO WS-AL-PART-SEQ (WS-AL-FIND-IDX)
           ELSE
               IF EVT-PART-SEQ NOT = WS-AL-PART-SEQ (WS-AL-FIND-IDX)
                   MOVE 0 TO WS-AL-PART-SEQ (WS-AL-FIND-IDX)
               END-IF
           END-IF
           MOVE WS-AL-SEVERITY (WS-AL-FIND-IDX) TO WS-RANK-SEVERITY
           PERFORM RANK-SEVERITY
           MOVE WS-RANK TO WS-OLD-RANK
           MOVE EVT-SEVERITY TO WS-RANK-SEVERITY
           PERFORM RANK-SEVERITY
           IF WS-RANK > WS-OLD-RANK
               MOVE EVT-SEVERITY TO WS-AL-SEVERITY (WS-AL-FIND-IDX)
           END-IF.

       ADD-ALERT-ENTRY.
           ADD 1 TO WS-AL-COUNT
           MOVE EVT-PROGRAM TO WS-AL-PROGRAM (WS-AL-COUNT)
           MOVE EVT-CODE TO WS-AL-CODE (WS-AL-COUNT)
           MOVE WS-BUS-DATE TO WS-AL-BUS-DATE (WS-AL-COUNT)
           IF EVT-PART-SEQ NUMERIC
               MOVE EVT-PART-SEQ TO WS-AL-PART-SEQ (WS-AL-COUNT)
           ELSE
               MOVE 0 TO WS-AL-PART-SEQ (WS-AL-COUNT)
           END-IF
           MOVE EVT-SEVERITY TO WS-AL-SEVERITY (WS-AL-COUNT)
           MOVE 1 TO WS-AL-OCCURS (WS-AL-COUNT)
           IF EVT-LOGGED-DATE NUMERIC AND EVT-LOGGED-TIME NUMERIC
               MOVE EVT-LOGGED-DATE TO WS-AL-LOGGED-DATE (WS-AL-COUNT)
               MOVE EVT-LOGGED-TIME TO WS-AL-LOGGED-TIME (WS-AL-COUNT)
           ELSE
               MOVE 0 TO WS-AL-LOGGED-DATE (WS-AL-COUNT)
               MOVE 0 TO WS-AL-LOGGED-TIME (WS-AL-COUNT)
           END-IF
           MOVE EVT-MESSAGE TO WS-AL-MESSAGE (WS-AL-COUNT)
           MOVE 1 TO WS-AL-NIGHTS (WS-AL-COUNT)
           MOVE EVT-SEVERITY TO WS-AL-ALERT-SEV (WS-AL-COUNT)
           PERFORM NOTE-ALERT-NIGHT.

       NOTE-ALERT-NIGHT.
           MOVE 'N' TO WS-NT-FOUND-SW
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT OR WS-NT-FOUND
               IF WS-NT-DATE (WS-NT-IDX) = WS-BUS-DATE
                   MOVE 'Y' TO WS-NT-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-NT-FOUND AND WS-NT-COUNT < WS-NT-LIMIT
               ADD 1 TO WS-NT-COUNT
               MOVE WS-BUS-DATE TO WS-NT-DATE (WS-NT-COUNT)
               MOVE 0 TO WS-NT-PREV (WS-NT-COUNT)
           END-IF.

      *****************************************************************
      *  RANK-SEVERITY - WARNING 1, ERROR 2, CRITICAL 3, ANYTHING
      *  ELSE 0, FOR WS-RANK-SEVERITY.
      *****************************************************************
       RANK-SEVERITY.
           EVALUATE WS-RANK-SEVERITY
               WHEN 'W'
                   MOVE 1 TO WS-RANK
               WHEN 'E'
                   MOVE 2 TO WS-RANK
               WHEN 'C'
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

      *****************************************************************
      *  FIND-PREVIOUS-NIGHTS - SECOND PASS OVER THE WHOLE LOG.  FOR
      *  EACH ALERT DATE, THE NIGHT BEFORE IS THE NEWEST EARLIER
      *  BUSINESS DATE ANY PROGRAM LOGGED AN EVENT FOR - EVERY STEP
      *  LOGS ITS RUN-END EVENT, SO THAT IS THE STREAM'S LAST NIGHT.
      *****************************************************************
       FIND-PREVIOUS-NIGHTS.
           MOVE 'N' TO WS-EVT-EOF-SW
           OPEN INPUT LOOP1-EVT-FILE
           PERFORM UNTIL EVT-EOF
               READ LOOP1-EVT-FILE
                   AT END
                       MOVE 'Y' TO WS-EVT-EOF-SW
                   NOT AT END
                       IF EVT-BUS-DATE NUMERIC
                           PERFORM NOTE-EARLIER-NIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOP1-EVT-FILE.

       NOTE-EARLIER-NIGHT.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT
               IF EVT-BUS-DATE < WS-NT-DATE (WS-NT-IDX)
                   AND EVT-BUS-DATE > WS-NT-PREV (WS-NT-IDX)
                   MOVE EVT-BUS-DATE TO WS-NT-PREV (WS-NT-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ESCALATE-ONE-ALERT - CARRY THE CODE'S STREAK FORWARD.  THE
      *  CODE LAST ALERTED ON THE NIGHT BEFORE EXTENDS ITS STREAK BY
      *  ONE NIGHT; ALERTED ALREADY FOR THIS SAME NIGHT (A RERUN)
      *  KEEPS IT; ANYTHING ELSE STARTS A NEW STREAK AT ONE.  AN
      *  EVENT FOR AN OLDER NIGHT THAN THE STREAK'S LAST IS ALERTED
      *  AS A FIRST NIGHT AND LEAVES THE STREAK ALONE.  EACH NIGHT
      *  PAST THE FIRST RAISES THE SEVERITY ONE LEVEL, UP TO C.
      *****************************************************************
       ESCALATE-ONE-ALERT.
           MOVE 0 TO WS-PREV-NIGHT
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT
               IF WS-NT-DATE (WS-NT-IDX) = WS-AL-BUS-DATE (WS-AL-IDX)
                   MOVE WS-NT-PREV (WS-NT-IDX) TO WS-PREV-NIGHT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ST-FOUND-SW
           MOVE 0 TO WS-ST-FIND-IDX
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND
               IF WS-ST-PROGRAM (WS-ST-IDX) = WS-AL-PROGRAM (WS-AL-IDX)
                   AND WS-ST-CODE (WS-ST-IDX) = WS-AL-CODE (WS-AL-IDX)
                   MOVE 'Y' TO WS-ST-FOUND-SW
                   MOVE WS-ST-IDX TO WS-ST-FIND-IDX
               END-IF
           END-PERFORM
           MOVE 1 TO WS-NIGHTS
           IF WS-ST-FOUND
               IF WS-ST-LAST-NIGHT (WS-ST-FIND-IDX) =
                   WS-AL-BUS-DATE (WS-AL-IDX)
                   IF WS-ST-STREAK (WS-ST-FIND-IDX) > 0
                       MOVE WS-ST-STREAK (WS-ST-FIND-IDX) TO WS-NIGHTS
                   END-IF
               ELSE
                   IF WS-ST-LAST-NIGHT (WS-ST-FIND-IDX) =
                       WS-PREV-NIGHT AND WS-PREV-NIGHT > 0
                       IF WS-ST-STREAK (WS-ST-FIND-IDX) < 999
                           COMPUTE WS-NIGHTS =
                               WS-ST-STREAK (WS-ST-FIND-IDX) + 1
                       ELSE
                           MOVE 999 TO WS-NIGHTS
                       END-IF
                   END-IF
               END-IF
               IF WS-ST-LAST-NIGHT (WS-ST-FIND-IDX) NOT >
                   WS-AL-BUS-DATE (WS-AL-IDX)
                   MOVE WS-AL-BUS-DATE (WS-AL-IDX)
                       TO WS-ST-LAST-NIGHT (WS-ST-FIND-IDX)
                   MOVE WS-NIGHTS TO WS-ST-STREAK (WS-ST-FIND-IDX)
               END-IF
           ELSE
               IF WS-ST-COUNT >= WS-ST-LIMIT
                   IF NOT STATE-TABLE-OVERFLOWED
                       DISPLAY 'LOOP1EVF - MORE THAN ' WS-ST-LIMIT
                           ' CODES TO TRACK - STREAKS OF THE REST ARE '
                           'NOT KEPT'
                   END-IF
                   MOVE 'Y' TO WS-ST-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-AL-PROGRAM (WS-AL-IDX)
                       TO WS-ST-PROGRAM (WS-ST-COUNT)
                   MOVE WS-AL-CODE (WS-AL-IDX)
                       TO WS-ST-CODE (WS-ST-COUNT)
                   MOVE WS-AL-BUS-DATE (WS-AL-IDX)
                       TO WS-ST-LAST-NIGHT (WS-ST-COUNT)
                   MOVE 1 TO WS-ST-STREAK (WS-ST-COUNT)
               END-IF
           END-IF
           MOVE WS-NIGHTS TO WS-AL-NIGHTS (WS-AL-IDX)
           MOVE WS-AL-SEVERITY (WS-AL-IDX) TO WS-RANK-SEVERITY
           PERFORM RANK-SEVERITY
           COMPUTE WS-ALERT-RANK = WS-RANK + WS-NIGHTS - 1
           IF WS-ALERT-RANK > 3
               MOVE 3 TO WS-ALERT-RANK
           END-IF
           IF WS-ALERT-RANK > WS-RANK
               ADD 1 TO WS-ESCALATED
           END-IF
           EVALUATE WS-ALERT-RANK
               WHEN 1
                   MOVE 'W' TO WS-AL-ALERT-SEV (WS-AL-IDX)
               WHEN 2
                   MOVE 'E' TO WS-AL-ALERT-SEV (WS-AL-IDX)
               WHEN OTHER
                   MOVE 'C' TO WS-AL-ALERT-SEV (WS-AL-IDX)
           END-EVALUATE.

      *****************************************************************
      *  WRITE-ALERT-FILE - HEADER, ONE DETAIL PER ALERT, TRAILER.
      *  WRITTEN EVERY RUN, EMPTY OR NOT, SO THE MONITORING SIDE CAN
      *  TELL A QUIET NIGHT FROM A MISSING FEED.
      *****************************************************************
       WRITE-ALERT-FILE.
           OPEN OUTPUT LOOP1-ALR-FILE
           MOVE SPACES TO LOOP1-ALERT-RECORD
           MOVE '1' TO ALR-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO ALR-HDR-CREATED-DATE
           MOVE WS-CURRENT-TIME TO ALR-HDR-CREATED-TIME
           MOVE 'LOOP1EVF' TO ALR-HDR-SOURCE
           MOVE 'LOOP1' TO ALR-HDR-SYSTEM
           WRITE LOOP1-ALERT-RECORD
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               PERFORM WRITE-ONE-ALERT
           END-PERFORM
           MOVE SPACES TO LOOP1-ALERT-RECORD
           MOVE '9' TO ALR-RECORD-TYPE
           MOVE WS-AL-COUNT TO ALR-TRL-ALERT-COUNT
           MOVE WS-NEW-EVENTS TO ALR-TRL-EVENTS-READ
           WRITE LOOP1-ALERT-RECORD
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'LOOP1EVF - ALERT FILE WRITE FAILED - STATUS '
                   WS-ALR-STATUS
           END-IF
           CLOSE LOOP1-ALR-FILE.

       WRITE-ONE-ALERT.
           MOVE SPACES TO LOOP1-ALERT-RECORD
           MOVE '2' TO ALR-RECORD-TYPE
           EVALUATE WS-AL-ALERT-SEV (WS-AL-IDX)
               WHEN 'W'
                   MOVE 'WARNING' TO ALR-DTL-SEVERITY
               WHEN 'E'
                   MOVE 'MAJOR' TO ALR-DTL-SEVERITY
               WHEN OTHER
                   MOVE 'CRITICAL' TO ALR-DTL-SEVERITY
           END-EVALUATE
           MOVE WS-AL-SEVERITY (WS-AL-IDX) TO ALR-DTL-BASE-SEVERITY
           IF WS-AL-ALERT-SEV (WS-AL-IDX) = WS-AL-SEVERITY (WS-AL-IDX)
               MOVE 'N' TO ALR-DTL-ESCALATED
           ELSE
               MOVE 'Y' TO ALR-DTL-ESCALATED
           END-IF
           MOVE WS-AL-NIGHTS (WS-AL-IDX) TO ALR-DTL-NIGHTS
           MOVE WS-AL-OCCURS (WS-AL-IDX) TO ALR-DTL-OCCURRENCES
           MOVE WS-AL-PROGRAM (WS-AL-IDX) TO ALR-DTL-PROGRAM
           MOVE WS-AL-PART-SEQ (WS-AL-IDX) TO ALR-DTL-PART-SEQ
           MOVE WS-AL-BUS-DATE (WS-AL-IDX) TO ALR-DTL-BUS-DATE
           MOVE WS-AL-CODE (WS-AL-IDX) TO ALR-DTL-CODE
           MOVE WS-AL-LOGGED-DATE (WS-AL-IDX) TO ALR-DTL-LOGGED-DATE
           MOVE WS-AL-LOGGED-TIME (WS-AL-IDX) TO ALR-DTL-LOGGED-TIME
           MOVE WS-AL-MESSAGE (WS-AL-IDX) TO ALR-DTL-MESSAGE
           WRITE LOOP1-ALERT-RECORD.

      *****************************************************************
      *  REWRITE-EVENT-STATE - THE NEW FORWARDED POSITION AND EVERY
      *  CODE'S STREAK, FOR THE NEXT RUN.
      *****************************************************************
       REWRITE-EVENT-STATE.
           OPEN OUTPUT LOOP1-EVS-FILE
           MOVE SPACES TO LOOP1-EVENT-STATE-RECORD
           MOVE 'H' TO EVS-RECORD-TYPE
           MOVE WS-NEW-POSITION TO EVS-HDR-FORWARDED
           MOVE WS-CURRENT-DATE TO EVS-HDR-RUN-DATE
           MOVE WS-CURRENT-TIME TO EVS-HDR-RUN-TIME
           WRITE LOOP1-EVENT-STATE-RECORD
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE SPACES TO LOOP1-EVENT-STATE-RECORD
               MOVE 'C' TO EVS-RECORD-TYPE
               MOVE WS-ST-PROGRAM (WS-ST-IDX) TO EVS-PROGRAM
               MOVE WS-ST-CODE (WS-ST-IDX) TO EVS-CODE
               MOVE WS-ST-LAST-NIGHT (WS-ST-IDX) TO EVS-LAST-NIGHT
               MOVE WS-ST-STREAK (WS-ST-IDX) TO EVS-STREAK
               WRITE LOOP1-EVENT-STATE-RECORD
           END-PERFORM
           IF WS-EVS-STATUS NOT = '00'
               DISPLAY 'LOOP1EVF - STATE FILE WRITE FAILED - STATUS '
                   WS-EVS-STATUS
           END-IF
           CLOSE LOOP1-EVS-FILE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.  THIS STEP'S OWN EVENTS ARE
      *  LOGGED AFTER THE NEW POSITION, SO THE NEXT RUN FORWARDS
      *  THEM.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF ALERT-TABLE-OVERFLOWED
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'ALERT-TABLE-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MORE THAN ' DELIMITED BY SIZE
                   WS-AL-LIMIT DELIMITED BY SIZE
                   ' DISTINCT ALERTS - THE REST LEFT FOR THE NEXT RUN'
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF STATE-TABLE-OVERFLOWED
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'STATE-TABLE-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MORE THAN ' DELIMITED BY SIZE
                   WS-ST-LIMIT DELIMITED BY SIZE
                   ' CODES TO TRACK - SOME STREAKS NOT KEPT'
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF LOG-WAS-RESET
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'LOG-RESET' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'LOOP1EVT WAS SHORTER THAN THE FORWARDED '
                   'POSITION - FORWARDED FROM THE START'
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
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
           STRING 'LOOP1EVF ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1EVF' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1EVF - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
