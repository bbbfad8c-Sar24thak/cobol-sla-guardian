      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - CHECKER STEP FOR WORKLOAD-MASTER
      *              MAINTENANCE.  LOOP1WMM PARKS ON LOOP1PND ANY
      *              TRANSACTION THAT MOVES A WEIGHT BY MORE THAN THE
      *              KEYING USER'S LOOP1UAT LIMIT OR TOUCHES A COST
      *              CENTER OUTSIDE THEIR AUTHORITY.  THIS STEP READS
      *              THE CHECKERS' LOOP1APV DECISIONS AGAINST IT:
      *              AN APPROVAL BY A DIFFERENT USER HOLDING
      *              UAT-CAN-APPROVE ON THE ITEM'S COST CENTER(S) IS
      *              RELEASED AS A TRANSACTION IN THE WLDMTXN LAYOUT
      *              (APPROVER ID FILLED IN) ON LOOP1APT, WHICH
      *              LOOP1WMM READS AFTER WLDMTXN SO THE CHANGE
      *              GOES THROUGH THE NORMAL EDITS AND THE LOOP1WMA
      *              AUDIT WITH BOTH USER IDS - THE SAME ROUTE
      *              LOOP1RCY USES FOR ITS CORRECTIONS.  A DECLINE
      *              DROPS THE ITEM.  AN ITEM UNDECIDED FOR MORE
      *              THAN CTL-APPROVAL-DAYS DAYS AGES OUT ONTO THE
      *              LOOP1APX EXCEPTIONS REPORT AND IS DROPPED, AS IS
      *              EVERY DECISION THAT COULD NOT BE ACTED ON.
      *              LOOP1PND IS REWRITTEN WITH WHAT IS STILL
      *              WAITING AND LOOP1APL LOGS EVERY OUTCOME.
      *              RETURN CODE 0 = CLEAN, 4 = EXCEPTIONS REPORTED,
      *              8 = LOOP1PND COULD NOT BE WORKED (LEFT AS IT WAS).
      *  2026-10-15  A PARKED ITEM NOW CARRIES ITS FUTURE TRANSACTION
      *              DATE AND ACCOUNT END DATE, AND BOTH ARE RELEASED
      *              ON LOOP1APT WITH THE REST OF THE TRANSACTION - A
      *              FUTURE-DATED ITEM APPROVED EARLY IS THEN HELD BY
      *              LOOP1WMM UNTIL ITS DATE LIKE ANY OTHER.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: APPROVAL-ABORTED, AGED-OUT AND
      *              BAD-DECISIONS AND A RUN-END-RCNN EVENT CARRYING THE
      *              RETURN CODE AS THE PROGRAM ENDS.
      *  2026-10-15  LOOP1APT IS EMPTIED AS THE RUN STARTS, SO A RUN
      *              THAT STOPS BEFORE WORKING LOOP1PND NO LONGER
      *              LEAVES LAST NIGHT'S RELEASES TO BE STAGED AGAIN.
      *              RELEASED ITEMS ARE MARKED TXN-SOURCE 'A', THE
      *              ONLY WAY LOOP1WMM NOW ACCEPTS AN APPROVER ID.
      *  2026-10-15  LOOP1WMM NOW READS LOOP1APT ITSELF AND EMPTIES IT
      *              ONCE APPLIED, SO IT IS NO LONGER EMPTIED HERE.  A
      *              RUN THAT FINDS LOOP1APT STILL HOLDING RELEASES
      *              LOOP1WMM HAS NOT APPLIED STOPS WITH LOOP1PND AND
      *              LOOP1APT AS THEY WERE, AND A RUN THAT ABORTS
      *              PART-WAY THROUGH THE RELEASES EMPTIES LOOP1APT, AS
      *              THE ITEMS ARE STILL ON LOOP1PND FOR THE RERUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1APR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-PND-FILE  ASSIGN TO "LOOP1PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL LOOP1-APV-FILE  ASSIGN TO "LOOP1APV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-STATUS.
           SELECT OPTIONAL LOOP1-UAT-FILE  ASSIGN TO "LOOP1UAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UAT-STATUS.
           SELECT LOOP1-APT-FILE  ASSIGN TO "LOOP1APT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APT-STATUS.
           SELECT LOOP1-APL-FILE  ASSIGN TO "LOOP1APL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT LOOP1-APX-FILE  ASSIGN TO "LOOP1APX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APX-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  LOOP1-PND-FILE
           RECORDING MODE IS F.
       COPY LOOP1PND.

       FD  LOOP1-APV-FILE
           RECORDING MODE IS F.
       COPY LOOP1APV.

       FD  LOOP1-UAT-FILE
           RECORDING MODE IS F.
       COPY LOOP1UAT.

       FD  LOOP1-APT-FILE
           RECORDING MODE IS F.
       COPY LOOP1WMT.

       FD  LOOP1-APL-FILE
           RECORDING MODE IS F.
       01  LOOP1-APL-LINE           PIC X(132).

       FD  LOOP1-APX-FILE
           RECORDING MODE IS F.
       01  LOOP1-APX-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PND-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-APV-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-UAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-APT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-APT-WAITING-SW    PIC X      VALUE 'N'.
           88  RELEASES-NOT-APPLIED        VALUE 'Y'.
       01  WS-APL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-APX-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PND-EOF-SW        PIC X      VALUE 'N'.
           88  PND-EOF                     VALUE 'Y'.
       01  WS-APV-EOF-SW        PIC X      VALUE 'N'.
           88  APV-EOF                     VALUE 'Y'.
       01  WS-UAT-EOF-SW        PIC X      VALUE 'N'.
           88  UAT-EOF                     VALUE 'Y'.
       01  WS-ABORT-SW          PIC X      VALUE 'N'.
           88  APPROVAL-ABORTED            VALUE 'Y'.
       01  WS-UA-LOADED-SW      PIC X      VALUE 'N'.
           88  USER-AUTH-LOADED            VALUE 'Y'.
      *****************************************************************
      *  THE PENDING TABLE HOLDS LOOP1PND AS READ, ONE WHOLE RECORD
      *  IMAGE PER ENTRY (SIZED TO THE LOOP1PND LAYOUT), WITH A KEEP
      *  SWITCH SAYING WHETHER THE ITEM IS WRITTEN BACK.
      *****************************************************************
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-IMAGE      PIC X(125).
               10  WS-PT-KEEP-SW    PIC X(01).
       01  WS-PT-LIMIT          PIC 9(04)  VALUE 2000.
       01  WS-PT-COUNT          PIC 9(04)  VALUE 0.
       01  WS-PT-IDX            PIC 9(04)  VALUE 0.
      *****************************************************************
      *  THE DECISION TABLE HOLDS LOOP1APV.  THE FIRST DECISION FOR
      *  AN ITEM IS THE ONE ACTED ON; A SECOND IS AN EXCEPTION.
      *****************************************************************
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 2000 TIMES.
               10  WS-DC-ITEM       PIC X(20).
               10  WS-DC-DECISION   PIC X(01).
               10  WS-DC-USER       PIC X(08).
               10  WS-DC-USED-SW    PIC X(01).
       01  WS-DC-LIMIT          PIC 9(04)  VALUE 2000.
       01  WS-DC-COUNT          PIC 9(04)  VALUE 0.
       01  WS-DC-IDX            PIC 9(04)  VALUE 0.
       01  WS-DC-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-DC-FOUND                 VALUE 'Y'.
      *****************************************************************
      *  USER-AUTHORITY TABLE - SAME SHAPE AND LOOKUP AS LOOP1WMM'S.
      *****************************************************************
       01  WS-UA-TABLE.
           05  WS-UA-ENTRY OCCURS 500 TIMES.
               10  WS-UA-USER       PIC X(08).
               10  WS-UA-CC         PIC X(06).
               10  WS-UA-MAX-CHG    PIC 9(06).
               10  WS-UA-APPROVER   PIC X(01).
       01  WS-UA-LIMIT          PIC 9(03)  VALUE 500.
       01  WS-UA-COUNT          PIC 9(03)  VALUE 0.
       01  WS-UA-IDX            PIC 9(03)  VALUE 0.
       01  WS-UA-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-UA-FOUND                 VALUE 'Y'.
       01  WS-AUTH-USER         PIC X(08)  VALUE SPACES.
       01  WS-AUTH-CC           PIC X(06)  VALUE SPACES.
       01  WS-AUTH-MATCH-CC     PIC X(06)  VALUE SPACES.
       01  WS-DECISION-OK-SW    PIC X      VALUE 'N'.
           88  DECISION-OK                 VALUE 'Y'.
       01  WS-EXCEPTION-TEXT    PIC X(34)  VALUE SPACES.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-TODAY-SERIAL      PIC 9(09)  VALUE 0.
       01  WS-PARKED-SERIAL     PIC 9(09)  VALUE 0.
       01  WS-DAYS-WAITING      PIC 9(05)  VALUE 0.
       01  WS-SERIAL-DATE       PIC 9(08)  VALUE 0.
       01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE.
           05  WS-SD-YYYY       PIC 9(04).
           05  WS-SD-MM         PIC 9(02).
           05  WS-SD-DD         PIC 9(02).
       01  WS-SERIAL-OUT        PIC 9(09)  VALUE 0.
       01  WS-LEAP-WORK         PIC 9(04)  VALUE 0.
       01  WS-LEAP-REM          PIC 9(04)  VALUE 0.
       01  WS-YEAR-PRIOR        PIC 9(04)  VALUE 0.
       01  WS-QUOT-4            PIC 9(04)  VALUE 0.
       01  WS-QUOT-100          PIC 9(04)  VALUE 0.
       01  WS-QUOT-400          PIC 9(04)  VALUE 0.
       01  WS-CUMDAY-VALUES.
           05  FILLER           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-CUMDAY-TABLE REDEFINES WS-CUMDAY-VALUES.
           05  WS-CUMDAY-ENTRY  PIC 9(03)  OCCURS 12 TIMES.
       01  WS-PENDING-IN        PIC 9(04)  VALUE 0.
       01  WS-DECISIONS-READ    PIC 9(04)  VALUE 0.
       01  WS-APPROVED-COUNT    PIC 9(04)  VALUE 0.
       01  WS-DECLINED-COUNT    PIC 9(04)  VALUE 0.
       01  WS-AGED-OUT-COUNT    PIC 9(04)  VALUE 0.
       01  WS-BAD-DECISIONS     PIC 9(04)  VALUE 0.
       01  WS-STILL-WAITING     PIC 9(04)  VALUE 0.
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
           MOVE CTL-AS-OF-DATE TO WS-SERIAL-DATE
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL
           OPEN OUTPUT LOOP1-APL-FILE
           OPEN OUTPUT LOOP1-APX-FILE
           MOVE SPACES TO LOOP1-APL-LINE
           STRING 'LOOP1APR MAINTENANCE APPROVAL LOG - '
               DELIMITED BY SIZE
               CTL-AS-OF-DATE DELIMITED BY SIZE
               INTO LOOP1-APL-LINE
           WRITE LOOP1-APL-LINE
           MOVE SPACES TO LOOP1-APX-LINE
           STRING 'LOOP1APR APPROVAL EXCEPTIONS REPORT - '
               DELIMITED BY SIZE
               CTL-AS-OF-DATE DELIMITED BY SIZE
               ' - ITEMS OVER ' DELIMITED BY SIZE
               CTL-APPROVAL-DAYS DELIMITED BY SIZE
               ' DAYS AGE OUT' DELIMITED BY SIZE
               INTO LOOP1-APX-LINE
           WRITE LOOP1-APX-LINE
           PERFORM CHECK-RELEASES-APPLIED
           PERFORM LOAD-USER-AUTHORITY
           PERFORM LOAD-PENDING-ITEMS
           IF NOT APPROVAL-ABORTED
               PERFORM LOAD-DECISIONS
           END-IF
           IF NOT APPROVAL-ABORTED
               PERFORM WORK-PENDING-ITEMS
               PERFORM REPORT-UNMATCHED-DECISIONS
           END-IF
           IF NOT APPROVAL-ABORTED
               PERFORM WRITE-NEW-PENDING
           END-IF
           PERFORM WRITE-APPROVAL-SUMMARY
           CLOSE LOOP1-APL-FILE
           CLOSE LOOP1-APX-FILE
           IF APPROVAL-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AGED-OUT-COUNT > 0 OR WS-BAD-DECISIONS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD TAKES THE RUN DATE ITEMS ARE AGED
      *  AGAINST (THE SYSTEM DATE UNLESS CTL-AS-OF-DATE IS KEYED)
      *  AND THE CTL-APPROVAL-DAYS AGE-OUT LIMIT (DEFAULT 5).
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1APR - LOOP1-CTL IS MISSING OR EMPTY '
                       '- USING DEFAULTS'
                   MOVE 0 TO CTL-AS-OF-DATE
                   MOVE 5 TO CTL-APPROVAL-DAYS
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-AS-OF-DATE NOT NUMERIC OR CTL-AS-OF-DATE = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO CTL-AS-OF-DATE
           END-IF
           IF CTL-APPROVAL-DAYS NOT NUMERIC OR CTL-APPROVAL-DAYS = 0
               MOVE 5 TO CTL-APPROVAL-DAYS
           END-IF.

       LOAD-USER-AUTHORITY.
           MOVE 0 TO WS-UA-COUNT
           OPEN INPUT LOOP1-UAT-FILE
           IF WS-UAT-STATUS = '00'
               PERFORM UNTIL UAT-EOF
                   READ LOOP1-UAT-FILE
                       AT END
                           MOVE 'Y' TO WS-UAT-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-USER-AUTHORITY
                   END-READ
               END-PERFORM
               CLOSE LOOP1-UAT-FILE
           END-IF
           IF WS-UA-COUNT > 0
               MOVE 'Y' TO WS-UA-LOADED-SW
           ELSE
               DISPLAY 'LOOP1APR - LOOP1UAT IS MISSING OR EMPTY - '
                   'NO DECISION CAN BE ACTED ON'
           END-IF.

       TABLE-ONE-USER-AUTHORITY.
           IF UAT-USER-ID NOT = SPACES AND UAT-COST-CENTER NOT = SPACES
               MOVE 'N' TO WS-UA-FOUND-SW
               PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > WS-UA-COUNT OR WS-UA-FOUND
                   IF WS-UA-USER (WS-UA-IDX) = UAT-USER-ID
                       AND WS-UA-CC (WS-UA-IDX) = UAT-COST-CENTER
                       MOVE 'Y' TO WS-UA-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-UA-FOUND
                   IF WS-UA-COUNT < WS-UA-LIMIT
                       ADD 1 TO WS-UA-COUNT
                       MOVE UAT-USER-ID TO WS-UA-USER (WS-UA-COUNT)
                       MOVE UAT-COST-CENTER TO WS-UA-CC (WS-UA-COUNT)
                       MOVE 0 TO WS-UA-MAX-CHG (WS-UA-COUNT)
                       IF UAT-MAX-WEIGHT-CHG NUMERIC
                           MOVE UAT-MAX-WEIGHT-CHG
                               TO WS-UA-MAX-CHG (WS-UA-COUNT)
                       END-IF
                       MOVE 'N' TO WS-UA-APPROVER (WS-UA-COUNT)
                       IF UAT-IS-APPROVER
                           MOVE 'Y' TO WS-UA-APPROVER (WS-UA-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'LOOP1APR - MORE THAN ' WS-UA-LIMIT
                           ' ROWS ON LOOP1UAT - ' UAT-USER-ID ' '
                           UAT-COST-CENTER ' NOT TABLED'
                   END-IF
               END-IF
           END-IF.

       FIND-USER-AUTHORITY.
           MOVE WS-AUTH-CC TO WS-AUTH-MATCH-CC
           PERFORM SCAN-USER-AUTHORITY
           IF NOT WS-UA-FOUND
               MOVE '******' TO WS-AUTH-MATCH-CC
               PERFORM SCAN-USER-AUTHORITY
           END-IF.

       SCAN-USER-AUTHORITY.
           MOVE 'N' TO WS-UA-FOUND-SW
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
               UNTIL WS-UA-IDX > WS-UA-COUNT OR WS-UA-FOUND
               IF WS-UA-USER (WS-UA-IDX) = WS-AUTH-USER
                   AND WS-UA-CC (WS-UA-IDX) = WS-AUTH-MATCH-CC
                   MOVE 'Y' TO WS-UA-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-UA-FOUND
               SUBTRACT 1 FROM WS-UA-IDX
           END-IF.

      *****************************************************************
      *  CHECK-RELEASES-APPLIED STOPS THE RUN WHILE LOOP1APT STILL
      *  HOLDS RELEASES LOOP1WMM HAS NOT APPLIED - OVERWRITING THEM
      *  WOULD LOSE APPROVALS WHOSE ITEMS ARE ALREADY OFF LOOP1PND.
      *  RUN LOOP1WMM FIRST, THEN RERUN THIS STEP.
      *****************************************************************
       CHECK-RELEASES-APPLIED.
           OPEN INPUT LOOP1-APT-FILE
           IF WS-APT-STATUS = '00'
               READ LOOP1-APT-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-APT-WAITING-SW
               END-READ
               CLOSE LOOP1-APT-FILE
           END-IF
           IF RELEASES-NOT-APPLIED
               DISPLAY 'LOOP1APR - LOOP1APT STILL HOLDS RELEASES NOT '
                   'YET APPLIED BY LOOP1WMM - RUN LOOP1WMM FIRST'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE SPACES TO LOOP1-APL-LINE
               STRING 'LOOP1APT STILL HOLDS RELEASES NOT YET APPLIED '
                   'BY LOOP1WMM - RUN LOOP1WMM FIRST'
                   DELIMITED BY SIZE INTO LOOP1-APL-LINE
               WRITE LOOP1-APL-LINE
           END-IF.

      *****************************************************************
      *  LOAD-PENDING-ITEMS TABLES LOOP1PND.  MORE ITEMS THAN THE
      *  TABLE HOLDS ABORTS THE STEP WITH THE FILE LEFT AS IT WAS -
      *  REWRITING A TRUNCATED TABLE WOULD LOSE THE REST SILENTLY.
      *****************************************************************
       LOAD-PENDING-ITEMS.
           OPEN INPUT LOOP1-PND-FILE
           IF WS-PND-STATUS = '00'
               PERFORM UNTIL PND-EOF OR APPROVAL-ABORTED
                   READ LOOP1-PND-FILE
                       AT END
                           MOVE 'Y' TO WS-PND-EOF-SW
                       NOT AT END
                           IF WS-PT-COUNT < WS-PT-LIMIT
                               ADD 1 TO WS-PT-COUNT
                               MOVE LOOP1-PENDING-RECORD
                                   TO WS-PT-IMAGE (WS-PT-COUNT)
                               MOVE 'Y' TO WS-PT-KEEP-SW (WS-PT-COUNT)
                           ELSE
                               DISPLAY 'LOOP1APR - MORE THAN '
                                   WS-PT-LIMIT ' PENDING ITEMS - '
                                   'LOOP1PND LEFT AS IT WAS'
                               MOVE 'Y' TO WS-ABORT-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-PND-FILE
           END-IF
           MOVE WS-PT-COUNT TO WS-PENDING-IN.

       LOAD-DECISIONS.
           OPEN INPUT LOOP1-APV-FILE
           IF WS-APV-STATUS = '00'
               PERFORM UNTIL APV-EOF
                   READ LOOP1-APV-FILE
                       AT END
                           MOVE 'Y' TO WS-APV-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-DECISIONS-READ
                           PERFORM TABLE-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE LOOP1-APV-FILE
           END-IF.

       TABLE-ONE-DECISION.
           PERFORM FIND-DECISION-FOR-ITEM
           IF WS-DC-FOUND
               MOVE 'DUPLICATE DECISION - IGNORED'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-DECISION-EXCEPTION
           ELSE
               IF WS-DC-COUNT < WS-DC-LIMIT
                   ADD 1 TO WS-DC-COUNT
                   MOVE APV-ITEM-ID TO WS-DC-ITEM (WS-DC-COUNT)
                   MOVE APV-DECISION TO WS-DC-DECISION (WS-DC-COUNT)
                   MOVE APV-USER-ID TO WS-DC-USER (WS-DC-COUNT)
                   MOVE 'N' TO WS-DC-USED-SW (WS-DC-COUNT)
               ELSE
                   MOVE 'DECISION TABLE FULL - IGNORED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-DECISION-EXCEPTION
               END-IF
           END-IF.

       FIND-DECISION-FOR-ITEM.
           MOVE 'N' TO WS-DC-FOUND-SW
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT OR WS-DC-FOUND
               IF WS-DC-ITEM (WS-DC-IDX) = APV-ITEM-ID
                   MOVE 'Y' TO WS-DC-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DC-FOUND
               SUBTRACT 1 FROM WS-DC-IDX
           END-IF.

      *****************************************************************
      *  WORK-PENDING-ITEMS DECIDES EACH PARKED ITEM: A VALID
      *  APPROVAL IS RELEASED ON LOOP1APT, A VALID DECLINE IS
      *  DROPPED, A DECISION THAT CANNOT BE ACTED ON IS REPORTED AND
      *  THE ITEM LEFT WAITING, AND AN UNDECIDED ITEM PAST THE
      *  AGE-OUT LIMIT GOES TO THE EXCEPTIONS REPORT AND IS DROPPED.
      *  IF A RELEASE CANNOT BE WRITTEN LOOP1APT IS EMPTIED AGAIN -
      *  LOOP1PND IS LEFT AS IT WAS, SO THE RERUN RELEASES THEM ALL.
      *****************************************************************
       WORK-PENDING-ITEMS.
           OPEN OUTPUT LOOP1-APT-FILE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR APPROVAL-ABORTED
               MOVE WS-PT-IMAGE (WS-PT-IDX) TO LOOP1-PENDING-RECORD
               PERFORM WORK-ONE-PENDING-ITEM
           END-PERFORM
           CLOSE LOOP1-APT-FILE
           IF APPROVAL-ABORTED
               OPEN OUTPUT LOOP1-APT-FILE
               CLOSE LOOP1-APT-FILE
           END-IF.

       WORK-ONE-PENDING-ITEM.
           MOVE WS-TODAY-SERIAL TO WS-PARKED-SERIAL
           IF PND-PARKED-DATE NUMERIC AND PND-PARKED-DATE > 0
               MOVE PND-PARKED-DATE TO WS-SERIAL-DATE
               IF WS-SD-MM >= 1 AND WS-SD-MM <= 12
                   PERFORM COMPUTE-DAY-SERIAL
                   MOVE WS-SERIAL-OUT TO WS-PARKED-SERIAL
               END-IF
           END-IF
           IF WS-TODAY-SERIAL > WS-PARKED-SERIAL
               COMPUTE WS-DAYS-WAITING =
                   WS-TODAY-SERIAL - WS-PARKED-SERIAL
           ELSE
               MOVE 0 TO WS-DAYS-WAITING
           END-IF
           MOVE PND-ITEM-ID TO APV-ITEM-ID
           MOVE SPACES TO APV-USER-ID
           PERFORM FIND-DECISION-FOR-ITEM
           IF WS-DC-FOUND
               MOVE 'Y' TO WS-DC-USED-SW (WS-DC-IDX)
               MOVE WS-DC-USER (WS-DC-IDX) TO APV-USER-ID
               PERFORM CHECK-DECISION
               IF DECISION-OK
                   IF WS-DC-DECISION (WS-DC-IDX) = 'A'
                       PERFORM RELEASE-APPROVED-ITEM
                   ELSE
                       ADD 1 TO WS-DECLINED-COUNT
                       MOVE 'N' TO WS-PT-KEEP-SW (WS-PT-IDX)
                       MOVE 'DECLINED' TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-LOG-LINE
                   END-IF
               ELSE
                   MOVE WS-DC-DECISION (WS-DC-IDX) TO APV-DECISION
                   PERFORM WRITE-DECISION-EXCEPTION
               END-IF
           END-IF
           IF WS-PT-KEEP-SW (WS-PT-IDX) = 'Y'
               IF WS-DAYS-WAITING > CTL-APPROVAL-DAYS
                   PERFORM AGE-OUT-ITEM
               ELSE
                   ADD 1 TO WS-STILL-WAITING
                   MOVE 'WAITING' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-LOG-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  CHECK-DECISION - THE DECISION CODE MUST BE A OR D, THE
      *  CHECKER MUST NOT BE THE USER WHO KEYED THE ITEM, AND THE
      *  CHECKER MUST HOLD UAT-CAN-APPROVE ON EVERY COST CENTER THE
      *  ITEM TOUCHES.  A DECLINE NEEDS THE SAME AUTHORITY AS AN
      *  APPROVAL, OR ANY USER COULD THROW AWAY ANOTHER'S CHANGE.
      *****************************************************************
       CHECK-DECISION.
           MOVE 'Y' TO WS-DECISION-OK-SW
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF WS-DC-DECISION (WS-DC-IDX) NOT = 'A'
               AND WS-DC-DECISION (WS-DC-IDX) NOT = 'D'
               MOVE 'DECISION CODE NOT A OR D' TO WS-EXCEPTION-TEXT
               MOVE 'N' TO WS-DECISION-OK-SW
           END-IF
           IF DECISION-OK AND WS-DC-USER (WS-DC-IDX) = SPACES
               MOVE 'APPROVER ID IS BLANK' TO WS-EXCEPTION-TEXT
               MOVE 'N' TO WS-DECISION-OK-SW
           END-IF
           IF DECISION-OK AND WS-DC-USER (WS-DC-IDX) = PND-USER-ID
               MOVE 'APPROVER IS THE KEYING USER'
                   TO WS-EXCEPTION-TEXT
               MOVE 'N' TO WS-DECISION-OK-SW
           END-IF
           IF DECISION-OK AND PND-COST-CENTER NOT = SPACES
               MOVE PND-COST-CENTER TO WS-AUTH-CC
               PERFORM CHECK-ONE-APPROVER-CC
           END-IF
           IF DECISION-OK AND PND-MASTER-CC NOT = SPACES
               AND PND-MASTER-CC NOT = PND-COST-CENTER
               MOVE PND-MASTER-CC TO WS-AUTH-CC
               PERFORM CHECK-ONE-APPROVER-CC
           END-IF.

       CHECK-ONE-APPROVER-CC.
           MOVE WS-DC-USER (WS-DC-IDX) TO WS-AUTH-USER
           PERFORM FIND-USER-AUTHORITY
           IF NOT WS-UA-FOUND
               MOVE 'APPROVER HAS NO APPROVAL AUTHORITY'
                   TO WS-EXCEPTION-TEXT
               MOVE 'N' TO WS-DECISION-OK-SW
           ELSE
               IF WS-UA-APPROVER (WS-UA-IDX) NOT = 'Y'
                   MOVE 'APPROVER HAS NO APPROVAL AUTHORITY'
                       TO WS-EXCEPTION-TEXT
                   MOVE 'N' TO WS-DECISION-OK-SW
               END-IF
           END-IF.

      *****************************************************************
      *  RELEASE-APPROVED-ITEM WRITES THE PARKED TRANSACTION BACK OUT
      *  IN THE WLDMTXN LAYOUT WITH THE CHECKER AS TXN-APPROVER-ID.
      *  A WRITE FAILURE ABORTS THE STEP AND LEAVES LOOP1PND AS IT
      *  WAS, SO NOTHING IS LOST - THE ITEM IS STILL THERE TO RELEASE.
      *****************************************************************
       RELEASE-APPROVED-ITEM.
           MOVE SPACES TO WLDM-TXN-RECORD
           MOVE PND-ACTION TO TXN-ACTION
           MOVE PND-ACCOUNT-ID TO TXN-ACCOUNT-ID
           MOVE PND-COST-CENTER TO TXN-COST-CENTER
           MOVE PND-WEIGHT TO TXN-WEIGHT
           MOVE PND-EFF-DATE TO TXN-EFF-DATE
           MOVE PND-USER-ID TO TXN-USER-ID
           MOVE WS-DC-USER (WS-DC-IDX) TO TXN-APPROVER-ID
           MOVE PND-CHG-EFF-DATE TO TXN-CHG-EFF-DATE
           MOVE PND-END-DATE TO TXN-END-DATE
           MOVE 'A' TO TXN-SOURCE
           WRITE WLDM-TXN-RECORD
           IF WS-APT-STATUS NOT = '00'
               DISPLAY 'LOOP1APR - LOOP1APT WRITE FAILED - STATUS '
                   WS-APT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE 'N' TO WS-PT-KEEP-SW (WS-PT-IDX)
               MOVE 'APPROVED' TO WS-EXCEPTION-TEXT
               PERFORM WRITE-LOG-LINE
           END-IF.

       AGE-OUT-ITEM.
           ADD 1 TO WS-AGED-OUT-COUNT
           MOVE 'N' TO WS-PT-KEEP-SW (WS-PT-IDX)
           MOVE 'AGED OUT' TO WS-EXCEPTION-TEXT
           PERFORM WRITE-LOG-LINE
           MOVE SPACES TO LOOP1-APX-LINE
           STRING 'AGED OUT ITEM ' DELIMITED BY SIZE
               PND-ITEM-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-ACCOUNT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-REASON DELIMITED BY SIZE
               ' PARKED ' DELIMITED BY SIZE
               PND-PARKED-DATE DELIMITED BY SIZE
               ' DAYS ' DELIMITED BY SIZE
               WS-DAYS-WAITING DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               PND-USER-ID DELIMITED BY SIZE
               INTO LOOP1-APX-LINE
           WRITE LOOP1-APX-LINE.

       WRITE-DECISION-EXCEPTION.
           ADD 1 TO WS-BAD-DECISIONS
           MOVE SPACES TO LOOP1-APX-LINE
           STRING 'DECISION ITEM ' DELIMITED BY SIZE
               APV-ITEM-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               APV-DECISION DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               APV-USER-ID DELIMITED BY SIZE
               ' NOT ACTED ON - ' DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO LOOP1-APX-LINE
           WRITE LOOP1-APX-LINE.

      *****************************************************************
      *  REPORT-UNMATCHED-DECISIONS LISTS EVERY DECISION THAT NAMED
      *  AN ITEM NOT ON LOOP1PND - ALREADY DECIDED, AGED OUT, OR
      *  MIS-KEYED - SO THE CHECKER KNOWS IT DID NOTHING.
      *****************************************************************
       REPORT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-USED-SW (WS-DC-IDX) = 'N'
                   MOVE WS-DC-ITEM (WS-DC-IDX) TO APV-ITEM-ID
                   MOVE WS-DC-DECISION (WS-DC-IDX) TO APV-DECISION
                   MOVE WS-DC-USER (WS-DC-IDX) TO APV-USER-ID
                   MOVE 'NO SUCH PENDING ITEM' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-DECISION-EXCEPTION
               END-IF
           END-PERFORM.

       WRITE-NEW-PENDING.
           OPEN OUTPUT LOOP1-PND-FILE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-KEEP-SW (WS-PT-IDX) = 'Y'
                   MOVE WS-PT-IMAGE (WS-PT-IDX) TO LOOP1-PENDING-RECORD
                   WRITE LOOP1-PENDING-RECORD
                   IF WS-PND-STATUS NOT = '00'
                       DISPLAY 'LOOP1APR - LOOP1PND WRITE FAILED - '
                           'STATUS ' WS-PND-STATUS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOOP1-PND-FILE.

       WRITE-LOG-LINE.
           MOVE SPACES TO LOOP1-APL-LINE
           STRING WS-EXCEPTION-TEXT (1:9) DELIMITED BY SIZE
               ' ITEM ' DELIMITED BY SIZE
               PND-ITEM-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-ACCOUNT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-COST-CENTER DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PND-WEIGHT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PND-EFF-DATE DELIMITED BY SIZE
               ' MAKER ' DELIMITED BY SIZE
               PND-USER-ID DELIMITED BY SIZE
               ' CHECKER ' DELIMITED BY SIZE
               APV-USER-ID DELIMITED BY SIZE
               ' DAYS ' DELIMITED BY SIZE
               WS-DAYS-WAITING DELIMITED BY SIZE
               INTO LOOP1-APL-LINE
           WRITE LOOP1-APL-LINE.

       WRITE-APPROVAL-SUMMARY.
           MOVE SPACES TO LOOP1-APL-LINE
           STRING 'PENDING IN ' DELIMITED BY SIZE
               WS-PENDING-IN DELIMITED BY SIZE
               ' DECISIONS ' DELIMITED BY SIZE
               WS-DECISIONS-READ DELIMITED BY SIZE
               ' APPROVED ' DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               ' DECLINED ' DELIMITED BY SIZE
               WS-DECLINED-COUNT DELIMITED BY SIZE
               ' AGED OUT ' DELIMITED BY SIZE
               WS-AGED-OUT-COUNT DELIMITED BY SIZE
               ' BAD DECISIONS ' DELIMITED BY SIZE
               WS-BAD-DECISIONS DELIMITED BY SIZE
               ' STILL WAITING ' DELIMITED BY SIZE
               WS-STILL-WAITING DELIMITED BY SIZE
               INTO LOOP1-APL-LINE
           WRITE LOOP1-APL-LINE
           IF NOT USER-AUTH-LOADED
               MOVE SPACES TO LOOP1-APL-LINE
               STRING 'WARNING : LOOP1UAT USER-AUTHORITY TABLE NOT '
                   'LOADED - NO DECISION COULD BE ACTED ON'
                   DELIMITED BY SIZE INTO LOOP1-APL-LINE
               WRITE LOOP1-APL-LINE
           END-IF
           MOVE SPACES TO LOOP1-APL-LINE
           EVALUATE TRUE
               WHEN APPROVAL-ABORTED
                   STRING 'VERDICT : APPROVAL STEP ABORTED - LOOP1PND '
                       'LEFT AS IT WAS' DELIMITED BY SIZE
                       INTO LOOP1-APL-LINE
               WHEN WS-AGED-OUT-COUNT > 0 OR WS-BAD-DECISIONS > 0
                   STRING 'VERDICT : EXCEPTIONS ON LOOP1APX - '
                       'WORK THEM WITH THE KEYING AREA'
                       DELIMITED BY SIZE INTO LOOP1-APL-LINE
               WHEN OTHER
                   STRING 'VERDICT : ALL DECISIONS ACTED ON'
                       DELIMITED BY SIZE INTO LOOP1-APL-LINE
           END-EVALUATE
           WRITE LOOP1-APL-LINE
           MOVE SPACES TO LOOP1-APX-LINE
           STRING 'AGED OUT ' DELIMITED BY SIZE
               WS-AGED-OUT-COUNT DELIMITED BY SIZE
               ' DECISIONS NOT ACTED ON ' DELIMITED BY SIZE
               WS-BAD-DECISIONS DELIMITED BY SIZE
               INTO LOOP1-APX-LINE
           WRITE LOOP1-APX-LINE.

      *****************************************************************
      *  COMPUTE-DAY-SERIAL - AS IN LOOP1RCY: WS-SERIAL-DATE TO A DAY
      *  NUMBER SO DAYS WAITING IS A SIMPLE SUBTRACTION, WITH THE
      *  LEAP QUOTIENTS FLOORED ONE BY ONE ON THE PRIOR YEAR.
      *****************************************************************
       COMPUTE-DAY-SERIAL.
           COMPUTE WS-YEAR-PRIOR = WS-SD-YYYY - 1
           DIVIDE WS-YEAR-PRIOR BY 4 GIVING WS-QUOT-4
           DIVIDE WS-YEAR-PRIOR BY 100 GIVING WS-QUOT-100
           DIVIDE WS-YEAR-PRIOR BY 400 GIVING WS-QUOT-400
           COMPUTE WS-SERIAL-OUT =
               (WS-SD-YYYY * 365)
               + WS-QUOT-4
               - WS-QUOT-100
               + WS-QUOT-400
               + WS-CUMDAY-ENTRY (WS-SD-MM)
               + WS-SD-DD
           IF WS-SD-MM > 2
               DIVIDE WS-SD-YYYY BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-SD-YYYY BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-SERIAL-OUT
                   ELSE
                       DIVIDE WS-SD-YYYY BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-SERIAL-OUT
                       END-IF
                   END-IF
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
           IF APPROVAL-ABORTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'APPROVAL-ABORTED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               IF RELEASES-NOT-APPLIED
                   STRING 'APPROVAL RUN STOPPED - LOOP1APT NOT YET '
                       DELIMITED BY SIZE
                       'APPLIED BY LOOP1WMM' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               ELSE
                   STRING 'APPROVAL RUN ABORTED - PENDING FILE LEFT '
                       DELIMITED BY SIZE
                       'UNCHANGED' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               END-IF
               PERFORM WRITE-EVENT
           END-IF
           IF WS-AGED-OUT-COUNT > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'AGED-OUT' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-AGED-OUT-COUNT DELIMITED BY SIZE
                   ' PENDING CHANGES AGED OUT UNAPPROVED'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-BAD-DECISIONS > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'BAD-DECISIONS' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-BAD-DECISIONS DELIMITED BY SIZE
                   ' DECISIONS REFUSED - SEE LOOP1APX' DELIMITED BY SIZE
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
           STRING 'LOOP1APR ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1APR' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1APR - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
