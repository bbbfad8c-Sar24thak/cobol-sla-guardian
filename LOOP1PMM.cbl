      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - MAINTENANCE FRONT END FOR THE
      *              LOOP1PRM CALCULATION-PARAMETER HISTORY, REPLACING
      *              HAND EDITS TO THE FLAT FILE.  APPLIES ADD/CHANGE/
      *              DELETE TRANSACTIONS (LOOP1PMT) TO THE DATED
      *              VERSIONS OF EACH COST CENTER'S PARAMETERS, KEYED
      *              ON COST CENTER AND PRM-EFF-DATE.  HISTORY BEFORE
      *              TODAY IS FROZEN - A VERSION ALREADY IN FORCE
      *              CANNOT BE CHANGED OR DELETED AND A NEW ONE
      *              CANNOT BE BACKDATED - SO A RERUN OF AN OLD
      *              BUSINESS DATE ALWAYS FINDS THE PARAMETERS IT
      *              ORIGINALLY RAN WITH; A CORRECTION IS A NEW
      *              VERSION.  BAD TRANSACTIONS - UNKNOWN OR CLOSED
      *              COST CENTER (PER LOOP1CCM), INVALID DATE,
      *              NON-NUMERIC THRESHOLD, ZERO OR NON-NUMERIC
      *              FACTOR, WEIGHT CAP OVER CTL-MAX-J, DUPLICATE OR
      *              MISSING VERSION - ARE REJECTED TO THE LOOP1PME
      *              ERROR REPORT WITH A REASON, AND EVERY APPLIED
      *              TRANSACTION APPENDS A BEFORE/AFTER IMAGE TO THE
      *              LOOP1PMA CHANGE-AUDIT FILE WITH THE KEYING USER
      *              AND A TIMESTAMP, AS LOOP1WMM DOES FOR THE
      *              WORKLOAD MASTER.  LOOP1PRM IS REWRITTEN IN COST
      *              CENTER / DATE ORDER.  RETURN CODE 0 = ALL
      *              APPLIED, 4 = SOMETHING WAS REJECTED, 8 = THE
      *              TRANSACTION OR PARAMETER FILE COULD NOT BE
      *              PROCESSED (LOOP1PRM LEFT AS IT WAS).
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: MAINT-ABORTED AND TXN-REJECTS AND A
      *              RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS THE
      *              PROGRAM ENDS.
      *  2026-10-15  A WRITE FAILURE WHILE LOOP1PRM IS BEING REWRITTEN
      *              IS NOW REPORTED AS SUCH - THE MAINT-ABORTED EVENT
      *              SAYS THE FILE IS INCOMPLETE AND MUST BE RESTORED
      *              FROM THE PRIOR GENERATION.  'LEFT UNCHANGED' IS
      *              ONLY SAID OF A RUN THAT STOPPED BEFORE LOOP1PRM
      *              WAS OPENED FOR OUTPUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1PMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOP1-PMT-FILE  ASSIGN TO "LOOP1PMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMT-STATUS.
           SELECT OPTIONAL LOOP1-PRM-FILE  ASSIGN TO "LOOP1PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL LOOP1-CCM-FILE  ASSIGN TO "LOOP1CCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LOOP1-PMA-FILE  ASSIGN TO "LOOP1PMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMA-STATUS.
           SELECT LOOP1-PME-FILE  ASSIGN TO "LOOP1PME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PME-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-PMT-FILE
           RECORDING MODE IS F.
       COPY LOOP1PMT.

       FD  LOOP1-PRM-FILE
           RECORDING MODE IS F.
       COPY LOOP1PRM.

       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  LOOP1-CCM-FILE
           RECORDING MODE IS F.
       COPY LOOP1CCM.

       FD  LOOP1-PMA-FILE
           RECORDING MODE IS F.
       COPY LOOP1PMA.

       FD  LOOP1-PME-FILE
           RECORDING MODE IS F.
       01  LOOP1-PME-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-PMT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PRM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCM-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PMA-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PME-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PMT-EOF-SW        PIC X      VALUE 'N'.
           88  PMT-EOF                     VALUE 'Y'.
       01  WS-PRM-EOF-SW        PIC X      VALUE 'N'.
           88  PRM-EOF                     VALUE 'Y'.
       01  WS-CCM-EOF-SW        PIC X      VALUE 'N'.
           88  CCM-EOF                     VALUE 'Y'.
       01  WS-REJECT-SW         PIC X      VALUE 'N'.
           88  TXN-REJECTED                VALUE 'Y'.
       01  WS-ABORT-SW          PIC X      VALUE 'N'.
           88  RUN-ABORTED                 VALUE 'Y'.
       01  WS-PRM-REWRITE-SW    PIC X      VALUE 'N'.
           88  PRM-REWRITE-FAILED          VALUE 'Y'.
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(35)  VALUE SPACES.
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
      *****************************************************************
      *  THE VERSION TABLE HOLDS LOOP1PRM AS READ, ONE ENTRY PER ROW.
      *  WS-PV-KEY (COST CENTER + EFFECTIVE DATE, AN UNDATED ROW
      *  KEYED AS DATE ZERO) IS THE SORT KEY FOR THE REWRITE;
      *  WS-PV-IMAGE IS THE ROW ITSELF, SO AN UNDATED ROW GOES BACK
      *  OUT EXACTLY AS IT CAME IN.  A DELETED VERSION IS FLAGGED
      *  RATHER THAN REMOVED AND IS DROPPED AT THE REWRITE.
      *****************************************************************
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 2000 TIMES.
               10  WS-PV-KEY.
                   15  WS-PV-CC     PIC X(06).
                   15  WS-PV-EFF    PIC 9(08).
               10  WS-PV-IMAGE      PIC X(35).
               10  WS-PV-DEL-SW     PIC X(01).
       01  WS-PV-SWAP           PIC X(50)  VALUE SPACES.
       01  WS-PV-LIMIT          PIC 9(04)  VALUE 2000.
       01  WS-PV-COUNT          PIC 9(04)  VALUE 0.
       01  WS-PV-IDX            PIC 9(04)  VALUE 0.
       01  WS-PV-JDX            PIC 9(04)  VALUE 0.
       01  WS-PV-FIND-IDX       PIC 9(04)  VALUE 0.
       01  WS-PV-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-PV-FOUND                 VALUE 'Y'.
       01  WS-PV-PRIOR-IDX      PIC 9(04)  VALUE 0.
       01  WS-PV-PRIOR-EFF      PIC 9(08)  VALUE 0.
       01  WS-TXN-EFF-N         PIC 9(08)  VALUE 0.
       01  WS-PMT-READ          PIC 9(6)   VALUE 0.
       01  WS-ADDS-APPLIED      PIC 9(6)   VALUE 0.
       01  WS-CHANGES-APPLIED   PIC 9(6)   VALUE 0.
       01  WS-DELETES-APPLIED   PIC 9(6)   VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(6)   VALUE 0.
       01  WS-VERSIONS-IN       PIC 9(6)   VALUE 0.
       01  WS-VERSIONS-OUT      PIC 9(6)   VALUE 0.
       01  WS-EFF-DATE-X        PIC X(08)  VALUE SPACES.
       01  WS-EFF-DATE-N REDEFINES WS-EFF-DATE-X.
           05  WS-EFF-YYYY      PIC 9(4).
           05  WS-EFF-MM        PIC 9(2).
           05  WS-EFF-DD        PIC 9(2).
       01  WS-DATE-OK-SW        PIC X      VALUE 'N'.
           88  EFF-DATE-OK                 VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(8)   VALUE 0.
       01  WS-CURRENT-TIME      PIC 9(8)   VALUE 0.
       01  WS-TIMESTAMP.
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

       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT LOOP1-PMT-FILE
           IF WS-PMT-STATUS NOT = '00'
               DISPLAY 'LOOP1PMM - LOOP1PMT OPEN FAILED - STATUS '
                   WS-PMT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF
           IF NOT RUN-ABORTED
               PERFORM READ-CONTROL-RECORD
               PERFORM LOAD-CC-MASTER
               PERFORM LOAD-PARM-VERSIONS
           END-IF
           IF NOT RUN-ABORTED
               PERFORM OPEN-AUDIT-FILE
               OPEN OUTPUT LOOP1-PME-FILE
               MOVE SPACES TO LOOP1-PME-LINE
               STRING 'LOOP1PMM PARAMETER MAINTENANCE ERROR REPORT'
                   DELIMITED BY SIZE INTO LOOP1-PME-LINE
               WRITE LOOP1-PME-LINE
               PERFORM UNTIL PMT-EOF
                   READ LOOP1-PMT-FILE
                       AT END
                           MOVE 'Y' TO WS-PMT-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PMT-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               PERFORM SORT-PARM-VERSIONS
               PERFORM WRITE-PARM-FILE
               PERFORM WRITE-MAINT-SUMMARY
               CLOSE LOOP1-PMA-FILE
               CLOSE LOOP1-PME-FILE
           END-IF
           IF WS-PMT-STATUS NOT = '35'
               CLOSE LOOP1-PMT-FILE
           END-IF
           IF RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  READ-CONTROL-RECORD PICKS UP CTL-MAX-J, THE CEILING A
      *  PRM-WEIGHT-CAP MAY NOT EXCEED (LOOP1 WOULD CLAMP IT THERE
      *  ANYWAY, SO A LARGER CAP IS A KEYING ERROR).  WITH NO USABLE
      *  CONTROL RECORD THE LOOP1 DEFAULT OF 600 APPLIES.
      *****************************************************************
       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   MOVE 600 TO CTL-MAX-J
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-MAX-J NOT NUMERIC OR CTL-MAX-J = 0
               MOVE 600 TO CTL-MAX-J
           END-IF.

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
               DISPLAY 'LOOP1PMM - LOOP1CCM IS MISSING OR EMPTY - '
                   'COST CENTERS NOT EDITED AGAINST THE MASTER'
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
                               OR CCM-CLOSE-DATE <= WS-CURRENT-DATE
                               MOVE 'C' TO WS-CM-STATE (WS-CM-COUNT)
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'LOOP1PMM - MORE THAN ' WS-CM-LIMIT
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
      *  LOAD-PARM-VERSIONS TABLES EVERY LOOP1PRM ROW.  A MISSING FILE
      *  IS AN EMPTY HISTORY (THE FIRST VERSIONS EVER KEYED).  MORE
      *  ROWS THAN THE TABLE HOLDS ABORTS THE RUN BEFORE ANY
      *  TRANSACTION IS APPLIED, SO THE FILE IS NEVER REWRITTEN SHORT.
      *****************************************************************
       LOAD-PARM-VERSIONS.
           MOVE 0 TO WS-PV-COUNT
           OPEN INPUT LOOP1-PRM-FILE
           IF WS-PRM-STATUS = '00'
               PERFORM UNTIL PRM-EOF OR RUN-ABORTED
                   READ LOOP1-PRM-FILE
                       AT END
                           MOVE 'Y' TO WS-PRM-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-PARM-VERSION
                   END-READ
               END-PERFORM
               CLOSE LOOP1-PRM-FILE
           END-IF
           MOVE WS-PV-COUNT TO WS-VERSIONS-IN.

       TABLE-ONE-PARM-VERSION.
           IF WS-PV-COUNT < WS-PV-LIMIT
               ADD 1 TO WS-PV-COUNT
               MOVE PRM-COST-CENTER TO WS-PV-CC (WS-PV-COUNT)
               IF PRM-EFF-DATE NUMERIC
                   MOVE PRM-EFF-DATE TO WS-PV-EFF (WS-PV-COUNT)
               ELSE
                   MOVE 0 TO WS-PV-EFF (WS-PV-COUNT)
               END-IF
               MOVE LOOP1-PARM-RECORD TO WS-PV-IMAGE (WS-PV-COUNT)
               MOVE 'N' TO WS-PV-DEL-SW (WS-PV-COUNT)
           ELSE
               DISPLAY 'LOOP1PMM - MORE THAN ' WS-PV-LIMIT
                   ' LOOP1PRM ROWS - NOTHING APPLIED, LOOP1PRM LEFT '
                   'AS IT WAS'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

      *****************************************************************
      *  OPEN-AUDIT-FILE OPENS LOOP1PMA FOR APPEND, FALLING BACK TO
      *  OPEN OUTPUT THE FIRST TIME, AS LOOP1WMM DOES FOR LOOP1WMA.
      *****************************************************************
       OPEN-AUDIT-FILE.
           OPEN EXTEND LOOP1-PMA-FILE
           IF WS-PMA-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-PMA-FILE
           END-IF.

      *****************************************************************
      *  APPLY-ONE-TRANSACTION EDITS THE TRANSACTION JUST READ, THEN
      *  ROUTES IT BY ACTION CODE.  EVERY REJECT GOES TO THE ERROR
      *  REPORT WITH A REASON AND THE TRANSACTION IMAGE; EVERY APPLY
      *  APPENDS A BEFORE/AFTER AUDIT RECORD.
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-TRANSACTION
           IF NOT TXN-REJECTED
               EVALUATE TRUE
                   WHEN PMT-IS-ADD
                       PERFORM APPLY-ADD
                   WHEN PMT-IS-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN PMT-IS-DELETE
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF
           IF TXN-REJECTED
               PERFORM WRITE-REJECT
           END-IF.

      *****************************************************************
      *  EDIT-TRANSACTION CHECKS THE KEY FIRST - ACTION, COST CENTER,
      *  A VALID DATE NOT BEFORE TODAY - THEN ANY VALUE FIELD
      *  SUPPLIED.  A NEW VERSION'S COST CENTER MUST BE OPEN ON
      *  LOOP1CCM (THE '******' DEFAULT SET IS NOT A COST CENTER AND
      *  IS NOT LOOKED UP).
      *****************************************************************
       EDIT-TRANSACTION.
           IF NOT PMT-IS-ADD AND NOT PMT-IS-CHANGE
               AND NOT PMT-IS-DELETE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED AND PMT-COST-CENTER = SPACES
               MOVE 'COST CENTER IS BLANK' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED
               MOVE PMT-EFF-DATE TO WS-EFF-DATE-X
               PERFORM EDIT-EFF-DATE
               IF NOT EFF-DATE-OK
                   MOVE 'EFFECTIVE DATE IS INVALID'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               ELSE
                   MOVE PMT-EFF-DATE TO WS-TXN-EFF-N
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND WS-TXN-EFF-N < WS-CURRENT-DATE
               IF PMT-IS-ADD
                   MOVE 'BACKDATED - PAST VERSIONS ARE FROZEN'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'VERSION ALREADY IN FORCE - ADD A NEW ONE'
                       TO WS-REJECT-REASON
               END-IF
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED AND PMT-IS-ADD
               AND PMT-COST-CENTER NOT = '******'
               PERFORM EDIT-COST-CENTER
           END-IF
           IF NOT TXN-REJECTED
               AND (PMT-IS-ADD OR PMT-IS-CHANGE)
               PERFORM EDIT-VALUE-FIELDS
           END-IF.

       EDIT-COST-CENTER.
           IF CC-MASTER-LOADED
               MOVE PMT-COST-CENTER TO WS-EDIT-CC
               PERFORM FIND-COST-CENTER
               IF NOT WS-CM-FOUND
                   MOVE 'COST CENTER NOT ON CC MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               ELSE
                   IF WS-CM-STATE (WS-CM-IDX) = 'C'
                       MOVE 'COST CENTER IS CLOSED'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-REJECT-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  ONLY THE VALUE FIELDS ACTUALLY SUPPLIED ARE EDITED - A BLANK
      *  FIELD IS INHERITED ON AN ADD AND LEFT AS IT IS ON A CHANGE.
      *  A ZERO WEIGHT CAP IS ALLOWED AND MEANS CTL-MAX-J.
      *****************************************************************
       EDIT-VALUE-FIELDS.
           IF PMT-HIVOL-THRESHOLD NOT = SPACES
               AND PMT-HIVOL-THRESHOLD NOT NUMERIC
               MOVE 'THRESHOLD NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED AND PMT-HIVOL-FACTOR NOT = SPACES
               IF PMT-HIVOL-FACTOR NOT NUMERIC
                   OR PMT-HIVOL-FACTOR = '000'
                   MOVE 'HI-VOL FACTOR NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND PMT-STD-FACTOR NOT = SPACES
               IF PMT-STD-FACTOR NOT NUMERIC
                   OR PMT-STD-FACTOR = '000'
                   MOVE 'STD FACTOR NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND PMT-WEIGHT-CAP NOT = SPACES
               IF PMT-WEIGHT-CAP NOT NUMERIC
                   MOVE 'WEIGHT CAP NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               ELSE
                   MOVE PMT-WEIGHT-CAP TO PRM-WEIGHT-CAP
                   IF PRM-WEIGHT-CAP > CTL-MAX-J
                       MOVE 'WEIGHT CAP EXCEEDS CTL-MAX-J'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-REJECT-SW
                   END-IF
               END-IF
           END-IF.

       EDIT-EFF-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EFF-DATE-X NUMERIC
               IF WS-EFF-MM >= 1 AND WS-EFF-MM <= 12
                   AND WS-EFF-DD >= 1 AND WS-EFF-DD <= 31
                   AND WS-EFF-YYYY > 0
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-VERSION LOOKS FOR THE LIVE (NOT DELETED) VERSION KEYED
      *  BY THE TRANSACTION'S COST CENTER AND DATE, AND ALONG THE WAY
      *  NOTES THE LATEST LIVE VERSION OF THE SAME COST CENTER DATED
      *  BEFORE IT - THE ONE A NEW VERSION INHERITS BLANK FIELDS FROM.
      *****************************************************************
       FIND-VERSION.
           MOVE 'N' TO WS-PV-FOUND-SW
           MOVE 0 TO WS-PV-FIND-IDX
           MOVE 0 TO WS-PV-PRIOR-IDX
           MOVE 0 TO WS-PV-PRIOR-EFF
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-CC (WS-PV-IDX) = PMT-COST-CENTER
                   AND WS-PV-DEL-SW (WS-PV-IDX) = 'N'
                   IF WS-PV-EFF (WS-PV-IDX) = WS-TXN-EFF-N
                       AND NOT WS-PV-FOUND
                       MOVE 'Y' TO WS-PV-FOUND-SW
                       MOVE WS-PV-IDX TO WS-PV-FIND-IDX
                   END-IF
                   IF WS-PV-EFF (WS-PV-IDX) < WS-TXN-EFF-N
                       AND (WS-PV-PRIOR-IDX = 0
                       OR WS-PV-EFF (WS-PV-IDX) > WS-PV-PRIOR-EFF)
                       MOVE WS-PV-IDX TO WS-PV-PRIOR-IDX
                       MOVE WS-PV-EFF (WS-PV-IDX) TO WS-PV-PRIOR-EFF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  APPLY-ADD BUILDS THE NEW VERSION FROM THE ONE IN FORCE THE
      *  DAY BEFORE (WHEN THERE IS ONE) OVERLAID WITH THE FIELDS
      *  KEYED.  THE FIRST VERSION OF A COST CENTER MUST KEY THE
      *  THRESHOLD AND BOTH FACTORS; A BLANK WEIGHT CAP IS ZERO.
      *****************************************************************
       APPLY-ADD.
           PERFORM FIND-VERSION
           IF WS-PV-FOUND
               MOVE 'DUPLICATE ADD - VERSION EXISTS'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED AND WS-PV-PRIOR-IDX = 0
               IF PMT-HIVOL-THRESHOLD = SPACES
                   OR PMT-HIVOL-FACTOR = SPACES
                   OR PMT-STD-FACTOR = SPACES
                   MOVE 'FIRST VERSION - KEY THRESHOLD AND FACTORS'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND WS-PV-COUNT >= WS-PV-LIMIT
               MOVE 'PARAMETER HISTORY IS FULL' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED
               MOVE SPACES TO WS-BEFORE-IMAGE
               IF WS-PV-PRIOR-IDX > 0
                   MOVE WS-PV-IMAGE (WS-PV-PRIOR-IDX)
                       TO LOOP1-PARM-RECORD
               ELSE
                   MOVE SPACES TO LOOP1-PARM-RECORD
                   MOVE 0 TO PRM-WEIGHT-CAP
               END-IF
               MOVE PMT-COST-CENTER TO PRM-COST-CENTER
               MOVE WS-TXN-EFF-N TO PRM-EFF-DATE
               PERFORM OVERLAY-VALUE-FIELDS
               ADD 1 TO WS-PV-COUNT
               MOVE PMT-COST-CENTER TO WS-PV-CC (WS-PV-COUNT)
               MOVE WS-TXN-EFF-N TO WS-PV-EFF (WS-PV-COUNT)
               MOVE LOOP1-PARM-RECORD TO WS-PV-IMAGE (WS-PV-COUNT)
               MOVE 'N' TO WS-PV-DEL-SW (WS-PV-COUNT)
               ADD 1 TO WS-ADDS-APPLIED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       APPLY-CHANGE.
           PERFORM FIND-VERSION
           IF NOT WS-PV-FOUND
               MOVE 'CHANGE - VERSION NOT FOUND' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               MOVE WS-PV-IMAGE (WS-PV-FIND-IDX) TO WS-BEFORE-IMAGE
               MOVE WS-PV-IMAGE (WS-PV-FIND-IDX) TO LOOP1-PARM-RECORD
               PERFORM OVERLAY-VALUE-FIELDS
               MOVE LOOP1-PARM-RECORD TO WS-PV-IMAGE (WS-PV-FIND-IDX)
               ADD 1 TO WS-CHANGES-APPLIED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       APPLY-DELETE.
           PERFORM FIND-VERSION
           IF NOT WS-PV-FOUND
               MOVE 'DELETE - VERSION NOT FOUND' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               MOVE WS-PV-IMAGE (WS-PV-FIND-IDX) TO WS-BEFORE-IMAGE
               MOVE 'Y' TO WS-PV-DEL-SW (WS-PV-FIND-IDX)
               MOVE SPACES TO LOOP1-PARM-RECORD
               ADD 1 TO WS-DELETES-APPLIED
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       OVERLAY-VALUE-FIELDS.
           IF PMT-HIVOL-THRESHOLD NOT = SPACES
               MOVE PMT-HIVOL-THRESHOLD TO PRM-HIVOL-THRESHOLD
           END-IF
           IF PMT-HIVOL-FACTOR NOT = SPACES
               MOVE PMT-HIVOL-FACTOR TO PRM-HIVOL-FACTOR
           END-IF
           IF PMT-STD-FACTOR NOT = SPACES
               MOVE PMT-STD-FACTOR TO PRM-STD-FACTOR
           END-IF
           IF PMT-WEIGHT-CAP NOT = SPACES
               MOVE PMT-WEIGHT-CAP TO PRM-WEIGHT-CAP
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-RECORD APPENDS WHO/WHEN/WHAT FOR THE TRANSACTION
      *  JUST APPLIED.  THE BEFORE IMAGE WAS CAPTURED AHEAD OF THE
      *  UPDATE AND THE AFTER IMAGE IS THE VERSION AS APPLIED
      *  (SPACES AFTER A DELETE).
      *****************************************************************
       WRITE-AUDIT-RECORD.
           PERFORM GET-TIMESTAMP
           MOVE WS-TIMESTAMP TO PMA-TIMESTAMP
           MOVE PMT-USER-ID TO PMA-USER-ID
           MOVE PMT-ACTION TO PMA-ACTION
           MOVE PMT-COST-CENTER TO PMA-COST-CENTER
           MOVE PMT-EFF-DATE TO PMA-EFF-DATE
           MOVE WS-BEFORE-IMAGE TO PMA-BEFORE-IMAGE
           MOVE LOOP1-PARM-RECORD TO PMA-AFTER-IMAGE
           WRITE LOOP1-PARM-AUDIT-RECORD
           IF WS-PMA-STATUS NOT = '00'
               DISPLAY 'LOOP1PMM - AUDIT WRITE FAILED - STATUS '
                   WS-PMA-STATUS
           END-IF.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO LOOP1-PME-LINE
           STRING 'REJECT ' DELIMITED BY SIZE
               PMT-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PMT-COST-CENTER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PMT-EFF-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               ' TXN ' DELIMITED BY SIZE
               PMT-HIVOL-THRESHOLD DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PMT-HIVOL-FACTOR DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PMT-STD-FACTOR DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PMT-WEIGHT-CAP DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               PMT-USER-ID DELIMITED BY SIZE
               INTO LOOP1-PME-LINE
           WRITE LOOP1-PME-LINE.

      *****************************************************************
      *  SORT-PARM-VERSIONS PUTS THE HISTORY IN COST CENTER / DATE
      *  ORDER FOR THE REWRITE.  ROWS ARE ONLY SWAPPED WHEN STRICTLY
      *  OUT OF ORDER, SO TWO ROWS WITH THE SAME KEY KEEP THEIR ORDER
      *  AND LOOP1'S FIRST-ROW-WINS RULE STILL PICKS THE SAME ONE.
      *****************************************************************
       SORT-PARM-VERSIONS.
           IF WS-PV-COUNT > 1
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX >= WS-PV-COUNT
                   PERFORM VARYING WS-PV-JDX FROM 1 BY 1
                       UNTIL WS-PV-JDX >= WS-PV-COUNT
                       IF WS-PV-KEY (WS-PV-JDX) >
                           WS-PV-KEY (WS-PV-JDX + 1)
                           MOVE WS-PV-ENTRY (WS-PV-JDX)
                               TO WS-PV-SWAP
                           MOVE WS-PV-ENTRY (WS-PV-JDX + 1)
                               TO WS-PV-ENTRY (WS-PV-JDX)
                           MOVE WS-PV-SWAP
                               TO WS-PV-ENTRY (WS-PV-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *****************************************************************
      *  WRITE-PARM-FILE REPLACES LOOP1PRM WITH EVERY LIVE VERSION.
      *  A WRITE FAILURE HERE LEAVES A SHORT FILE, SO IT ABORTS WITH
      *  RETURN CODE 8 - RESTORE LOOP1PRM FROM THE PRIOR GENERATION
      *  AND RERUN; THE LOOP1PMA AUDIT SHOWS WHAT WAS APPLIED.
      *****************************************************************
       WRITE-PARM-FILE.
           OPEN OUTPUT LOOP1-PRM-FILE
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT OR RUN-ABORTED
               IF WS-PV-DEL-SW (WS-PV-IDX) = 'N'
                   MOVE WS-PV-IMAGE (WS-PV-IDX) TO LOOP1-PARM-RECORD
                   WRITE LOOP1-PARM-RECORD
                   IF WS-PRM-STATUS NOT = '00'
                       DISPLAY 'LOOP1PMM - LOOP1PRM WRITE FAILED - '
                           'STATUS ' WS-PRM-STATUS
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 'Y' TO WS-PRM-REWRITE-SW
                   ELSE
                       ADD 1 TO WS-VERSIONS-OUT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOOP1-PRM-FILE.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO LOOP1-PME-LINE
           STRING 'TRANSACTIONS READ : ' DELIMITED BY SIZE
               WS-PMT-READ DELIMITED BY SIZE
               ' ADDS ' DELIMITED BY SIZE
               WS-ADDS-APPLIED DELIMITED BY SIZE
               ' CHANGES ' DELIMITED BY SIZE
               WS-CHANGES-APPLIED DELIMITED BY SIZE
               ' DELETES ' DELIMITED BY SIZE
               WS-DELETES-APPLIED DELIMITED BY SIZE
               ' REJECTS ' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO LOOP1-PME-LINE
           WRITE LOOP1-PME-LINE
           MOVE SPACES TO LOOP1-PME-LINE
           STRING 'VERSIONS IN : ' DELIMITED BY SIZE
               WS-VERSIONS-IN DELIMITED BY SIZE
               ' VERSIONS OUT : ' DELIMITED BY SIZE
               WS-VERSIONS-OUT DELIMITED BY SIZE
               INTO LOOP1-PME-LINE
           WRITE LOOP1-PME-LINE
           IF NOT CC-MASTER-LOADED
               MOVE SPACES TO LOOP1-PME-LINE
               STRING 'WARNING : LOOP1CCM COST-CENTER MASTER NOT '
                   'LOADED - COST CENTERS WERE NOT EDITED'
                   DELIMITED BY SIZE INTO LOOP1-PME-LINE
               WRITE LOOP1-PME-LINE
           END-IF
           IF PRM-REWRITE-FAILED
               MOVE SPACES TO LOOP1-PME-LINE
               STRING 'VERDICT : LOOP1PRM REWRITE FAILED - RESTORE '
                   'THE PRIOR GENERATION BEFORE THE NEXT RUN'
                   DELIMITED BY SIZE INTO LOOP1-PME-LINE
               WRITE LOOP1-PME-LINE
           END-IF.

       GET-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-TS-DATE
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EVT-PART
           IF RUN-ABORTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'MAINT-ABORTED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               IF PRM-REWRITE-FAILED
                   STRING 'LOOP1PRM REWRITE FAILED - FILE INCOMPLETE - '
                       DELIMITED BY SIZE
                       'RESTORE THE PRIOR GENERATION' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               ELSE
                   STRING 'PARAMETER MAINTENANCE ABORTED - FILE LEFT '
                       DELIMITED BY SIZE
                       'UNCHANGED' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               END-IF
               PERFORM WRITE-EVENT
           END-IF
           IF WS-REJECT-COUNT > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'TXN-REJECTS' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-REJECT-COUNT DELIMITED BY SIZE
                   ' PARAMETER TRANSACTIONS REJECTED' DELIMITED BY SIZE
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
           STRING 'LOOP1PMM ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1PMM' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1PMM - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
