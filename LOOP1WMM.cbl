      *              RETURN CODE 0 = ALL APPLIED, 4 = SOMETHING WAS
      *              REJECTED, 8 = THE MASTER OR TRANSACTION FILE
      *              COULD NOT BE PROCESSED AT ALL.
      *  2026-10-15  COST-CENTER REFERENCE MASTER.  AN ADD, OR A
      *              CHANGE THAT SUPPLIES A COST CENTER, IS NOW
      *              REJECTED WHEN THE CODE IS NOT ON THE LOOP1CCM
      *              COST-CENTER MASTER OR IS CLOSED THERE - A
      *              MIS-KEYED CODE USED TO LAND ON THE MASTER AND
      *              BILL TO A CENTER NOBODY OWNED.  WITH NO LOOP1CCM
      *              FILE THE EDIT IS SKIPPED WITH A WARNING ON THE
      *              ERROR REPORT RATHER THAN REJECTING EVERYTHING.
      *  2026-10-15  MAKER-CHECKER.  EACH TRANSACTION IS NOW CHECKED
      *              AGAINST THE KEYING USER'S ROWS ON THE LOOP1UAT
      *              USER-AUTHORITY TABLE.  ONE THAT MOVES THE WEIGHT
      *              BY MORE THAN THE USER'S LIMIT, OR TOUCHES A COST
      *              CENTER THE USER HAS NO ROW FOR, IS PARKED ON THE
      *              LOOP1PND PENDING-APPROVAL FILE INSTEAD OF BEING
      *              APPLIED, AND LISTED ON THE ERROR REPORT.  A
      *              TRANSACTION RELEASED BY LOOP1APR CARRIES THE
      *              APPROVER'S ID; IT IS APPLIED (AFTER CHECKING THE
      *              APPROVER IS A DIFFERENT USER WITH APPROVAL
      *              AUTHORITY) AND BOTH IDS GO ON THE LOOP1WMA
      *              AUDIT RECORD.  WITH NO LOOP1UAT EVERY KEYED
      *              TRANSACTION PARKS - THE CONTROL FAILS CLOSED.
      *              PARKED ITEMS SET RETURN CODE 4.
      *  2026-10-15  FUTURE-DATED CHANGES AND ACCOUNT END DATES.  A
      *              TRANSACTION WHOSE TXN-CHG-EFF-DATE IS AFTER
      *              TODAY IS EDITED AND AUTHORITY-CHECKED AS USUAL
      *              BUT THEN HELD ON THE LOOP1FCH PENDING-CHANGES
      *              FILE INSTEAD OF APPLIED; LOOP1FDC RELEASES IT
      *              BACK THROUGH THIS PROGRAM ON ITS BUSINESS DATE.
      *              A TODAY-OR-EARLIER DATE APPLIES AT ONCE - THE
      *              MASTER CANNOT BE BACKDATED.  TXN-END-DATE SETS
      *              (OR, AS '00000000', CLEARS) THE NEW WM-END-DATE
      *              ON AN ADD OR CHANGE, AND SETTING ONE COUNTS
      *              AGAINST THE KEYING USER'S LIMIT AS A MOVE OF THE
      *              ACCOUNT'S WHOLE WEIGHT, THE SAME AS A DELETE.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: MAINT-ABORTED, TXN-REJECTS AND PARKED
      *              AND A RUN-END-RCNN EVENT CARRYING THE RETURN CODE
      *              AS THE PROGRAM ENDS.
      *  2026-10-15  AN APPROVER ID IS ONLY HONOURED ON A TRANSACTION
      *              LOOP1APR RELEASED (TXN-SOURCE 'A').  A KEYED
      *              TRANSACTION CARRYING ONE IS REJECTED - A MAKER
      *              COULD OTHERWISE KEY A COLLEAGUE'S ID AND SKIP
      *              LOOP1PND.  A HELD CHANGE KEEPS ITS SOURCE ON
      *              LOOP1FCH.
      *  2026-10-15  APPROVED RELEASES ARE NO LONGER STAGED ONTO
      *              WLDMTXN - ANYONE ABLE TO KEY WLDMTXN COULD FORGE
      *              THE SOURCE BYTE.  AFTER WLDMTXN THIS PROGRAM
      *              READS LOOP1APR'S LOOP1APT AND LOOP1FDC'S LOOP1FDA
      *              ITSELF, MARKS THOSE TRANSACTIONS AS RELEASED BY
      *              LOOP1APR, AND EMPTIES BOTH FILES ONCE APPLIED.
      *              A WLDMTXN RECORD CARRYING AN APPROVER OR A SOURCE
      *              IS REJECTED.  A FAILED LOOP1PND OR LOOP1FCH WRITE
      *              NOW REJECTS THE TRANSACTION INSTEAD OF COUNTING IT
      *              PARKED OR HELD, AND AN ABORT STOPS THE RUN AT THAT
      *              TRANSACTION - NOTHING LATER IS APPLIED.  A CHANGE
      *              THAT KEYS AN END DATE BUT NO EFFECTIVE DATE IS
      *              EDITED AGAINST THE MASTER'S EFFECTIVE DATE.
      *  2026-10-15  LOOP1FDC'S UNAPPROVED RELEASES ON LOOP1FDT ARE
      *              READ HERE TOO, AHEAD OF WLDMTXN SO A HELD CHANGE
      *              LANDS BEFORE ANYTHING KEYED AFTER IT, AND LOOP1FDT
      *              IS EMPTIED WITH LOOP1APT AND LOOP1FDA - IT IS NO
      *              LONGER STAGED.  THEY ARE EDITED AND CHECKED
      *              EXACTLY AS WLDMTXN IS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1WMM.
           SELECT WLDM-ERR-FILE  ASSIGN TO "LOOP1WME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT OPTIONAL LOOP1-CCM-FILE  ASSIGN TO "LOOP1CCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LOOP1-UAT-FILE  ASSIGN TO "LOOP1UAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UAT-STATUS.
           SELECT OPTIONAL LOOP1-PND-FILE  ASSIGN TO "LOOP1PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL LOOP1-FCH-FILE  ASSIGN TO "LOOP1FCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT OPTIONAL LOOP1-APT-FILE  ASSIGN TO "LOOP1APT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APT-STATUS.
           SELECT OPTIONAL LOOP1-FDT-FILE  ASSIGN TO "LOOP1FDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDT-STATUS.
           SELECT OPTIONAL LOOP1-FDA-FILE  ASSIGN TO "LOOP1FDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDA-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  WLDM-ERR-LINE            PIC X(132).

       FD  LOOP1-CCM-FILE
           RECORDING MODE IS F.
       COPY LOOP1CCM.

       FD  LOOP1-UAT-FILE
           RECORDING MODE IS F.
       COPY LOOP1UAT.

       FD  LOOP1-PND-FILE
           RECORDING MODE IS F.
       COPY LOOP1PND.

       FD  LOOP1-FCH-FILE
           RECORDING MODE IS F.
       COPY LOOP1FCH.

      *****************************************************************
      *  LOOP1APT, LOOP1FDT AND LOOP1FDA ARE IN THE WLDMTXN LAYOUT
      *  AND ARE READ INTO WLDM-TXN-RECORD.
      *****************************************************************
       FD  LOOP1-APT-FILE
           RECORDING MODE IS F.
       01  LOOP1-APT-RECORD         PIC X(64).

       FD  LOOP1-FDT-FILE
           RECORDING MODE IS F.
       01  LOOP1-FDT-RECORD         PIC X(64).

       FD  LOOP1-FDA-FILE
           RECORDING MODE IS F.
       01  LOOP1-FDA-RECORD         PIC X(64).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-WM-STATUS         PIC X(2)   VALUE SPACES.
       01  WS-AUD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-ERR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CCM-STATUS        PIC X(2)   VALUE SPACES.
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
       01  WS-UAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PND-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FCH-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-APT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FDT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-FDA-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-REL-EOF-SW        PIC X      VALUE 'N'.
           88  REL-EOF                     VALUE 'Y'.
       01  WS-REL-PASS-SW       PIC X      VALUE 'N'.
           88  APPROVED-RELEASE-PASS       VALUE 'Y'.
       01  WS-RELEASES-READ     PIC 9(6)   VALUE 0.
       01  WS-APPLIED-TOTAL     PIC 9(6)   VALUE 0.
       01  WS-HELD-COUNT        PIC 9(6)   VALUE 0.
       01  WS-HOLD-SW           PIC X      VALUE 'N'.
           88  TXN-HELD                    VALUE 'Y'.
       01  WS-CHG-DATE-N        PIC 9(08)  VALUE 0.
       01  WS-UAT-EOF-SW        PIC X      VALUE 'N'.
           88  UAT-EOF                     VALUE 'Y'.
       01  WS-UA-LOADED-SW      PIC X      VALUE 'N'.
           88  USER-AUTH-LOADED            VALUE 'Y'.
      *****************************************************************
      *  THE USER-AUTHORITY TABLE HOLDS ONE ENTRY PER LOOP1UAT ROW.
      *  FIND-USER-AUTHORITY LOOKS FOR THE USER'S EXACT COST-CENTER
      *  ROW FIRST AND FALLS BACK TO THEIR '******' ROW.
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
       01  WS-PARK-SW           PIC X      VALUE 'N'.
           88  TXN-PARKED                  VALUE 'Y'.
       01  WS-PARK-REASON       PIC X(30)  VALUE SPACES.
       01  WS-MASTER-CC         PIC X(06)  VALUE SPACES.
       01  WS-OLD-WEIGHT        PIC 9(06)  VALUE 0.
       01  WS-NEW-WEIGHT        PIC 9(06)  VALUE 0.
       01  WS-WEIGHT-CHANGE     PIC 9(06)  VALUE 0.
       01  WS-PARKED-COUNT      PIC 9(6)   VALUE 0.
       01  WS-APPROVED-APPLIED  PIC 9(6)   VALUE 0.
       01  WS-PND-SEQ           PIC 9(04)  VALUE 0.
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE      PIC 9(8).
           05  WS-RUN-TIME      PIC 9(8).
       01  WS-ITEM-ID.
           05  WS-ITEM-STAMP    PIC X(16).
           05  WS-ITEM-SEQ      PIC 9(04).
       01  WS-TXN-EOF-SW        PIC X      VALUE 'N'.
           88  TXN-EOF                     VALUE 'Y'.
       01  WS-KEY-FOUND-SW      PIC X      VALUE 'N'.
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

               END-IF
           END-IF
           IF NOT RUN-ABORTED
               PERFORM LOAD-CC-MASTER
               PERFORM LOAD-USER-AUTHORITY
               PERFORM OPEN-AUDIT-FILE
               PERFORM OPEN-PENDING-FILE
               PERFORM OPEN-FUTURE-FILE
               OPEN OUTPUT WLDM-ERR-FILE
               MOVE SPACES TO WLDM-ERR-LINE
               STRING 'LOOP1WMM MAINTENANCE ERROR REPORT'
                   DELIMITED BY SIZE INTO WLDM-ERR-LINE
               WRITE WLDM-ERR-LINE
               PERFORM APPLY-FDC-HELD-CHANGES
               PERFORM UNTIL TXN-EOF OR RUN-ABORTED
                   READ WLDM-TXN-FILE
                       AT END
                           MOVE 'Y' TO WS-TXN-EOF-SW
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               MOVE 'Y' TO WS-REL-PASS-SW
               IF NOT RUN-ABORTED
                   PERFORM APPLY-APR-RELEASES
               END-IF
               IF NOT RUN-ABORTED
                   PERFORM APPLY-FDC-RELEASES
               END-IF
               IF NOT RUN-ABORTED
                   PERFORM EMPTY-RELEASE-FILES
               END-IF
               MOVE 'N' TO WS-REL-PASS-SW
               PERFORM WRITE-MAINT-SUMMARY
               CLOSE WLDM-TXN-FILE
               CLOSE WORKLOAD-MASTER-FILE
               CLOSE WLDM-AUDIT-FILE
               CLOSE LOOP1-PND-FILE
               CLOSE LOOP1-FCH-FILE
               CLOSE WLDM-ERR-FILE
           END-IF
           IF RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0 OR WS-PARKED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

      *****************************************************************
      *  APPLY-FDC-HELD-CHANGES APPLIES THE HELD CHANGES LOOP1FDC
      *  RELEASED ON LOOP1FDT WITHOUT AN APPROVAL.  THEY ARE TREATED
      *  EXACTLY LIKE WLDMTXN - AN APPROVER OR SOURCE ON ONE IS
      *  REJECTED, AND ONE OVER THE KEYER'S AUTHORITY IS PARKED.
      *****************************************************************
       APPLY-FDC-HELD-CHANGES.
           MOVE 'N' TO WS-REL-EOF-SW
           OPEN INPUT LOOP1-FDT-FILE
           IF WS-FDT-STATUS = '00'
               PERFORM UNTIL REL-EOF OR RUN-ABORTED
                   READ LOOP1-FDT-FILE INTO WLDM-TXN-RECORD
                       AT END
                           MOVE 'Y' TO WS-REL-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RELEASES-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE LOOP1-FDT-FILE
           END-IF.

      *****************************************************************
      *  APPLY-APR-RELEASES AND APPLY-FDC-RELEASES APPLY THE APPROVED
      *  TRANSACTIONS LOOP1APR RELEASED ON LOOP1APT AND THE APPROVED
      *  HELD CHANGES LOOP1FDC RELEASED ON LOOP1FDA.  ONLY HERE IS A
      *  TRANSACTION MARKED AS RELEASED BY LOOP1APR - WHATEVER SOURCE
      *  BYTE THE FILE CARRIES IS OVERWRITTEN - SO AN APPROVAL CAN
      *  ONLY ARRIVE BY THESE FILES, NEVER BY WLDMTXN.  THE APPROVER
      *  IS STILL RE-CHECKED BY CHECK-APPROVER-AUTHORITY.
      *****************************************************************
       APPLY-APR-RELEASES.
           MOVE 'N' TO WS-REL-EOF-SW
           OPEN INPUT LOOP1-APT-FILE
           IF WS-APT-STATUS = '00'
               PERFORM UNTIL REL-EOF OR RUN-ABORTED
                   READ LOOP1-APT-FILE INTO WLDM-TXN-RECORD
                       AT END
                           MOVE 'Y' TO WS-REL-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RELEASES-READ
                           MOVE 'A' TO TXN-SOURCE
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE LOOP1-APT-FILE
           END-IF.

       APPLY-FDC-RELEASES.
           MOVE 'N' TO WS-REL-EOF-SW
           OPEN INPUT LOOP1-FDA-FILE
           IF WS-FDA-STATUS = '00'
               PERFORM UNTIL REL-EOF OR RUN-ABORTED
                   READ LOOP1-FDA-FILE INTO WLDM-TXN-RECORD
                       AT END
                           MOVE 'Y' TO WS-REL-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RELEASES-READ
                           MOVE 'A' TO TXN-SOURCE
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE LOOP1-FDA-FILE
           END-IF.

      *****************************************************************
      *  EMPTY-RELEASE-FILES CLEARS LOOP1APT, LOOP1FDT AND LOOP1FDA
      *  ONCE EVERY RELEASE ON THEM HAS BEEN WORKED, SO A RERUN CANNOT
      *  APPLY THE SAME RELEASE TWICE.  AFTER AN ABORT THEY ARE LEFT
      *  FOR THE RERUN.
      *****************************************************************
       EMPTY-RELEASE-FILES.
           IF WS-FDT-STATUS = '00'
               OPEN OUTPUT LOOP1-FDT-FILE
               CLOSE LOOP1-FDT-FILE
           END-IF
           IF WS-APT-STATUS = '00'
               OPEN OUTPUT LOOP1-APT-FILE
               CLOSE LOOP1-APT-FILE
           END-IF
           IF WS-FDA-STATUS = '00'
               OPEN OUTPUT LOOP1-FDA-FILE
               CLOSE LOOP1-FDA-FILE
           END-IF.

      *****************************************************************
      *  OPEN-AUDIT-FILE OPENS LOOP1WMA FOR APPEND SO EVERY
      *  MAINTENANCE RUN EXTENDS ONE CONTINUOUS CHANGE HISTORY.  ON A
           END-IF.

      *****************************************************************
      *  OPEN-PENDING-FILE OPENS LOOP1PND FOR APPEND - ITEMS PARKED
      *  TONIGHT JOIN THOSE STILL WAITING FROM EARLIER RUNS UNTIL
      *  LOOP1APR WORKS THE FILE DOWN.  THE RUN'S DATE AND TIME ARE
      *  TAKEN HERE AS THE STEM OF EVERY ITEM ID PARKED BY THE RUN.
      *****************************************************************
       OPEN-PENDING-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 0 TO WS-PND-SEQ
           OPEN EXTEND LOOP1-PND-FILE
           IF WS-PND-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-PND-FILE
           END-IF.

      *****************************************************************
      *  OPEN-FUTURE-FILE OPENS LOOP1FCH FOR APPEND - CHANGES HELD
      *  TONIGHT JOIN THOSE ALREADY WAITING FOR THEIR DATE.
      *****************************************************************
       OPEN-FUTURE-FILE.
           OPEN EXTEND LOOP1-FCH-FILE
           IF WS-FCH-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-FCH-FILE
           END-IF.

      *****************************************************************
      *  LOAD-CC-MASTER TABLES THE LOOP1CCM COST-CENTER MASTER WITH
      *  EACH CODE'S STATE AS OF TODAY - A CLOSED CODE WHOSE CLOSE
      *  DATE IS STILL AHEAD IS TABLED OPEN.  THE FIRST ROW FOR A
      *  CODE WINS.  A MISSING OR EMPTY FILE LEAVES THE TABLE
      *  UNLOADED AND EDIT-COST-CENTER STANDS ASIDE.
      *****************************************************************
       LOAD-CC-MASTER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
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
               DISPLAY 'LOOP1WMM - LOOP1CCM IS MISSING OR EMPTY - '
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
                       DISPLAY 'LOOP1WMM - MORE THAN ' WS-CM-LIMIT
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
      *  LOAD-USER-AUTHORITY TABLES THE LOOP1UAT USER-AUTHORITY ROWS.
      *  THE FIRST ROW FOR A USER AND COST CENTER WINS.  A MISSING
      *  OR EMPTY FILE LEAVES THE TABLE UNLOADED, AND THEN NO KEYED
      *  TRANSACTION IS WITHIN ANYONE'S AUTHORITY.
      *****************************************************************
       LOAD-USER-AUTHORITY.
           MOVE 0 TO WS-UA-COUNT
           MOVE 'N' TO WS-UAT-EOF-SW
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
               DISPLAY 'LOOP1WMM - LOOP1UAT IS MISSING OR EMPTY - '
                   'EVERY KEYED TRANSACTION WILL BE PARKED'
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
                       DISPLAY 'LOOP1WMM - MORE THAN ' WS-UA-LIMIT
                           ' ROWS ON LOOP1UAT - ' UAT-USER-ID ' '
                           UAT-COST-CENTER ' NOT TABLED'
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-USER-AUTHORITY LEAVES WS-UA-IDX ON WS-AUTH-USER'S ROW
      *  FOR WS-AUTH-CC, OR FAILING THAT THEIR '******' ROW.
      *****************************************************************
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
      *  APPLY-ONE-TRANSACTION EDITS THE TRANSACTION JUST READ, CHECKS
      *  IT AGAINST THE KEYING USER'S AUTHORITY, THEN ROUTES IT BY
      *  ACTION CODE.  EVERY REJECT GOES TO THE ERROR REPORT WITH A
      *  REASON AND THE TRANSACTION IMAGE; EVERY APPLY APPENDS A
      *  BEFORE/AFTER AUDIT RECORD; A PARKED TRANSACTION IS WRITTEN
      *  TO LOOP1PND AND A FUTURE-DATED ONE TO LOOP1FCH, AND NEITHER
      *  GOES ANY FURTHER TONIGHT.  AN APPROVER OR SOURCE CAN ONLY
      *  COME FROM LOOP1APT OR LOOP1FDA; ON WLDMTXN IT IS REJECTED.
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SW
           MOVE 'N' TO WS-PARK-SW
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT APPROVED-RELEASE-PASS
               AND (TXN-APPROVER-ID NOT = SPACES
                   OR TXN-SOURCE NOT = SPACE)
               MOVE 'APPROVAL FIELDS KEYED ON WLDMTXN'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED
               PERFORM EDIT-TRANSACTION
           END-IF
           IF NOT TXN-REJECTED
               PERFORM CHECK-MAINT-AUTHORITY
           END-IF
           IF TXN-PARKED
               PERFORM PARK-TRANSACTION
           END-IF
           IF NOT TXN-REJECTED AND NOT TXN-PARKED
               AND TXN-CHG-EFF-DATE NOT = SPACES
               MOVE TXN-CHG-EFF-DATE TO WS-CHG-DATE-N
               IF WS-CHG-DATE-N > WS-RUN-DATE
                   PERFORM HOLD-TRANSACTION
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND NOT TXN-PARKED AND NOT TXN-HELD
               EVALUATE TRUE
                   WHEN TXN-IS-ADD
                       PERFORM APPLY-ADD
           END-IF
           IF NOT TXN-REJECTED AND TXN-IS-CHANGE
               PERFORM EDIT-CHANGE-FIELDS
           END-IF
           IF NOT TXN-REJECTED
               PERFORM EDIT-DATED-FIELDS
           END-IF.

      *****************************************************************
      *  EDIT-DATED-FIELDS EDITS THE TRANSACTION'S OWN EFFECTIVE DATE
      *  AND THE ACCOUNT END DATE WHEN EITHER IS SUPPLIED.  AN END
      *  DATE OF '00000000' IS THE "TAKE THE END DATE OFF" VALUE.
      *  AN END DATE AHEAD OF THE START DATE KEYED WITH IT WOULD
      *  NEVER BE PROCESSED AT ALL, SO IT IS REFUSED - ON A CHANGE
      *  THAT KEYS NO EFFECTIVE DATE, AGAINST THE ONE ON THE MASTER.
      *****************************************************************
       EDIT-DATED-FIELDS.
           IF TXN-CHG-EFF-DATE NOT = SPACES
               MOVE TXN-CHG-EFF-DATE TO WS-EFF-DATE-X
               PERFORM EDIT-EFF-DATE
               IF NOT EFF-DATE-OK
                   MOVE 'TRANSACTION DATE IS INVALID'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND TXN-END-DATE NOT = SPACES
               AND TXN-END-DATE NOT = '00000000'
               MOVE TXN-END-DATE TO WS-EFF-DATE-X
               PERFORM EDIT-EFF-DATE
               IF NOT EFF-DATE-OK
                   MOVE 'END DATE IS INVALID' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               ELSE
                   IF TXN-EFF-DATE NOT = SPACES
                       IF TXN-END-DATE < TXN-EFF-DATE
                           MOVE 'END DATE BEFORE EFFECTIVE DATE'
                               TO WS-REJECT-REASON
                           MOVE 'Y' TO WS-REJECT-SW
                       END-IF
                   ELSE
                       IF TXN-IS-CHANGE
                           PERFORM EDIT-END-AGAINST-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  EDIT-END-AGAINST-MASTER - A CHANGE OF A MISSING ACCOUNT IS
      *  LEFT FOR APPLY-CHANGE TO REJECT IN THE USUAL WAY.
      *****************************************************************
       EDIT-END-AGAINST-MASTER.
           PERFORM READ-MASTER-BY-KEY
           IF MASTER-KEY-FOUND AND WM-EFF-DATE NOT = SPACES
               AND TXN-END-DATE < WM-EFF-DATE
               MOVE 'END DATE BEFORE MASTER EFFECTIVE DATE'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF.

       EDIT-ADD-FIELDS.
               MOVE 'COST CENTER IS BLANK' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED
               MOVE TXN-COST-CENTER TO WS-EDIT-CC
               PERFORM EDIT-COST-CENTER
           END-IF
           IF NOT TXN-REJECTED
               MOVE TXN-EFF-DATE TO WS-EFF-DATE-X
               PERFORM EDIT-EFF-DATE
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF
           IF NOT TXN-REJECTED AND TXN-COST-CENTER NOT = SPACES
               MOVE TXN-COST-CENTER TO WS-EDIT-CC
               PERFORM EDIT-COST-CENTER
           END-IF
           IF NOT TXN-REJECTED AND TXN-EFF-DATE NOT = SPACES
               MOVE TXN-EFF-DATE TO WS-EFF-DATE-X
               PERFORM EDIT-EFF-DATE
               END-IF
           END-IF.

      *****************************************************************
      *  EDIT-COST-CENTER REJECTS A COST CENTER THAT IS NOT ON THE
      *  LOOP1CCM MASTER OR IS CLOSED THERE.  AN ACCOUNT ALREADY
      *  SITTING ON A CLOSED CODE CAN STILL BE REWEIGHTED OR DELETED -
      *  ONLY A TRANSACTION THAT NAMES THE CODE IS EDITED.
      *****************************************************************
       EDIT-COST-CENTER.
           IF CC-MASTER-LOADED
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
      *  CHECK-MAINT-AUTHORITY WORKS OUT WHICH COST CENTERS THE
      *  TRANSACTION TOUCHES (THE ONE KEYED, AND THE ONE THE ACCOUNT
      *  IS ON NOW) AND HOW FAR IT MOVES THE WEIGHT, THEN EITHER
      *  CHECKS THE KEYING USER'S AUTHORITY (PARKING THE TRANSACTION
      *  IF IT IS EXCEEDED) OR, ON A TRANSACTION RELEASED BY LOOP1APR,
      *  THE APPROVER'S (REJECTING IT IF THE APPROVAL IS NOT VALID).
      *  AN APPROVER ON A WLDMTXN RECORD HAS ALREADY BEEN REJECTED BY
      *  APPLY-ONE-TRANSACTION, SO IT NEVER GETS THIS FAR.
      *  A CHANGE OR DELETE OF AN ACCOUNT NOT ON THE MASTER IS LEFT
      *  FOR THE APPLY PARAGRAPHS TO REJECT IN THE USUAL WAY.
      *****************************************************************
       CHECK-MAINT-AUTHORITY.
           MOVE SPACES TO WS-PARK-REASON
           MOVE SPACES TO WS-MASTER-CC
           MOVE 0 TO WS-OLD-WEIGHT
           MOVE 0 TO WS-NEW-WEIGHT
           MOVE 0 TO WS-WEIGHT-CHANGE
           MOVE 'Y' TO WS-KEY-FOUND-SW
           IF NOT TXN-IS-ADD
               PERFORM READ-MASTER-BY-KEY
               IF MASTER-KEY-FOUND
                   MOVE WM-COST-CENTER TO WS-MASTER-CC
                   IF WM-WEIGHT NUMERIC
                       MOVE WM-WEIGHT TO WS-OLD-WEIGHT
                   END-IF
               END-IF
           END-IF
           IF MASTER-KEY-FOUND
               EVALUATE TRUE
                   WHEN TXN-IS-ADD
                       MOVE TXN-WEIGHT TO WS-WEIGHT-CHANGE
                   WHEN TXN-IS-CHANGE
                       IF TXN-WEIGHT NOT = SPACES
                           MOVE TXN-WEIGHT TO WS-NEW-WEIGHT
                           IF WS-NEW-WEIGHT > WS-OLD-WEIGHT
                               COMPUTE WS-WEIGHT-CHANGE =
                                   WS-NEW-WEIGHT - WS-OLD-WEIGHT
                           ELSE
                               COMPUTE WS-WEIGHT-CHANGE =
                                   WS-OLD-WEIGHT - WS-NEW-WEIGHT
                           END-IF
                       END-IF
                       IF TXN-END-DATE NOT = SPACES
                           AND TXN-END-DATE NOT = '00000000'
                           AND WS-OLD-WEIGHT > WS-WEIGHT-CHANGE
                           MOVE WS-OLD-WEIGHT TO WS-WEIGHT-CHANGE
                       END-IF
                   WHEN TXN-IS-DELETE
                       MOVE WS-OLD-WEIGHT TO WS-WEIGHT-CHANGE
               END-EVALUATE
               IF TXN-APPROVER-ID = SPACES
                   PERFORM CHECK-MAKER-AUTHORITY
               ELSE
                   PERFORM CHECK-APPROVER-AUTHORITY
               END-IF
           END-IF.

       CHECK-MAKER-AUTHORITY.
           IF NOT USER-AUTH-LOADED
               MOVE 'NO USER AUTHORITY TABLE' TO WS-PARK-REASON
               MOVE 'Y' TO WS-PARK-SW
           END-IF
           IF NOT TXN-PARKED AND TXN-COST-CENTER NOT = SPACES
               MOVE TXN-COST-CENTER TO WS-AUTH-CC
               PERFORM CHECK-ONE-MAKER-CC
           END-IF
           IF NOT TXN-PARKED AND WS-MASTER-CC NOT = SPACES
               AND WS-MASTER-CC NOT = TXN-COST-CENTER
               MOVE WS-MASTER-CC TO WS-AUTH-CC
               PERFORM CHECK-ONE-MAKER-CC
           END-IF.

       CHECK-ONE-MAKER-CC.
           MOVE TXN-USER-ID TO WS-AUTH-USER
           PERFORM FIND-USER-AUTHORITY
           IF NOT WS-UA-FOUND
               MOVE 'OUTSIDE USER COST CENTERS' TO WS-PARK-REASON
               MOVE 'Y' TO WS-PARK-SW
           ELSE
               IF WS-WEIGHT-CHANGE > WS-UA-MAX-CHG (WS-UA-IDX)
                   MOVE 'OVER USER WEIGHT LIMIT' TO WS-PARK-REASON
                   MOVE 'Y' TO WS-PARK-SW
               END-IF
           END-IF.

      *****************************************************************
      *  CHECK-APPROVER-AUTHORITY RE-CHECKS A RELEASED TRANSACTION'S
      *  APPROVAL HERE RATHER THAN TRUSTING WHATEVER ARRIVES ON
      *  WLDMTXN WITH AN APPROVER FILLED IN: THE APPROVER MUST NOT BE
      *  THE KEYING USER AND MUST HOLD APPROVAL AUTHORITY ON EVERY
      *  COST CENTER THE TRANSACTION TOUCHES.
      *****************************************************************
       CHECK-APPROVER-AUTHORITY.
           IF TXN-APPROVER-ID = TXN-USER-ID
               MOVE 'APPROVER IS THE KEYING USER' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           END-IF
           IF NOT TXN-REJECTED AND TXN-COST-CENTER NOT = SPACES
               MOVE TXN-COST-CENTER TO WS-AUTH-CC
               PERFORM CHECK-ONE-APPROVER-CC
           END-IF
           IF NOT TXN-REJECTED AND WS-MASTER-CC NOT = SPACES
               AND WS-MASTER-CC NOT = TXN-COST-CENTER
               MOVE WS-MASTER-CC TO WS-AUTH-CC
               PERFORM CHECK-ONE-APPROVER-CC
           END-IF.

       CHECK-ONE-APPROVER-CC.
           MOVE TXN-APPROVER-ID TO WS-AUTH-USER
           PERFORM FIND-USER-AUTHORITY
           IF NOT WS-UA-FOUND
               MOVE 'APPROVER HAS NO APPROVAL AUTHORITY'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               IF WS-UA-APPROVER (WS-UA-IDX) NOT = 'Y'
                   MOVE 'APPROVER HAS NO APPROVAL AUTHORITY'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF.

      *****************************************************************
      *  PARK-TRANSACTION WRITES THE TRANSACTION TO LOOP1PND UNDER A
      *  NEW ITEM ID AND LISTS IT ON THE ERROR REPORT SO THE KEYING
      *  AREA CAN TELL THE APPROVER WHICH ITEM TO DECIDE.  IF THE
      *  WRITE FAILS THE TRANSACTION IS REJECTED, NOT COUNTED AS
      *  PARKED, AND THE RUN STOPS.
      *****************************************************************
       PARK-TRANSACTION.
           ADD 1 TO WS-PND-SEQ
           MOVE WS-RUN-STAMP TO WS-ITEM-STAMP
           MOVE WS-PND-SEQ TO WS-ITEM-SEQ
           MOVE SPACES TO LOOP1-PENDING-RECORD
           MOVE WS-ITEM-ID TO PND-ITEM-ID
           MOVE WS-RUN-DATE TO PND-PARKED-DATE
           MOVE WS-PARK-REASON TO PND-REASON
           MOVE WS-MASTER-CC TO PND-MASTER-CC
           MOVE WS-WEIGHT-CHANGE TO PND-WEIGHT-CHANGE
           MOVE TXN-ACTION TO PND-ACTION
           MOVE TXN-ACCOUNT-ID TO PND-ACCOUNT-ID
           MOVE TXN-COST-CENTER TO PND-COST-CENTER
           MOVE TXN-WEIGHT TO PND-WEIGHT
           MOVE TXN-EFF-DATE TO PND-EFF-DATE
           MOVE TXN-USER-ID TO PND-USER-ID
           MOVE TXN-CHG-EFF-DATE TO PND-CHG-EFF-DATE
           MOVE TXN-END-DATE TO PND-END-DATE
           WRITE LOOP1-PENDING-RECORD
           IF WS-PND-STATUS NOT = '00'
               DISPLAY 'LOOP1WMM - LOOP1PND WRITE FAILED - STATUS '
                   WS-PND-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'LOOP1PND WRITE FAILED - STATUS '
                   DELIMITED BY SIZE
                   WS-PND-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               ADD 1 TO WS-PARKED-COUNT
               MOVE SPACES TO WLDM-ERR-LINE
               STRING 'PARKED ' DELIMITED BY SIZE
                   TXN-ACTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TXN-ACCOUNT-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PARK-REASON DELIMITED BY SIZE
                   ' ITEM ' DELIMITED BY SIZE
                   WS-ITEM-ID DELIMITED BY SIZE
                   ' CHG ' DELIMITED BY SIZE
                   WS-WEIGHT-CHANGE DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   TXN-USER-ID DELIMITED BY SIZE
                   INTO WLDM-ERR-LINE
               WRITE WLDM-ERR-LINE
           END-IF.

      *****************************************************************
      *  HOLD-TRANSACTION WRITES A FUTURE-DATED TRANSACTION TO
      *  LOOP1FCH, APPROVER AND ALL, FOR LOOP1FDC TO RELEASE ON ITS
      *  DATE, AND LISTS IT ON THE ERROR REPORT SO THE KEYER CAN SEE
      *  IT WAS ACCEPTED BUT NOT YET APPLIED.  FCH-SOURCE IS 'A' ONLY
      *  WHEN THE CHANGE CAME IN ON LOOP1APT OR LOOP1FDA.  IF THE
      *  WRITE FAILS THE TRANSACTION IS REJECTED, NOT COUNTED AS
      *  HELD, AND THE RUN STOPS.
      *****************************************************************
       HOLD-TRANSACTION.
           MOVE 'Y' TO WS-HOLD-SW
           MOVE SPACES TO LOOP1-FUTURE-CHG-RECORD
           MOVE WS-CHG-DATE-N TO FCH-DUE-DATE
           MOVE WS-RUN-DATE TO FCH-HELD-DATE
           MOVE TXN-ACTION TO FCH-ACTION
           MOVE TXN-ACCOUNT-ID TO FCH-ACCOUNT-ID
           MOVE TXN-COST-CENTER TO FCH-COST-CENTER
           MOVE TXN-WEIGHT TO FCH-WEIGHT
           MOVE TXN-EFF-DATE TO FCH-EFF-DATE
           MOVE TXN-USER-ID TO FCH-USER-ID
           MOVE TXN-APPROVER-ID TO FCH-APPROVER-ID
           MOVE TXN-END-DATE TO FCH-END-DATE
           MOVE TXN-SOURCE TO FCH-SOURCE
           WRITE LOOP1-FUTURE-CHG-RECORD
           IF WS-FCH-STATUS NOT = '00'
               DISPLAY 'LOOP1WMM - LOOP1FCH WRITE FAILED - STATUS '
                   WS-FCH-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'LOOP1FCH WRITE FAILED - STATUS '
                   DELIMITED BY SIZE
                   WS-FCH-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WLDM-ERR-LINE
               STRING 'HELD   ' DELIMITED BY SIZE
                   TXN-ACTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TXN-ACCOUNT-ID DELIMITED BY SIZE
                   ' FUTURE-DATED - DUE ' DELIMITED BY SIZE
                   WS-CHG-DATE-N DELIMITED BY SIZE
                   ' TXN ' DELIMITED BY SIZE
                   TXN-COST-CENTER DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   TXN-WEIGHT DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   TXN-EFF-DATE DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   TXN-END-DATE DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   TXN-USER-ID DELIMITED BY SIZE
                   INTO WLDM-ERR-LINE
               WRITE WLDM-ERR-LINE
           END-IF.

       EDIT-EFF-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EFF-DATE-X NUMERIC
               MOVE TXN-COST-CENTER TO WM-COST-CENTER
               MOVE TXN-WEIGHT TO WM-WEIGHT
               MOVE TXN-EFF-DATE TO WM-EFF-DATE
               IF TXN-END-DATE NOT = SPACES
                   AND TXN-END-DATE NOT = '00000000'
                   MOVE TXN-END-DATE TO WM-END-DATE
               END-IF
               WRITE WORKLOAD-MASTER-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE ADD - ACCOUNT EXISTS'
               IF TXN-EFF-DATE NOT = SPACES
                   MOVE TXN-EFF-DATE TO WM-EFF-DATE
               END-IF
               IF TXN-END-DATE = '00000000'
                   MOVE SPACES TO WM-END-DATE
               ELSE
                   IF TXN-END-DATE NOT = SPACES
                       MOVE TXN-END-DATE TO WM-END-DATE
                   END-IF
               END-IF
               REWRITE WORKLOAD-MASTER-RECORD
                   INVALID KEY
                       PERFORM SET-IO-ERROR-REASON
           MOVE TXN-ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WORKLOAD-MASTER-RECORD TO AUD-AFTER-IMAGE
           MOVE TXN-APPROVER-ID TO AUD-APPROVER-ID
           IF TXN-APPROVER-ID NOT = SPACES
               ADD 1 TO WS-APPROVED-APPLIED
           END-IF
           WRITE WLDM-AUDIT-RECORD
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'LOOP1WMM - AUDIT WRITE FAILED - STATUS '
               WS-DELETES-APPLIED DELIMITED BY SIZE
               ' REJECTS ' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               ' PARKED ' DELIMITED BY SIZE
               WS-PARKED-COUNT DELIMITED BY SIZE
               ' APPROVED ' DELIMITED BY SIZE
               WS-APPROVED-APPLIED DELIMITED BY SIZE
               ' HELD ' DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               ' RELEASES READ ' DELIMITED BY SIZE
               WS-RELEASES-READ DELIMITED BY SIZE
               INTO WLDM-ERR-LINE
           WRITE WLDM-ERR-LINE
           IF RUN-ABORTED
               MOVE SPACES TO WLDM-ERR-LINE
               STRING 'RUN STOPPED ON THE LAST TRANSACTION REJECTED '
                   '- NOTHING AFTER IT WAS PROCESSED AND LOOP1APT, '
                   'LOOP1FDT AND LOOP1FDA WERE KEPT' DELIMITED BY SIZE
                   INTO WLDM-ERR-LINE
               WRITE WLDM-ERR-LINE
           END-IF
           IF NOT USER-AUTH-LOADED
               MOVE SPACES TO WLDM-ERR-LINE
               STRING 'WARNING : LOOP1UAT USER-AUTHORITY TABLE NOT '
                   'LOADED - KEYED TRANSACTIONS WERE PARKED'
                   DELIMITED BY SIZE INTO WLDM-ERR-LINE
               WRITE WLDM-ERR-LINE
           END-IF
           IF NOT CC-MASTER-LOADED
               MOVE SPACES TO WLDM-ERR-LINE
               STRING 'WARNING : LOOP1CCM COST-CENTER MASTER NOT '
                   'LOADED - COST CENTERS WERE NOT EDITED'
                   DELIMITED BY SIZE INTO WLDM-ERR-LINE
               WRITE WLDM-ERR-LINE
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
           COMPUTE WS-APPLIED-TOTAL = WS-ADDS-APPLIED
               + WS-CHANGES-APPLIED + WS-DELETES-APPLIED
           IF RUN-ABORTED
               MOVE 'E' TO WS-EVT-SEVERITY
               MOVE 'MAINT-ABORTED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               IF WS-APPLIED-TOTAL = 0
                   STRING 'MASTER MAINTENANCE ABORTED - MASTER LEFT '
                       DELIMITED BY SIZE
                       'UNCHANGED' DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               ELSE
                   STRING 'MASTER MAINTENANCE STOPPED AFTER '
                       DELIMITED BY SIZE
                       WS-APPLIED-TOTAL DELIMITED BY SIZE
                       ' APPLIED - SEE LOOP1WME BEFORE A RERUN'
                       DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               END-IF
               PERFORM WRITE-EVENT
           END-IF
           IF WS-REJECT-COUNT > 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'TXN-REJECTS' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-REJECT-COUNT DELIMITED BY SIZE
                   ' MAINTENANCE TRANSACTIONS REJECTED'
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF WS-PARKED-COUNT > 0
               MOVE 'I' TO WS-EVT-SEVERITY
               MOVE 'PARKED' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-PARKED-COUNT DELIMITED BY SIZE
                   ' CHANGES PARKED FOR APPROVAL' DELIMITED BY SIZE
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
           STRING 'LOOP1WMM ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1WMM' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1WMM - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
