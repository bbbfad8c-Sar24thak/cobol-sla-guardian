      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  NEW PROGRAM - SINGLE-ACCOUNT LINEAGE INQUIRY.
      *              WHEN A COST CENTER DISPUTES A CHARGE THE ANALYST
      *              HAD TO PIECE THE STORY TOGETHER BY HAND FROM HALF
      *              A DOZEN FILES.  FOR EACH ACCOUNT ID ON THE LOOP1LNQ
      *              INQUIRY FILE THIS STEP PRINTS, IN DATE ORDER, ITS
      *              WHOLE TRAIL: EVERY WORKLOAD-MASTER CHANGE FROM THE
      *              LOOP1WMA AUDIT WITH THE BEFORE AND AFTER IMAGES,
      *              MAKER AND APPROVER; ITS REJECT EPISODES FROM
      *              LOOP1RCO AND THE NIGHT'S LOOP1REJ; ITS WEIGHT,
      *              CONTRIBUTION AND HI-VOL FLAG IN EVERY ACC
      *              GENERATION STILL CATALOGED ON LOOP1CAT OR ALREADY
      *              ARCHIVED TO LOOP1ARC; ITS SHARE PRICED AT THE
      *              LOOP1RTE RATE IN FORCE ON EACH GENERATION'S DATE,
      *              TIED TO THE LOOP1IVC INVOICE THAT BILLED IT; AND
      *              THE LEDGER'S DISPOSITION OF THE LAST TRANSMISSION
      *              FROM LOOP1AKN AND THE LOOP1AKR EXCEPTIONS.  THE
      *              CURRENT MASTER RECORD IS READ FROM WLDMSTR.
      *              OUTPUT IS THE LOOP1LNR REPORT.  NOTHING IS
      *              UPDATED.  RETURN CODE 8 WHEN THE INQUIRY FILE IS
      *              MISSING OR EMPTY; 4 WHEN AN ACCOUNT HAS NO
      *              HISTORY ON FILE OR ITS TRAIL WAS TRUNCATED; ELSE
      *              0.
      *  2026-10-15  EVENT FEED - APPENDS STANDARD EVENT RECORDS TO THE
      *              SHARED LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO
      *              MONITORING: NO-INQUIRY AND INQUIRY-FULL AND A
      *              RUN-END-RCNN EVENT CARRYING THE RETURN CODE AS THE
      *              PROGRAM ENDS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOOP1LIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOP1-LNQ-FILE  ASSIGN TO "LOOP1LNQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNQ-STATUS.
           SELECT OPTIONAL LOOP1-CTL-FILE  ASSIGN TO "LOOP1CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL WORKLOAD-MASTER-FILE  ASSIGN TO "WLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WM-ACCOUNT-ID
               FILE STATUS IS WS-WM-STATUS.
           SELECT OPTIONAL WLDM-AUDIT-FILE  ASSIGN TO "LOOP1WMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL LOOP1-RCO-FILE  ASSIGN TO "LOOP1RCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCO-STATUS.
           SELECT OPTIONAL LOOP1-REJ-FILE  ASSIGN TO "LOOP1REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT OPTIONAL LOOP1-CAT-FILE  ASSIGN TO "LOOP1CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT LOOP1-ACC-FILE  ASSIGN TO WS-ACC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OPTIONAL LOOP1-ARC-FILE  ASSIGN TO "LOOP1ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT OPTIONAL LOOP1-RTE-FILE  ASSIGN TO "LOOP1RTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.
           SELECT OPTIONAL LOOP1-IVC-FILE  ASSIGN TO "LOOP1IVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVC-STATUS.
           SELECT OPTIONAL LOOP1-AKN-FILE  ASSIGN TO "LOOP1AKN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKN-STATUS.
           SELECT OPTIONAL LOOP1-AKR-FILE  ASSIGN TO "LOOP1AKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKR-STATUS.
           SELECT LOOP1-LNR-FILE  ASSIGN TO "LOOP1LNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNR-STATUS.
           SELECT OPTIONAL LOOP1-EVT-FILE  ASSIGN TO "LOOP1EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOP1-LNQ-FILE
           RECORDING MODE IS F.
       01  LOOP1-LNQ-RECORD.
           05  LNQ-ACCOUNT-ID       PIC X(10).
           05  FILLER               PIC X(70).

       FD  LOOP1-CTL-FILE
           RECORDING MODE IS F.
       COPY LOOP1CTL.

       FD  WORKLOAD-MASTER-FILE.
       COPY LOOP1WM.

       FD  WLDM-AUDIT-FILE
           RECORDING MODE IS F.
       COPY LOOP1WMA.

       FD  LOOP1-RCO-FILE
           RECORDING MODE IS F.
       COPY LOOP1RCO.

       FD  LOOP1-REJ-FILE
           RECORDING MODE IS F.
       COPY LOOP1REJ.

       FD  LOOP1-CAT-FILE
           RECORDING MODE IS F.
       COPY LOOP1CAT.

       FD  LOOP1-ACC-FILE
           RECORDING MODE IS F.
       COPY LOOP1ACC.

       FD  LOOP1-ARC-FILE
           RECORDING MODE IS F.
       01  LOOP1-ARC-LINE           PIC X(132).

       FD  LOOP1-RTE-FILE
           RECORDING MODE IS F.
       COPY LOOP1RTE.

       FD  LOOP1-IVC-FILE
           RECORDING MODE IS F.
       01  LOOP1-IVC-LINE           PIC X(132).

       FD  LOOP1-AKN-FILE
           RECORDING MODE IS F.
       COPY LOOP1AKN.

       FD  LOOP1-AKR-FILE
           RECORDING MODE IS F.
       01  LOOP1-AKR-LINE           PIC X(132).

       FD  LOOP1-LNR-FILE
           RECORDING MODE IS F.
       01  LOOP1-LNR-LINE           PIC X(132).

       FD  LOOP1-EVT-FILE
           RECORDING MODE IS F.
       COPY LOOP1EVT.

       WORKING-STORAGE SECTION.
       01  WS-LNQ-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-WM-STATUS         PIC X(2)   VALUE SPACES.
       01  WS-AUD-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-RCO-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-REJ-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CAT-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-ACC-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-ARC-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-RTE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-IVC-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-AKN-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-AKR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-LNR-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-LNQ-EOF-SW        PIC X      VALUE 'N'.
           88  LNQ-EOF                     VALUE 'Y'.
       01  WS-AUD-EOF-SW        PIC X      VALUE 'N'.
           88  AUD-EOF                     VALUE 'Y'.
       01  WS-RCO-EOF-SW        PIC X      VALUE 'N'.
           88  RCO-EOF                     VALUE 'Y'.
       01  WS-REJ-EOF-SW        PIC X      VALUE 'N'.
           88  REJ-EOF                     VALUE 'Y'.
       01  WS-CAT-EOF-SW        PIC X      VALUE 'N'.
           88  CAT-EOF                     VALUE 'Y'.
       01  WS-ACC-EOF-SW        PIC X      VALUE 'N'.
           88  ACC-EOF                     VALUE 'Y'.
       01  WS-ARC-EOF-SW        PIC X      VALUE 'N'.
           88  ARC-EOF                     VALUE 'Y'.
       01  WS-RTE-EOF-SW        PIC X      VALUE 'N'.
           88  RTE-EOF                     VALUE 'Y'.
       01  WS-IVC-EOF-SW        PIC X      VALUE 'N'.
           88  IVC-EOF                     VALUE 'Y'.
       01  WS-AKN-EOF-SW        PIC X      VALUE 'N'.
           88  AKN-EOF                     VALUE 'Y'.
       01  WS-AKR-EOF-SW        PIC X      VALUE 'N'.
           88  AKR-EOF                     VALUE 'Y'.
       01  WS-CURRENT-DATE      PIC 9(08)  VALUE 0.
       01  WS-BUS-DATE          PIC 9(08)  VALUE 0.
       01  WS-ACC-FILENAME      PIC X(20)  VALUE 'LOOP1ACC'.
       01  WS-INQ-ACCT          PIC X(10)  VALUE SPACES.
       01  WS-IQ-TABLE.
           05  WS-IQ-ACCT OCCURS 50 TIMES PIC X(10).
       01  WS-IQ-LIMIT          PIC 9(03)  VALUE 50.
       01  WS-IQ-COUNT          PIC 9(03)  VALUE 0.
       01  WS-IQ-IDX            PIC 9(03)  VALUE 0.
       01  WS-IQ-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  INQUIRY-OVERFLOWED          VALUE 'Y'.
       01  WS-GN-TABLE.
           05  WS-GN-ENTRY OCCURS 2000 TIMES.
               10  WS-GN-DATE       PIC 9(08).
               10  WS-GN-PART       PIC 9(04).
               10  WS-GN-FILENAME   PIC X(20).
               10  WS-GN-MODE       PIC X(01).
               10  WS-GN-PARTIAL    PIC X(01).
       01  WS-GN-LIMIT          PIC 9(04)  VALUE 2000.
       01  WS-GN-COUNT          PIC 9(04)  VALUE 0.
       01  WS-GN-IDX            PIC 9(04)  VALUE 0.
       01  WS-GN-FIND-IDX       PIC 9(04)  VALUE 0.
       01  WS-GN-FOUND-SW       PIC X      VALUE 'N'.
           88  WS-GN-FOUND                 VALUE 'Y'.
       01  WS-GN-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  CATALOG-OVERFLOWED          VALUE 'Y'.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 400 TIMES.
               10  WS-RT-CC         PIC X(06).
               10  WS-RT-EFF        PIC 9(08).
               10  WS-RT-RATE       PIC 9(05)V9(02).
       01  WS-RT-LIMIT          PIC 9(03)  VALUE 400.
       01  WS-RT-COUNT          PIC 9(03)  VALUE 0.
       01  WS-RT-IDX            PIC 9(03)  VALUE 0.
       01  WS-BEST-EFF          PIC 9(08)  VALUE 0.
       01  WS-BEST-RATE         PIC 9(05)V9(02) VALUE 0.
       01  WS-RATE-FOUND-SW     PIC X      VALUE 'N'.
           88  RATE-ROW-FOUND              VALUE 'Y'.
       01  WS-IV-TABLE.
           05  WS-IV-ENTRY OCCURS 200 TIMES.
               10  WS-IV-CC         PIC X(06).
               10  WS-IV-MONTH      PIC X(06).
               10  WS-IV-RUN-DATE   PIC X(08).
       01  WS-IV-LIMIT          PIC 9(03)  VALUE 200.
       01  WS-IV-COUNT          PIC 9(03)  VALUE 0.
       01  WS-IV-IDX            PIC 9(03)  VALUE 0.
       01  WS-IVC-HEADER-WORK.
           05  WS-IH-TAG        PIC X(22).
           05  WS-IH-CC         PIC X(06).
           05  FILLER           PIC X(17).
           05  WS-IH-MONTH      PIC X(06).
           05  FILLER           PIC X(12).
           05  WS-IH-RUN-DATE   PIC X(08).
           05  FILLER           PIC X(61).
       01  WS-BANNER-WORK.
           05  WS-BN-TAG        PIC X(12).
           05  WS-BN-FILENAME   PIC X(20).
           05  WS-BN-DATE-LIT   PIC X(10).
           05  WS-BN-RUN-DATE   PIC X(08).
           05  FILLER           PIC X(82).
       01  WS-FN-PARSE.
           05  FILLER           PIC X(05).
           05  WS-FN-KIND       PIC X(03).
           05  WS-FN-DATE       PIC X(08).
           05  WS-FN-PART       PIC X(04).
       01  WS-IN-ACC-SECTION-SW PIC X      VALUE 'N'.
           88  IN-ARCHIVED-ACC             VALUE 'Y'.
       01  WS-ARC-GEN-DATE      PIC 9(08)  VALUE 0.
       01  WS-ARC-GEN-FILENAME  PIC X(20)  VALUE SPACES.
       COPY LOOP1ACC REPLACING
           ==LOOP1-ACCT-RESULT-RECORD== BY ==WS-ARC-ACC-RECORD==
           LEADING ==ACC== BY ==ARA==.
       01  WS-AKR-LINE-WORK.
           05  WS-AK-TAG        PIC X(20).
           05  WS-AK-ACCOUNT-ID PIC X(10).
           05  WS-AK-REST       PIC X(102).
       01  WS-AUD-STAMP         PIC X(26)  VALUE SPACES.
       01  WS-AUD-STAMP-X REDEFINES WS-AUD-STAMP.
           05  WS-AUD-STAMP-DATE PIC X(08).
           05  WS-AUD-STAMP-TIME PIC X(08).
           05  FILLER           PIC X(10).
       01  WS-AUD-ACTION-WORD   PIC X(12)  VALUE SPACES.
       01  WS-ACK-RUN-DATE      PIC 9(08)  VALUE 0.
       01  WS-LEDGER-DATE       PIC 9(08)  VALUE 0.
       01  WS-HIT-DATE          PIC 9(08)  VALUE 0.
       01  WS-HIT-FILENAME      PIC X(20)  VALUE SPACES.
       01  WS-HIT-MODE          PIC X(01)  VALUE SPACE.
       01  WS-HIT-PARTIAL       PIC X(01)  VALUE SPACE.
       01  WS-HIT-ARCHIVED-SW   PIC X      VALUE 'N'.
           88  HIT-IS-ARCHIVED             VALUE 'Y'.
       01  WS-HIT-CC            PIC X(06)  VALUE SPACES.
       01  WS-HIT-WEIGHT        PIC X(06)  VALUE SPACES.
       01  WS-HIT-CONTRIB       PIC X(18)  VALUE SPACES.
       01  WS-HIT-CONTRIB-N REDEFINES WS-HIT-CONTRIB PIC 9(18).
       01  WS-HIT-HIVOL         PIC X(01)  VALUE SPACE.
       01  WS-KILO-UNITS        PIC 9(15)  VALUE 0.
       01  WS-ACCT-CHARGE       PIC 9(13)V9(02) VALUE 0.
       01  WS-RATE-ED           PIC 9(05).9(02).
       01  WS-CHARGE-ED         PIC 9(13).9(02).
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 1000 TIMES.
               10  WS-EV-KEY.
                   15  WS-EV-DATE   PIC 9(08).
                   15  WS-EV-STAGE  PIC 9(01).
                   15  WS-EV-TIME   PIC X(08).
               10  WS-EV-TEXT       PIC X(110).
       01  WS-EV-LIMIT          PIC 9(04)  VALUE 1000.
       01  WS-EV-COUNT          PIC 9(04)  VALUE 0.
       01  WS-EV-IDX            PIC 9(04)  VALUE 0.
       01  WS-EV-JDX            PIC 9(04)  VALUE 0.
       01  WS-EV-SWAP           PIC X(127) VALUE SPACES.
       01  WS-EV-OVERFLOW-SW    PIC X      VALUE 'N'.
           88  EVENTS-OVERFLOWED           VALUE 'Y'.
       01  WS-NEW-DATE          PIC 9(08)  VALUE 0.
       01  WS-NEW-STAGE         PIC 9(01)  VALUE 0.
       01  WS-NEW-TIME          PIC X(08)  VALUE SPACES.
       01  WS-NEW-TEXT          PIC X(110) VALUE SPACES.
       01  WS-ON-MASTER-SW      PIC X      VALUE 'N'.
           88  ACCOUNT-ON-MASTER           VALUE 'Y'.
       01  WS-ON-RCO-SW         PIC X      VALUE 'N'.
           88  ACCOUNT-ON-RCO              VALUE 'Y'.
       01  WS-ON-AKN-SW         PIC X      VALUE 'N'.
           88  ACCOUNT-ON-AKN              VALUE 'Y'.
       01  WS-WM-OPEN-SW        PIC X      VALUE 'N'.
           88  MASTER-IS-OPEN              VALUE 'Y'.
       01  WS-NO-WMA-SW         PIC X      VALUE 'N'.
           88  NO-AUDIT-ON-FILE            VALUE 'Y'.
       01  WS-NO-RCO-SW         PIC X      VALUE 'N'.
           88  NO-RECYCLE-ON-FILE          VALUE 'Y'.
       01  WS-NO-REJ-SW         PIC X      VALUE 'N'.
           88  NO-REJECTS-ON-FILE          VALUE 'Y'.
       01  WS-NO-ARC-SW         PIC X      VALUE 'N'.
           88  NO-ARCHIVE-ON-FILE          VALUE 'Y'.
       01  WS-NO-AKN-SW         PIC X      VALUE 'N'.
           88  NO-ACK-ON-FILE              VALUE 'Y'.
       01  WS-NO-AKR-SW         PIC X      VALUE 'N'.
           88  NO-ACK-REPORT-ON-FILE       VALUE 'Y'.
       01  WS-GENS-MISSING      PIC 9(04)  VALUE 0.
       01  WS-GAP-EVENTS        PIC 9(04)  VALUE 0.
       01  WS-ACCTS-REPORTED    PIC 9(04)  VALUE 0.
       01  WS-ACCTS-NO-HISTORY  PIC 9(04)  VALUE 0.
       01  WS-ACCTS-TRUNCATED   PIC 9(04)  VALUE 0.
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
           PERFORM READ-CONTROL-RECORD
           OPEN OUTPUT LOOP1-LNR-FILE
           MOVE SPACES TO LOOP1-LNR-LINE
           STRING 'LOOP1LIN SINGLE-ACCOUNT LINEAGE REPORT - BUSINESS '
               'DATE ' DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               INTO LOOP1-LNR-LINE
           WRITE LOOP1-LNR-LINE
           MOVE SPACES TO LOOP1-LNR-LINE
           STRING 'INVOICE AND LEDGER LINES COVER ONLY THE LATEST '
               'LOOP1BIL RUN AND THE LATEST TRANSMISSION'
               DELIMITED BY SIZE INTO LOOP1-LNR-LINE
           WRITE LOOP1-LNR-LINE
           PERFORM LOAD-INQUIRY-ACCOUNTS
           IF WS-IQ-COUNT = 0
               MOVE SPACES TO LOOP1-LNR-LINE
               STRING 'VERDICT : NO ACCOUNT IDS ON LOOP1LNQ - NOTHING '
                   'TO REPORT' DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
               CLOSE LOOP1-LNR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-EVENTS
               STOP RUN
           END-IF
           PERFORM LOAD-GENERATION-CATALOG
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-INVOICE-HEADERS
           PERFORM READ-ACK-RUN-DATE
           OPEN INPUT WORKLOAD-MASTER-FILE
           IF WS-WM-STATUS = '00'
               MOVE 'Y' TO WS-WM-OPEN-SW
           ELSE
               DISPLAY 'LOOP1LIN - WLDMSTR COULD NOT BE OPENED - '
                   'STATUS ' WS-WM-STATUS
           END-IF
           PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
               UNTIL WS-IQ-IDX > WS-IQ-COUNT
               MOVE WS-IQ-ACCT (WS-IQ-IDX) TO WS-INQ-ACCT
               PERFORM TRACE-ONE-ACCOUNT
           END-PERFORM
           IF MASTER-IS-OPEN
               CLOSE WORKLOAD-MASTER-FILE
           END-IF
           PERFORM WRITE-LINEAGE-SUMMARY
           CLOSE LOOP1-LNR-FILE
           IF WS-ACCTS-NO-HISTORY > 0 OR WS-ACCTS-TRUNCATED > 0
               OR INQUIRY-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-EVENTS
           STOP RUN.

       READ-CONTROL-RECORD.
           OPEN INPUT LOOP1-CTL-FILE
           READ LOOP1-CTL-FILE
               AT END
                   DISPLAY 'LOOP1LIN - LOOP1-CTL IS MISSING OR EMPTY '
                       '- BUSINESS DATE TAKEN AS TODAY'
                   MOVE 0 TO CTL-AS-OF-DATE
           END-READ
           CLOSE LOOP1-CTL-FILE
           IF CTL-AS-OF-DATE NOT NUMERIC OR CTL-AS-OF-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-BUS-DATE
           ELSE
               MOVE CTL-AS-OF-DATE TO WS-BUS-DATE
           END-IF.

      *****************************************************************
      *  LOAD-INQUIRY-ACCOUNTS TABLES THE ACCOUNT IDS ASKED ABOUT.
      *  BLANK LINES ARE SKIPPED AND A REPEATED ID IS TRACED ONCE.
      *****************************************************************
       LOAD-INQUIRY-ACCOUNTS.
           OPEN INPUT LOOP1-LNQ-FILE
           IF WS-LNQ-STATUS NOT = '00'
               DISPLAY 'LOOP1LIN - LOOP1LNQ IS MISSING - NO ACCOUNTS '
                   'TO TRACE'
           ELSE
               PERFORM UNTIL LNQ-EOF
                   READ LOOP1-LNQ-FILE
                       AT END
                           MOVE 'Y' TO WS-LNQ-EOF-SW
                       NOT AT END
                           IF LNQ-ACCOUNT-ID NOT = SPACES
                               PERFORM TABLE-ONE-INQUIRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-LNQ-FILE
           END-IF.

       TABLE-ONE-INQUIRY.
           PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
               UNTIL WS-IQ-IDX > WS-IQ-COUNT
               OR WS-IQ-ACCT (WS-IQ-IDX) = LNQ-ACCOUNT-ID
               CONTINUE
           END-PERFORM
           IF WS-IQ-IDX > WS-IQ-COUNT
               IF WS-IQ-COUNT >= WS-IQ-LIMIT
                   IF NOT INQUIRY-OVERFLOWED
                       DISPLAY 'LOOP1LIN - MORE THAN ' WS-IQ-LIMIT
                           ' ACCOUNTS ON LOOP1LNQ - REMAINDER NOT '
                           'TRACED'
                       MOVE 'Y' TO WS-IQ-OVERFLOW-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-IQ-COUNT
                   MOVE LNQ-ACCOUNT-ID TO WS-IQ-ACCT (WS-IQ-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-GENERATION-CATALOG TABLES EVERY ACC GENERATION ON
      *  LOOP1CAT, ALL PARTITIONS AND ALL RUN DATES - NOT JUST THE
      *  NEWEST, AS THE DOWNSTREAM STEPS DO.  A FILE CATALOGED TWICE
      *  (A RERUN OF THE SAME DATE OVERWRITES IT) IS TABLED ONCE
      *  WITH ITS LATEST ATTRIBUTES.  WITH NO CATALOG THE OLD UNDATED
      *  NAME IS TRIED.  GENERATIONS LOOP1HKP HAS ARCHIVED ARE OFF
      *  THE CATALOG AND ARE PICKED UP FROM LOOP1ARC INSTEAD.
      *****************************************************************
       LOAD-GENERATION-CATALOG.
           MOVE 'N' TO WS-CAT-EOF-SW
           OPEN INPUT LOOP1-CAT-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM UNTIL CAT-EOF
                   READ LOOP1-CAT-FILE
                       AT END
                           MOVE 'Y' TO WS-CAT-EOF-SW
                       NOT AT END
                           IF CAT-FILE-KIND = 'ACC'
                               PERFORM TABLE-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-CAT-FILE
           END-IF
           IF WS-GN-COUNT = 0
               MOVE 1 TO WS-GN-COUNT
               MOVE 0 TO WS-GN-DATE (1)
               MOVE 0 TO WS-GN-PART (1)
               MOVE 'LOOP1ACC' TO WS-GN-FILENAME (1)
               MOVE SPACE TO WS-GN-MODE (1)
               MOVE SPACE TO WS-GN-PARTIAL (1)
           END-IF.

       TABLE-ONE-GENERATION.
           MOVE 'N' TO WS-GN-FOUND-SW
           PERFORM VARYING WS-GN-FIND-IDX FROM 1 BY 1
               UNTIL WS-GN-FIND-IDX > WS-GN-COUNT OR WS-GN-FOUND
               IF WS-GN-FILENAME (WS-GN-FIND-IDX) = CAT-FILENAME
                   MOVE 'Y' TO WS-GN-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-GN-FOUND
               SUBTRACT 1 FROM WS-GN-FIND-IDX
           ELSE
               IF WS-GN-COUNT >= WS-GN-LIMIT
                   IF NOT CATALOG-OVERFLOWED
                       DISPLAY 'LOOP1LIN - MORE THAN ' WS-GN-LIMIT
                           ' ACC GENERATIONS ON LOOP1CAT - NEWER '
                           'ONES NOT TRACED'
                       MOVE 'Y' TO WS-GN-OVERFLOW-SW
                   END-IF
                   MOVE 0 TO WS-GN-FIND-IDX
               ELSE
                   ADD 1 TO WS-GN-COUNT
                   MOVE WS-GN-COUNT TO WS-GN-FIND-IDX
               END-IF
           END-IF
           IF WS-GN-FIND-IDX > 0
               IF CAT-RUN-DATE NUMERIC
                   MOVE CAT-RUN-DATE TO WS-GN-DATE (WS-GN-FIND-IDX)
               ELSE
                   MOVE 0 TO WS-GN-DATE (WS-GN-FIND-IDX)
               END-IF
               IF CAT-PART-SEQ NUMERIC
                   MOVE CAT-PART-SEQ TO WS-GN-PART (WS-GN-FIND-IDX)
               ELSE
                   MOVE 0 TO WS-GN-PART (WS-GN-FIND-IDX)
               END-IF
               MOVE CAT-FILENAME TO WS-GN-FILENAME (WS-GN-FIND-IDX)
               MOVE CAT-RUN-MODE TO WS-GN-MODE (WS-GN-FIND-IDX)
               MOVE CAT-PARTIAL-FLAG
                   TO WS-GN-PARTIAL (WS-GN-FIND-IDX)
           END-IF.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-RTE-EOF-SW
           OPEN INPUT LOOP1-RTE-FILE
           IF WS-RTE-STATUS = '00'
               PERFORM UNTIL RTE-EOF
                   READ LOOP1-RTE-FILE
                       AT END
                           MOVE 'Y' TO WS-RTE-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ONE-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE LOOP1-RTE-FILE
           ELSE
               DISPLAY 'LOOP1LIN - LOOP1RTE IS MISSING - NO CHARGE '
                   'CAN BE SHOWN'
           END-IF.

       LOAD-ONE-RATE-ROW.
           IF RTE-COST-CENTER NOT = SPACES
               IF WS-RT-COUNT >= WS-RT-LIMIT
                   DISPLAY 'LOOP1LIN - MORE THAN ' WS-RT-LIMIT
                       ' LOOP1RTE ROWS - REMAINDER IGNORED'
                   MOVE 'Y' TO WS-RTE-EOF-SW
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   MOVE RTE-COST-CENTER TO WS-RT-CC (WS-RT-COUNT)
                   IF RTE-EFF-DATE NUMERIC
                       MOVE RTE-EFF-DATE TO WS-RT-EFF (WS-RT-COUNT)
                   ELSE
                       MOVE 0 TO WS-RT-EFF (WS-RT-COUNT)
                   END-IF
                   IF RTE-UNIT-RATE NUMERIC
                       MOVE RTE-UNIT-RATE TO WS-RT-RATE (WS-RT-COUNT)
                   ELSE
                       MOVE 0 TO WS-RT-RATE (WS-RT-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-INVOICE-HEADERS TABLES THE COST CENTER, BILLING MONTH
      *  AND RUN DATE OFF EACH INVOICE HEADER ON THE LOOP1IVC FILE
      *  LOOP1BIL LAST WROTE, SO A GENERATION BILLED BY THAT RUN CAN
      *  BE TIED TO THE INVOICE THAT CARRIED ITS CHARGE.
      *****************************************************************
       LOAD-INVOICE-HEADERS.
           MOVE 'N' TO WS-IVC-EOF-SW
           OPEN INPUT LOOP1-IVC-FILE
           IF WS-IVC-STATUS = '00'
               PERFORM UNTIL IVC-EOF
                   READ LOOP1-IVC-FILE
                       AT END
                           MOVE 'Y' TO WS-IVC-EOF-SW
                       NOT AT END
                           MOVE LOOP1-IVC-LINE TO WS-IVC-HEADER-WORK
                           IF WS-IH-TAG = 'INVOICE - COST CENTER '
                               AND WS-IV-COUNT < WS-IV-LIMIT
                               ADD 1 TO WS-IV-COUNT
                               MOVE WS-IH-CC TO WS-IV-CC (WS-IV-COUNT)
                               MOVE WS-IH-MONTH
                                   TO WS-IV-MONTH (WS-IV-COUNT)
                               MOVE WS-IH-RUN-DATE
                                   TO WS-IV-RUN-DATE (WS-IV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-IVC-FILE
           END-IF.

       READ-ACK-RUN-DATE.
           MOVE 'N' TO WS-AKN-EOF-SW
           OPEN INPUT LOOP1-AKN-FILE
           IF WS-AKN-STATUS = '00'
               PERFORM UNTIL AKN-EOF
                   READ LOOP1-AKN-FILE
                       AT END
                           MOVE 'Y' TO WS-AKN-EOF-SW
                       NOT AT END
                           IF AKN-IS-HEADER AND AKN-HDR-RUN-DATE NUMERIC
                               MOVE AKN-HDR-RUN-DATE TO WS-ACK-RUN-DATE
                               MOVE 'Y' TO WS-AKN-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-AKN-FILE
           END-IF
           IF WS-ACK-RUN-DATE > 0
               MOVE WS-ACK-RUN-DATE TO WS-LEDGER-DATE
           ELSE
               MOVE 0 TO WS-LEDGER-DATE
               PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
                   IF WS-GN-DATE (WS-GN-IDX) > WS-LEDGER-DATE
                       MOVE WS-GN-DATE (WS-GN-IDX) TO WS-LEDGER-DATE
                   END-IF
               END-PERFORM
               IF WS-LEDGER-DATE = 0
                   MOVE WS-BUS-DATE TO WS-LEDGER-DATE
               END-IF
           END-IF.

      *****************************************************************
      *  TRACE-ONE-ACCOUNT GATHERS EVERY EVENT FOR ONE ACCOUNT FROM
      *  EACH SOURCE IN TURN, SORTS THEM INTO DATE ORDER AND PRINTS
      *  THE TRAIL.  WITHIN A DATE THE EVENTS FALL IN PROCESSING
      *  ORDER - MASTER CHANGE, EDIT REJECT, RESULT, PRICING,
      *  INVOICE, LEDGER - AND MASTER CHANGES BY THEIR AUDIT TIME.
      *****************************************************************
       TRACE-ONE-ACCOUNT.
           MOVE 0 TO WS-EV-COUNT
           MOVE 0 TO WS-GAP-EVENTS
           MOVE 'N' TO WS-EV-OVERFLOW-SW
           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE 'N' TO WS-ON-RCO-SW
           MOVE 'N' TO WS-ON-AKN-SW
           ADD 1 TO WS-ACCTS-REPORTED
           IF MASTER-IS-OPEN
               MOVE WS-INQ-ACCT TO WM-ACCOUNT-ID
               READ WORKLOAD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER-SW
               END-READ
           END-IF
           PERFORM SCAN-MASTER-AUDIT
           PERFORM SCAN-RECYCLE-FILE
           PERFORM SCAN-REJECT-FILE
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
               UNTIL WS-GN-IDX > WS-GN-COUNT
               PERFORM SCAN-ONE-GENERATION
           END-PERFORM
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-ACKNOWLEDGMENT
           IF NOT ACCOUNT-ON-AKN
               PERFORM SCAN-ACK-EXCEPTIONS
           END-IF
           PERFORM SORT-EVENTS
           PERFORM WRITE-ACCOUNT-TRAIL.

      *****************************************************************
      *  SCAN-MASTER-AUDIT PICKS UP EVERY LOOP1WMA CHANGE FOR THE
      *  ACCOUNT - ONE LINE NAMING THE ACTION, MAKER AND ANY APPROVER,
      *  THEN THE BEFORE AND AFTER IMAGES.  THE EVENT DATE AND TIME
      *  ARE THE LEADING DATE AND TIME OF THE AUDIT TIMESTAMP.
      *****************************************************************
       SCAN-MASTER-AUDIT.
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT WLDM-AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-WMA-SW
           ELSE
               PERFORM UNTIL AUD-EOF
                   READ WLDM-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF-SW
                       NOT AT END
                           IF AUD-ACCOUNT-ID = WS-INQ-ACCT
                               PERFORM ADD-MASTER-CHANGE-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WLDM-AUDIT-FILE
           END-IF.

       ADD-MASTER-CHANGE-EVENTS.
           MOVE AUD-TIMESTAMP TO WS-AUD-STAMP
           IF WS-AUD-STAMP-DATE NUMERIC
               MOVE WS-AUD-STAMP-DATE TO WS-NEW-DATE
           ELSE
               MOVE 0 TO WS-NEW-DATE
           END-IF
           MOVE WS-AUD-STAMP-TIME TO WS-NEW-TIME
           MOVE 1 TO WS-NEW-STAGE
           EVALUATE AUD-ACTION
               WHEN 'A'
                   MOVE 'ADDED' TO WS-AUD-ACTION-WORD
               WHEN 'C'
                   MOVE 'CHANGED' TO WS-AUD-ACTION-WORD
               WHEN 'D'
                   MOVE 'DELETED' TO WS-AUD-ACTION-WORD
               WHEN OTHER
                   MOVE SPACES TO WS-AUD-ACTION-WORD
                   STRING 'ACTION ' DELIMITED BY SIZE
                       AUD-ACTION DELIMITED BY SIZE
                       INTO WS-AUD-ACTION-WORD
           END-EVALUATE
           MOVE SPACES TO WS-NEW-TEXT
           IF AUD-APPROVER-ID = SPACES
               STRING 'MASTER ' DELIMITED BY SIZE
                   WS-AUD-ACTION-WORD DELIMITED BY SPACE
                   ' BY ' DELIMITED BY SIZE
                   AUD-USER-ID DELIMITED BY SIZE
                   ' (LOOP1WMA)' DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
           ELSE
               STRING 'MASTER ' DELIMITED BY SIZE
                   WS-AUD-ACTION-WORD DELIMITED BY SPACE
                   ' BY ' DELIMITED BY SIZE
                   AUD-USER-ID DELIMITED BY SIZE
                   ' APPROVED BY ' DELIMITED BY SIZE
                   AUD-APPROVER-ID DELIMITED BY SIZE
                   ' (LOOP1WMA)' DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
           END-IF
           PERFORM ADD-EVENT
           MOVE SPACES TO WS-NEW-TEXT
           STRING '  BEFORE : ' DELIMITED BY SIZE
               AUD-BEFORE-IMAGE DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT
           MOVE SPACES TO WS-NEW-TEXT
           STRING '  AFTER  : ' DELIMITED BY SIZE
               AUD-AFTER-IMAGE DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT.

      *****************************************************************
      *  SCAN-RECYCLE-FILE REPORTS AN OPEN REJECT EPISODE FROM THE
      *  LOOP1RCO OUTSTANDING FILE AT THE DATE IT WAS FIRST SEEN.  AN
      *  EPISODE ALREADY RESOLVED HAS DROPPED OFF LOOP1RCO; ITS FIX
      *  SHOWS IN THE TRAIL AS THE LOOP1WMA CHANGE THAT CORRECTED IT.
      *****************************************************************
       SCAN-RECYCLE-FILE.
           MOVE 'N' TO WS-RCO-EOF-SW
           OPEN INPUT LOOP1-RCO-FILE
           IF WS-RCO-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-RCO-SW
           ELSE
               PERFORM UNTIL RCO-EOF
                   READ LOOP1-RCO-FILE
                       AT END
                           MOVE 'Y' TO WS-RCO-EOF-SW
                       NOT AT END
                           IF RCY-ACCOUNT-ID = WS-INQ-ACCT
                               PERFORM ADD-RECYCLE-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-RCO-FILE
           END-IF.

       ADD-RECYCLE-EVENTS.
           MOVE 'Y' TO WS-ON-RCO-SW
           IF RCY-FIRST-DATE NUMERIC AND RCY-FIRST-DATE > 0
               MOVE RCY-FIRST-DATE TO WS-NEW-DATE
           ELSE
               MOVE WS-BUS-DATE TO WS-NEW-DATE
           END-IF
           MOVE 2 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TIME
           MOVE SPACES TO WS-NEW-TEXT
           STRING 'REJECT EPISODE OPENED, STILL OUTSTANDING - REASON '
               DELIMITED BY SIZE
               RCY-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCY-REASON-TEXT DELIMITED BY SIZE
               ' (LOOP1RCO)' DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT
           MOVE SPACES TO WS-NEW-TEXT
           STRING '  REJECTED IMAGE : ' DELIMITED BY SIZE
               RCY-RECORD-IMAGE DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT.

      *****************************************************************
      *  SCAN-REJECT-FILE ADDS A REJECT FROM THE NIGHT'S LOOP1REJ
      *  THAT LOOP1RCY HAS NOT YET CARRIED ONTO LOOP1RCO, DATED AT THE
      *  BUSINESS DATE OF THE EDIT THAT PRODUCED IT.
      *****************************************************************
       SCAN-REJECT-FILE.
           MOVE 'N' TO WS-REJ-EOF-SW
           OPEN INPUT LOOP1-REJ-FILE
           IF WS-REJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-REJ-SW
           ELSE
               PERFORM UNTIL REJ-EOF
                   READ LOOP1-REJ-FILE
                       AT END
                           MOVE 'Y' TO WS-REJ-EOF-SW
                       NOT AT END
                           IF REJ-ACCOUNT-ID = WS-INQ-ACCT
                               AND NOT ACCOUNT-ON-RCO
                               PERFORM ADD-REJECT-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-REJ-FILE
           END-IF.

       ADD-REJECT-EVENTS.
           MOVE WS-BUS-DATE TO WS-NEW-DATE
           MOVE 2 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TIME
           MOVE SPACES TO WS-NEW-TEXT
           STRING 'REJECTED BY THE NIGHTLY EDIT - REASON '
               DELIMITED BY SIZE
               REJ-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REJ-REASON-TEXT DELIMITED BY SIZE
               ' (LOOP1REJ)' DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT
           MOVE SPACES TO WS-NEW-TEXT
           STRING '  REJECTED IMAGE : ' DELIMITED BY SIZE
               REJ-RECORD-IMAGE DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT.

      *****************************************************************
      *  SCAN-ONE-GENERATION READS ONE CATALOGED ACC FILE FOR THE
      *  ACCOUNT.  A DELTA GENERATION ONLY HOLDS THE ACCOUNTS
      *  RECOMPUTED THAT NIGHT, SO AN ACCOUNT ABSENT FROM ONE IS NOT
      *  AN EVENT.  A CATALOGED FILE THAT IS GONE IS A GAP IN EVERY
      *  ACCOUNT'S TRAIL AND IS SHOWN AS ONE, BUT A GAP ALONE DOES NOT
      *  COUNT AS HISTORY FOR AN ACCOUNT.
      *****************************************************************
       SCAN-ONE-GENERATION.
           MOVE WS-GN-FILENAME (WS-GN-IDX) TO WS-ACC-FILENAME
           MOVE 'N' TO WS-ACC-EOF-SW
           OPEN INPUT LOOP1-ACC-FILE
           IF WS-ACC-STATUS NOT = '00'
               IF WS-ACCTS-REPORTED = 1
                   ADD 1 TO WS-GENS-MISSING
               END-IF
               MOVE WS-GN-DATE (WS-GN-IDX) TO WS-NEW-DATE
               MOVE 3 TO WS-NEW-STAGE
               MOVE SPACES TO WS-NEW-TIME
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'GENERATION ' DELIMITED BY SIZE
                   WS-ACC-FILENAME DELIMITED BY SPACE
                   ' IS CATALOGED BUT NOT ON DISK - ITS RESULTS ARE '
                   'UNKNOWN' DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               PERFORM ADD-EVENT
               ADD 1 TO WS-GAP-EVENTS
           ELSE
               PERFORM UNTIL ACC-EOF
                   READ LOOP1-ACC-FILE
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF-SW
                       NOT AT END
                           IF ACC-ACCOUNT-ID = WS-INQ-ACCT
                               MOVE WS-GN-DATE (WS-GN-IDX)
                                   TO WS-HIT-DATE
                               MOVE WS-ACC-FILENAME TO WS-HIT-FILENAME
                               MOVE WS-GN-MODE (WS-GN-IDX)
                                   TO WS-HIT-MODE
                               MOVE WS-GN-PARTIAL (WS-GN-IDX)
                                   TO WS-HIT-PARTIAL
                               MOVE 'N' TO WS-HIT-ARCHIVED-SW
                               MOVE ACC-COST-CENTER TO WS-HIT-CC
                               MOVE ACC-WEIGHT-USED TO WS-HIT-WEIGHT
                               MOVE ACC-CONTRIBUTION TO WS-HIT-CONTRIB
                               MOVE ACC-HIVOL-FLAG TO WS-HIT-HIVOL
                               PERFORM ADD-RESULT-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-ACC-FILE
           END-IF.

      *****************************************************************
      *  SCAN-ARCHIVE WALKS LOOP1ARC.  EACH BANNER LOOP1HKP WROTE
      *  NAMES THE ARCHIVED FILE AND ITS RUN DATE; THE LINES UNDER AN
      *  ACC BANNER ARE THAT GENERATION'S RESULT RECORDS.
      *****************************************************************
       SCAN-ARCHIVE.
           MOVE 'N' TO WS-ARC-EOF-SW
           MOVE 'N' TO WS-IN-ACC-SECTION-SW
           OPEN INPUT LOOP1-ARC-FILE
           IF WS-ARC-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-ARC-SW
           ELSE
               PERFORM UNTIL ARC-EOF
                   READ LOOP1-ARC-FILE
                       AT END
                           MOVE 'Y' TO WS-ARC-EOF-SW
                       NOT AT END
                           PERFORM HANDLE-ONE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE LOOP1-ARC-FILE
           END-IF.

       HANDLE-ONE-ARCHIVE-LINE.
           MOVE LOOP1-ARC-LINE TO WS-BANNER-WORK
           IF WS-BN-TAG = '** ARCHIVED '
               MOVE WS-BN-FILENAME TO WS-FN-PARSE
               IF WS-FN-KIND = 'ACC'
                   MOVE 'Y' TO WS-IN-ACC-SECTION-SW
                   MOVE WS-BN-FILENAME TO WS-ARC-GEN-FILENAME
                   IF WS-BN-RUN-DATE NUMERIC
                       MOVE WS-BN-RUN-DATE TO WS-ARC-GEN-DATE
                   ELSE
                       MOVE 0 TO WS-ARC-GEN-DATE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-IN-ACC-SECTION-SW
               END-IF
           ELSE
               IF IN-ARCHIVED-ACC
                   MOVE LOOP1-ARC-LINE TO WS-ARC-ACC-RECORD
                   IF ARA-ACCOUNT-ID = WS-INQ-ACCT
                       MOVE WS-ARC-GEN-DATE TO WS-HIT-DATE
                       MOVE WS-ARC-GEN-FILENAME TO WS-HIT-FILENAME
                       MOVE SPACE TO WS-HIT-MODE
                       MOVE SPACE TO WS-HIT-PARTIAL
                       MOVE 'Y' TO WS-HIT-ARCHIVED-SW
                       MOVE ARA-COST-CENTER TO WS-HIT-CC
                       MOVE ARA-WEIGHT-USED TO WS-HIT-WEIGHT
                       MOVE ARA-CONTRIBUTION TO WS-HIT-CONTRIB
                       MOVE ARA-HIVOL-FLAG TO WS-HIT-HIVOL
                       PERFORM ADD-RESULT-EVENTS
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  ADD-RESULT-EVENTS RECORDS THE ACCOUNT'S LINE IN ONE ACC
      *  GENERATION, THEN PRICES ITS CONTRIBUTION THE WAY LOOP1BIL
      *  DOES - WHOLE THOUSANDS OF UNITS AT THE LOOP1RTE RATE IN FORCE
      *  FOR ITS COST CENTER ON THE GENERATION'S DATE - AND, WHEN THE
      *  LAST LOOP1BIL RUN BILLED THAT DATE, NAMES THE INVOICE.  THE
      *  SHARE SHOWN IS THE ACCOUNT'S OWN; THE INVOICE PRICES THE
      *  COST CENTER'S TOTAL, SO SHARES NEED NOT ADD TO IT EXACTLY.
      *****************************************************************
       ADD-RESULT-EVENTS.
           MOVE WS-HIT-DATE TO WS-NEW-DATE
           MOVE 3 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TIME
           MOVE SPACES TO WS-NEW-TEXT
           IF HIT-IS-ARCHIVED
               STRING 'RESULT ' DELIMITED BY SIZE
                   WS-HIT-FILENAME DELIMITED BY SIZE
                   ' CC ' DELIMITED BY SIZE
                   WS-HIT-CC DELIMITED BY SIZE
                   ' WEIGHT ' DELIMITED BY SIZE
                   WS-HIT-WEIGHT DELIMITED BY SIZE
                   ' CONTRIBUTION ' DELIMITED BY SIZE
                   WS-HIT-CONTRIB DELIMITED BY SIZE
                   ' HI-VOL ' DELIMITED BY SIZE
                   WS-HIT-HIVOL DELIMITED BY SIZE
                   ' (LOOP1ARC)' DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
           ELSE
               STRING 'RESULT ' DELIMITED BY SIZE
                   WS-HIT-FILENAME DELIMITED BY SIZE
                   ' CC ' DELIMITED BY SIZE
                   WS-HIT-CC DELIMITED BY SIZE
                   ' WEIGHT ' DELIMITED BY SIZE
                   WS-HIT-WEIGHT DELIMITED BY SIZE
                   ' CONTRIBUTION ' DELIMITED BY SIZE
                   WS-HIT-CONTRIB DELIMITED BY SIZE
                   ' HI-VOL ' DELIMITED BY SIZE
                   WS-HIT-HIVOL DELIMITED BY SIZE
                   ' MODE ' DELIMITED BY SIZE
                   WS-HIT-MODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
           END-IF
           PERFORM ADD-EVENT
           IF WS-HIT-PARTIAL = 'P'
               MOVE SPACES TO WS-NEW-TEXT
               STRING '  GENERATION IS PARTIAL - IT DOES NOT COVER '
                   'THE RUN''S WHOLE WORKLOAD' DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               PERFORM ADD-EVENT
           END-IF
           MOVE 4 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TEXT
           PERFORM LOOKUP-EFFECTIVE-RATE
           EVALUATE TRUE
               WHEN WS-HIT-CONTRIB NOT NUMERIC
                   STRING 'CONTRIBUTION IS NOT NUMERIC - NO CHARGE '
                       'CAN BE SHOWN' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
               WHEN NOT RATE-ROW-FOUND
                   STRING 'NO LOOP1RTE RATE IN FORCE FOR COST CENTER '
                       DELIMITED BY SIZE
                       WS-HIT-CC DELIMITED BY SIZE
                       ' - UNITS CARRIED UNPRICED' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
               WHEN OTHER
                   COMPUTE WS-KILO-UNITS = WS-HIT-CONTRIB-N / 1000
                   COMPUTE WS-ACCT-CHARGE =
                       WS-KILO-UNITS * WS-BEST-RATE
                       ON SIZE ERROR
                           MOVE 0 TO WS-ACCT-CHARGE
                   END-COMPUTE
                   MOVE WS-BEST-RATE TO WS-RATE-ED
                   MOVE WS-ACCT-CHARGE TO WS-CHARGE-ED
                   STRING 'PRICED AT ' DELIMITED BY SIZE
                       WS-RATE-ED DELIMITED BY SIZE
                       ' PER 1000 UNITS (RATE EFFECTIVE '
                       DELIMITED BY SIZE
                       WS-BEST-EFF DELIMITED BY SIZE
                       ') - ACCOUNT SHARE ' DELIMITED BY SIZE
                       WS-CHARGE-ED DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
           END-EVALUATE
           PERFORM ADD-EVENT
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IV-CC (WS-IV-IDX) = WS-HIT-CC
                   AND WS-IV-RUN-DATE (WS-IV-IDX) = WS-HIT-DATE
                   MOVE 5 TO WS-NEW-STAGE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'INVOICED TO COST CENTER ' DELIMITED BY SIZE
                       WS-IV-CC (WS-IV-IDX) DELIMITED BY SIZE
                       ' FOR BILLING MONTH ' DELIMITED BY SIZE
                       WS-IV-MONTH (WS-IV-IDX) DELIMITED BY SIZE
                       ' (LOOP1IVC)' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM.

      *****************************************************************
      *  LOOKUP-EFFECTIVE-RATE IS LOOP1BIL'S RULE: THE COST CENTER'S
      *  ROW WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE DATE
      *  PRICED, ELSE THE '******' DEFAULT ROW BY THE SAME RULE.
      *****************************************************************
       LOOKUP-EFFECTIVE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-BEST-EFF
           MOVE 0 TO WS-BEST-RATE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-CC (WS-RT-IDX) = WS-HIT-CC
                   AND WS-RT-EFF (WS-RT-IDX) <= WS-HIT-DATE
                   IF NOT RATE-ROW-FOUND
                       OR WS-RT-EFF (WS-RT-IDX) >= WS-BEST-EFF
                       MOVE 'Y' TO WS-RATE-FOUND-SW
                       MOVE WS-RT-EFF (WS-RT-IDX) TO WS-BEST-EFF
                       MOVE WS-RT-RATE (WS-RT-IDX) TO WS-BEST-RATE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RATE-ROW-FOUND
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF WS-RT-CC (WS-RT-IDX) = '******'
                       AND WS-RT-EFF (WS-RT-IDX) <= WS-HIT-DATE
                       IF NOT RATE-ROW-FOUND
                           OR WS-RT-EFF (WS-RT-IDX) >= WS-BEST-EFF
                           MOVE 'Y' TO WS-RATE-FOUND-SW
                           MOVE WS-RT-EFF (WS-RT-IDX) TO WS-BEST-EFF
                           MOVE WS-RT-RATE (WS-RT-IDX)
                               TO WS-BEST-RATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  SCAN-ACKNOWLEDGMENT TAKES THE LEDGER'S OWN DISPOSITION OF
      *  THE ACCOUNT FROM THE LAST LOOP1AKN RETURNED.
      *****************************************************************
       SCAN-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-AKN-EOF-SW
           OPEN INPUT LOOP1-AKN-FILE
           IF WS-AKN-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-AKN-SW
           ELSE
               PERFORM UNTIL AKN-EOF
                   READ LOOP1-AKN-FILE
                       AT END
                           MOVE 'Y' TO WS-AKN-EOF-SW
                       NOT AT END
                           IF AKN-IS-DETAIL
                               AND AKN-DTL-ACCOUNT-ID = WS-INQ-ACCT
                               PERFORM ADD-LEDGER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-AKN-FILE
           END-IF.

       ADD-LEDGER-EVENT.
           MOVE 'Y' TO WS-ON-AKN-SW
           MOVE WS-LEDGER-DATE TO WS-NEW-DATE
           MOVE 6 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-TIME
           MOVE SPACES TO WS-NEW-TEXT
           EVALUATE TRUE
               WHEN AKN-DTL-POSTED
                   STRING 'TRANSMITTED AND POSTED BY THE LEDGER '
                       '(LOOP1AKN)' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
               WHEN AKN-DTL-REJECTED
                   STRING 'TRANSMITTED AND REJECTED BY THE LEDGER - '
                       DELIMITED BY SIZE
                       AKN-DTL-REASON DELIMITED BY SIZE
                       ' (LOOP1AKN)' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
               WHEN OTHER
                   STRING 'LEDGER RETURNED INVALID DISPOSITION CODE '
                       DELIMITED BY SIZE
                       AKN-DTL-DISPOSITION DELIMITED BY SIZE
                       ' (LOOP1AKN)' DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
           END-EVALUATE
           PERFORM ADD-EVENT.

      *****************************************************************
      *  SCAN-ACK-EXCEPTIONS COVERS THE ACCOUNT THE LEDGER NEVER
      *  MENTIONED - LOOP1ACK REPORTS IT ON LOOP1AKR AS TRANSMITTED
      *  BUT NOT ACKNOWLEDGED.
      *****************************************************************
       SCAN-ACK-EXCEPTIONS.
           MOVE 'N' TO WS-AKR-EOF-SW
           OPEN INPUT LOOP1-AKR-FILE
           IF WS-AKR-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-AKR-SW
           ELSE
               PERFORM UNTIL AKR-EOF
                   READ LOOP1-AKR-FILE
                       AT END
                           MOVE 'Y' TO WS-AKR-EOF-SW
                       NOT AT END
                           MOVE LOOP1-AKR-LINE TO WS-AKR-LINE-WORK
                           IF WS-AK-TAG = 'EXCEPTION : ACCOUNT '
                               AND WS-AK-ACCOUNT-ID = WS-INQ-ACCT
                               MOVE WS-LEDGER-DATE TO WS-NEW-DATE
                               MOVE 6 TO WS-NEW-STAGE
                               MOVE SPACES TO WS-NEW-TIME
                               MOVE SPACES TO WS-NEW-TEXT
                               STRING 'LEDGER EXCEPTION -'
                                   DELIMITED BY SIZE
                                   WS-AK-REST DELIMITED BY SIZE
                                   INTO WS-NEW-TEXT
                               PERFORM ADD-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOOP1-AKR-FILE
           END-IF.

       ADD-EVENT.
           IF WS-EV-COUNT >= WS-EV-LIMIT
               MOVE 'Y' TO WS-EV-OVERFLOW-SW
           ELSE
               ADD 1 TO WS-EV-COUNT
               MOVE WS-NEW-DATE TO WS-EV-DATE (WS-EV-COUNT)
               MOVE WS-NEW-STAGE TO WS-EV-STAGE (WS-EV-COUNT)
               MOVE WS-NEW-TIME TO WS-EV-TIME (WS-EV-COUNT)
               MOVE WS-NEW-TEXT TO WS-EV-TEXT (WS-EV-COUNT)
           END-IF.

      *****************************************************************
      *  SORT-EVENTS PUTS THE TRAIL INTO DATE ORDER.  ENTRIES ARE
      *  ONLY SWAPPED WHEN STRICTLY OUT OF ORDER, SO LINES SHARING A
      *  KEY - AN AUDIT RECORD'S BEFORE AND AFTER IMAGES - KEEP THE
      *  ORDER THEY WERE GATHERED IN.
      *****************************************************************
       SORT-EVENTS.
           IF WS-EV-COUNT > 1
               PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX >= WS-EV-COUNT
                   PERFORM VARYING WS-EV-JDX FROM 1 BY 1
                       UNTIL WS-EV-JDX >= WS-EV-COUNT
                       IF WS-EV-KEY (WS-EV-JDX) >
                           WS-EV-KEY (WS-EV-JDX + 1)
                           MOVE WS-EV-ENTRY (WS-EV-JDX)
                               TO WS-EV-SWAP
                           MOVE WS-EV-ENTRY (WS-EV-JDX + 1)
                               TO WS-EV-ENTRY (WS-EV-JDX)
                           MOVE WS-EV-SWAP
                               TO WS-EV-ENTRY (WS-EV-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       WRITE-ACCOUNT-TRAIL.
           MOVE SPACES TO LOOP1-LNR-LINE
           WRITE LOOP1-LNR-LINE
           MOVE SPACES TO LOOP1-LNR-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               WS-INQ-ACCT DELIMITED BY SIZE
               INTO LOOP1-LNR-LINE
           WRITE LOOP1-LNR-LINE
           MOVE SPACES TO LOOP1-LNR-LINE
           EVALUATE TRUE
               WHEN ACCOUNT-ON-MASTER
                   STRING '  CURRENT MASTER RECORD : ' DELIMITED BY SIZE
                       WORKLOAD-MASTER-RECORD DELIMITED BY SIZE
                       INTO LOOP1-LNR-LINE
               WHEN MASTER-IS-OPEN
                   STRING '  NOT ON THE WORKLOAD MASTER - DELETED OR '
                       'NEVER ADDED' DELIMITED BY SIZE
                       INTO LOOP1-LNR-LINE
               WHEN OTHER
                   STRING '  WORKLOAD MASTER NOT AVAILABLE - CURRENT '
                       'RECORD UNKNOWN' DELIMITED BY SIZE
                       INTO LOOP1-LNR-LINE
           END-EVALUATE
           WRITE LOOP1-LNR-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               MOVE SPACES TO LOOP1-LNR-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-EV-DATE (WS-EV-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-EV-TEXT (WS-EV-IDX) DELIMITED BY SIZE
                   INTO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-PERFORM
           IF WS-EV-COUNT = WS-GAP-EVENTS AND NOT ACCOUNT-ON-MASTER
               ADD 1 TO WS-ACCTS-NO-HISTORY
               MOVE SPACES TO LOOP1-LNR-LINE
               STRING '  NO HISTORY ON FILE FOR THIS ACCOUNT'
                   DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF EVENTS-OVERFLOWED
               ADD 1 TO WS-ACCTS-TRUNCATED
               MOVE SPACES TO LOOP1-LNR-LINE
               STRING '  TRAIL TRUNCATED AT ' DELIMITED BY SIZE
                   WS-EV-LIMIT DELIMITED BY SIZE
                   ' EVENTS - LATER SOURCES MAY BE MISSING'
                   DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF.

       WRITE-LINEAGE-SUMMARY.
           MOVE SPACES TO LOOP1-LNR-LINE
           WRITE LOOP1-LNR-LINE
           IF NO-AUDIT-ON-FILE
               MOVE 'SOURCE NOT ON FILE : LOOP1WMA MASTER CHANGE AUDIT'
                   TO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF NO-RECYCLE-ON-FILE
               MOVE 'SOURCE NOT ON FILE : LOOP1RCO OUTSTANDING REJECTS'
                   TO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF NO-REJECTS-ON-FILE
               MOVE 'SOURCE NOT ON FILE : LOOP1REJ NIGHTLY REJECTS'
                   TO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF NO-ARCHIVE-ON-FILE
               MOVE 'SOURCE NOT ON FILE : LOOP1ARC GENERATION ARCHIVE'
                   TO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF NO-ACK-ON-FILE
               MOVE 'SOURCE NOT ON FILE : LOOP1AKN LEDGER ACK'
                   TO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF NO-ACK-REPORT-ON-FILE
               MOVE 'SOURCE NOT ON FILE : LOOP1AKR ACK EXCEPTIONS'
                   TO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           IF CATALOG-OVERFLOWED
               MOVE SPACES TO LOOP1-LNR-LINE
               STRING 'CATALOG HOLDS MORE THAN ' DELIMITED BY SIZE
                   WS-GN-LIMIT DELIMITED BY SIZE
                   ' ACC GENERATIONS - NEWER ONES NOT TRACED'
                   DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WRITE LOOP1-LNR-LINE
           END-IF
           MOVE SPACES TO LOOP1-LNR-LINE
           STRING 'ACCOUNTS TRACED ' DELIMITED BY SIZE
               WS-ACCTS-REPORTED DELIMITED BY SIZE
               ' WITH NO HISTORY ' DELIMITED BY SIZE
               WS-ACCTS-NO-HISTORY DELIMITED BY SIZE
               ' TRUNCATED ' DELIMITED BY SIZE
               WS-ACCTS-TRUNCATED DELIMITED BY SIZE
               ' GENERATIONS MISSING ' DELIMITED BY SIZE
               WS-GENS-MISSING DELIMITED BY SIZE
               INTO LOOP1-LNR-LINE
           WRITE LOOP1-LNR-LINE
           MOVE SPACES TO LOOP1-LNR-LINE
           EVALUATE TRUE
               WHEN WS-ACCTS-NO-HISTORY > 0
                   STRING 'VERDICT : SOME ACCOUNTS HAVE NO HISTORY ON '
                       'FILE - CHECK THE IDS REQUESTED'
                       DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WHEN WS-ACCTS-TRUNCATED > 0
                   STRING 'VERDICT : LINEAGE INCOMPLETE - SEE THE '
                       'TRUNCATED TRAILS ABOVE'
                       DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WHEN INQUIRY-OVERFLOWED
                   STRING 'VERDICT : TOO MANY ACCOUNTS ON LOOP1LNQ - '
                       'THE REMAINDER WERE NOT TRACED'
                       DELIMITED BY SIZE INTO LOOP1-LNR-LINE
               WHEN OTHER
                   STRING 'VERDICT : LINEAGE REPORTED FOR EVERY '
                       'ACCOUNT REQUESTED'
                       DELIMITED BY SIZE INTO LOOP1-LNR-LINE
           END-EVALUATE
           WRITE LOOP1-LNR-LINE.

      *****************************************************************
      *  WRITE-RUN-EVENTS - APPEND THIS RUN'S EVENTS TO THE SHARED
      *  LOOP1EVT LOG FOR LOOP1EVF TO FORWARD TO MONITORING: ONE
      *  FOR EACH CONDITION OPERATIONS MUST SEE, THEN THE RUN-END
      *  EVENT CARRYING THE RETURN CODE.
      *****************************************************************
       WRITE-RUN-EVENTS.
           MOVE WS-BUS-DATE TO WS-EVT-BUS-DATE
           IF WS-EVT-BUS-DATE = 0
               ACCEPT WS-EVT-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-EVT-PART
           IF WS-IQ-COUNT = 0
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'NO-INQUIRY' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'NO ACCOUNT IDS ON LOOP1LNQ - NOTHING TO '
                   DELIMITED BY SIZE
                   'REPORT' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT
           END-IF
           IF INQUIRY-OVERFLOWED
               MOVE 'W' TO WS-EVT-SEVERITY
               MOVE 'INQUIRY-FULL' TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING 'MORE ACCOUNT IDS THAN THE INQUIRY TABLE '
                   DELIMITED BY SIZE
                   'HOLDS' DELIMITED BY SIZE
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
           STRING 'LOOP1LIN ENDED - RETURN CODE ' DELIMITED BY SIZE
               WS-EVT-RC DELIMITED BY SIZE INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT.

       WRITE-EVENT.
           OPEN EXTEND LOOP1-EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               OPEN OUTPUT LOOP1-EVT-FILE
           END-IF
           MOVE SPACES TO LOOP1-EVENT-RECORD
           MOVE WS-EVT-BUS-DATE TO EVT-BUS-DATE
           MOVE 'LOOP1LIN' TO EVT-PROGRAM
           MOVE WS-EVT-PART TO EVT-PART-SEQ
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-CODE TO EVT-CODE
           ACCEPT EVT-LOGGED-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-LOGGED-TIME FROM TIME
           MOVE WS-EVT-TEXT TO EVT-MESSAGE
           WRITE LOOP1-EVENT-RECORD
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'LOOP1LIN - EVENT WRITE FAILED - STATUS '
                   WS-EVT-STATUS
           END-IF
           CLOSE LOOP1-EVT-FILE.
