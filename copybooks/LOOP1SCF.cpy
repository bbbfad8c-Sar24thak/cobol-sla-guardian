      *****************************************************************
      *  LOOP1SCF - STEP-CONTROL RECORD.  EVERY STEP OF THE NIGHTLY
      *  STREAM APPENDS ONE RECORD PER CONTROL POINT IT OWNS TO THE
      *  SHARED LOOP1SCF FILE, KEYED BY THE STREAM'S BUSINESS DATE -
      *  THE RUN DATE LOOP1 STAMPS ON THE ACC GENERATION, WHICH IS
      *  WHAT LOOP1EXT, LOOP1ACK AND LOOP1BIL RESOLVE OFF LOOP1CAT
      *  (LOOP1EDT, RUNNING AHEAD OF LOOP1, USES ITS OWN RUN DATE).
      *  LOOP1BAL LINES THE POINTS UP AND PROVES EVERY HANDOFF.  A
      *  RERUN APPENDS A NEW RECORD; THE LAST ONE LOGGED FOR A DATE,
      *  CONTROL POINT AND PARTITION IS THE ONE THAT COUNTS.  THE
      *  FILE IS APPEND-ONLY.
      *
      *  EACH POINT ACCOUNTS FOR WHAT IT RECEIVED (IN) AS WHAT IT
      *  PASSED ON (OUT), WHAT IT REJECTED, WHAT IT SKIPPED, AND WHAT
      *  IT CARRIED FORWARD WITHOUT TOUCHING:
      *    WLDMSTR  LOOP1EDT  IN MASTER RECORDS READ, OUT ACCEPTED,
      *                       REJECT FAILED AN EDIT.
      *    ACC      LOOP1     IN MASTER RECORDS READ (FULL RUN) OR
      *                       RESULTS ENTRIES IN PLAY (DELTA RUN), OUT
      *                       ACC DETAILS WRITTEN (AMOUNT THEIR SUM),
      *                       SKIP NOT EFFECTIVE OR RETIRED, CARRY THE
      *                       ACCOUNTS DONE BEFORE A CHECKPOINT
      *                       RESTART OR CARRIED BY A DELTA RUN (AMOUNT
      *                       THE RUNNING TOTAL THE RUN OPENED WITH).
      *    RSN      LOOP1     IN RESULTS ENTRIES (AMOUNT THE RUN'S
      *                       FINAL TOTAL), OUT LOOP1RSN ENTRIES
      *                       WRITTEN (AMOUNT THEIR SUM), SKIP RETIRED,
      *                       REJECT ENTRIES SUPPRESSED BECAUSE THE
      *                       RUN MAY NOT REWRITE THE RESULTS MASTER,
      *                       CARRY THE DELTA RUN'S CARRIED ENTRIES.
      *    XTR      LOOP1EXT  IN ACC DETAILS READ (AMOUNT THEIR SUM
      *                       MODULO 10**18), OUT TRAILER COUNT AND
      *                       HASH, REJECT DETAILS NOT WRITTEN.
      *    AKN      LOOP1ACK  IN DETAILS TRANSMITTED (AMOUNT THE SENT
      *                       HASH), OUT POSTED (AMOUNT THE LEDGER'S
      *                       HASH), REJECT REJECTED BY THE LEDGER,
      *                       SKIP NEVER ACKNOWLEDGED.
      *    BILLED   LOOP1BIL  IN ACC DETAILS READ (AMOUNT THE UNITS),
      *                       OUT COST CENTERS PRICED (AMOUNT THE
      *                       UNITS PRICED), REJECT COST CENTERS LEFT
      *                       UNPRICED (AMOUNT THE UNITS ADDED TO THE
      *                       UNPRICED BACKLOG), SKIP THE UNITS NOT
      *                       BILLED BECAUSE THE RUN WAS HELD, CARRY
      *                       THE BACKLOG UNITS PRICED THIS RUN.
      *****************************************************************
       01  LOOP1-STEP-CONTROL-RECORD.
           05  SCF-BUS-DATE         PIC 9(08).
           05  SCF-PROGRAM          PIC X(08).
           05  SCF-CONTROL-POINT    PIC X(08).
           05  SCF-PART-SEQ         PIC 9(04).
           05  SCF-RUN-MODE         PIC X(01).
           05  SCF-LOGGED-DATE      PIC 9(08).
           05  SCF-LOGGED-TIME      PIC 9(08).
           05  SCF-RETURN-CODE      PIC 9(02).
           05  SCF-IN-COUNT         PIC 9(09).
           05  SCF-OUT-COUNT        PIC 9(09).
           05  SCF-REJECT-COUNT     PIC 9(09).
           05  SCF-SKIP-COUNT       PIC 9(09).
           05  SCF-CARRY-COUNT      PIC 9(09).
           05  SCF-IN-AMOUNT        PIC 9(18).
           05  SCF-OUT-AMOUNT       PIC 9(18).
           05  SCF-REJECT-AMOUNT    PIC 9(18).
           05  SCF-SKIP-AMOUNT      PIC 9(18).
           05  SCF-CARRY-AMOUNT     PIC 9(18).
