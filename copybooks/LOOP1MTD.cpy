      *  FILE IS LOADED AT STARTUP, THE RUN'S CHARGES ARE ADDED IN,
      *  AND THE FILE IS REWRITTEN.  ONLY THE CURRENT BILLING
      *  MONTH'S ROWS ARE CARRIED FORWARD - A NEW MONTH STARTS THE
      *  ACCUMULATION OVER ONCE THE PRIOR MONTH HAS BEEN CLOSED BY
      *  LOOP1CLS - UNTIL THEN ITS ROWS RIDE ALONG UNTOUCHED SO THE
      *  CLOSE CAN JOURNAL THEM.  A CLOSED MONTH IS FROZEN: A LATE
      *  RUN FOR ONE IS BOOKED INTO THE NEXT OPEN MONTH'S ROWS AS A
      *  PRIOR-PERIOD ADJUSTMENT, CARRIED SEPARATELY IN
      *  MTD-PPA-CHARGE (ALREADY INCLUDED IN MTD-CHARGE).
      *  MTD-LAST-RUN-DATE IS THE BUSINESS DATE OF THE LAST
      *  GENERATION FOLDED INTO THE ROW - LOOP1BIL REFUSES TO
      *  ACCUMULATE A GENERATION WHOSE BILLING DATE IS ALREADY
      *  RECORDED HERE, SO A RERUN AGAINST THE SAME CATALOGED
      *  GENERATION CANNOT DOUBLE-BILL THE MONTH.  IT ONLY MOVES
      *  FORWARD, SO IT IS ALSO HOW FAR THE MONTH HAS BEEN BILLED;
      *  AN OUT-OF-SEQUENCE RUN FOR AN EARLIER DATE (INCLUDING A
      *  PRIOR-PERIOD ADJUSTMENT) IS RECORDED IN MTD-LATE-RUN-DATE
      *  INSTEAD AND IS GUARDED THE SAME WAY.
      *  MTD-UNPRICED-UNITS IS THE BALANCE OF UNITS GATHERED WHILE
      *  THE COST CENTER HAD NO RATE ROW - THE FIRST RUN AFTER THE
      *  ROW APPEARS PRICES THE WHOLE BALANCE AT THAT RUN'S
           05  MTD-RUNS-BILLED      PIC 9(04).
           05  MTD-LAST-RUN-DATE    PIC 9(08).
           05  MTD-UNPRICED-UNITS   PIC 9(18).
           05  MTD-PPA-CHARGE       PIC 9(13)V9(02).
           05  MTD-LATE-RUN-DATE    PIC 9(08).
