      *****************************************************************
      *  LOOP1GLJ - GENERAL-LEDGER JOURNAL INTERFACE RECORD, BUILT BY
      *  LOOP1CLS WHEN IT CLOSES A BILLING MONTH, IN THE STYLE OF
      *  LOOP1XTR.  ONE TYPE-1 HEADER (POSTING PERIOD, ITS LAST
      *  BUSINESS DATE, ENTRY COUNT AND DEBIT/CREDIT CONTROL
      *  TOTALS), ONE TYPE-2 DETAIL PER JOURNAL LINE, AND ONE TYPE-9
      *  TRAILER REPEATING THE CONTROLS WITH THE NET OF DEBITS LESS
      *  CREDITS, WHICH MUST BE ZERO - THE GL REFUSES THE FILE
      *  OTHERWISE.  EACH COST CENTER'S CHARGE IS A DEBIT (D) TO ITS
      *  CCM-GL-EXPENSE-ACCT AND THE MONTH'S TOTAL IS A CREDIT (C) TO
      *  THE SERVICE CENTER'S CTL-GL-RECOVERY-ACCT.  PRIOR-PERIOD
      *  ADJUSTMENTS BOOKED INTO THE MONTH FROM AN ALREADY CLOSED
      *  ONE ARE JOURNALED ON THEIR OWN LINES WITH GLJ-DTL-ADJ-FLAG
      *  A, SO THE GL CAN REPORT THEM APART FROM THE MONTH'S OWN
      *  CHARGES.  AMOUNTS ARE UNSIGNED DOLLARS AND CENTS; THE SIDE
      *  IS GLJ-DTL-DR-CR.
      *****************************************************************
       01  LOOP1-GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE      PIC X(01).
               88  GLJ-IS-HEADER               VALUE '1'.
               88  GLJ-IS-DETAIL               VALUE '2'.
               88  GLJ-IS-TRAILER              VALUE '9'.
           05  GLJ-DATA             PIC X(63).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DATA.
               10  GLJ-HDR-PERIOD       PIC 9(06).
               10  GLJ-HDR-PERIOD-END   PIC 9(08).
               10  GLJ-HDR-SOURCE       PIC X(08).
               10  GLJ-HDR-ENTRY-COUNT  PIC 9(07).
               10  GLJ-HDR-DEBIT-TOTAL  PIC 9(13)V9(02).
               10  GLJ-HDR-CREDIT-TOTAL PIC 9(13)V9(02).
               10  FILLER               PIC X(04).
           05  GLJ-DETAIL-DATA REDEFINES GLJ-DATA.
               10  GLJ-DTL-GL-ACCOUNT   PIC X(16).
               10  GLJ-DTL-COST-CENTER  PIC X(06).
               10  GLJ-DTL-DR-CR        PIC X(01).
                   88  GLJ-DTL-IS-DEBIT            VALUE 'D'.
                   88  GLJ-DTL-IS-CREDIT           VALUE 'C'.
               10  GLJ-DTL-AMOUNT       PIC 9(13)V9(02).
               10  GLJ-DTL-ADJ-FLAG     PIC X(01).
                   88  GLJ-DTL-IS-PRIOR-PERIOD     VALUE 'A'.
               10  GLJ-DTL-DESCRIPTION  PIC X(24).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DATA.
               10  GLJ-TRL-ENTRY-COUNT  PIC 9(07).
               10  GLJ-TRL-DEBIT-TOTAL  PIC 9(13)V9(02).
               10  GLJ-TRL-CREDIT-TOTAL PIC 9(13)V9(02).
               10  GLJ-TRL-NET-TOTAL    PIC 9(13)V9(02).
               10  FILLER               PIC X(11).
