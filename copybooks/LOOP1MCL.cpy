      *****************************************************************
      *  LOOP1MCL - MONTH-CLOSE REGISTER RECORD, ONE PER CLOSED
      *  BILLING MONTH, APPENDED BY LOOP1CLS WHEN IT FREEZES A MONTH
      *  AND WRITES ITS LOOP1GLJ GENERAL-LEDGER JOURNAL.  LOOP1BIL
      *  READS IT TO TELL A CLOSED MONTH FROM AN OPEN ONE: A RUN
      *  WHOSE BUSINESS DATE FALLS IN A CLOSED MONTH NEVER REOPENS
      *  IT, BUT IS BOOKED AS A PRIOR-PERIOD ADJUSTMENT IN THE NEXT
      *  OPEN MONTH.  THE TOTALS ARE THE MONTH'S FINAL POSITION AS
      *  JOURNALED - WHAT USED TO SURVIVE ONLY ON WHICHEVER LOOP1BLR
      *  REGISTER PRINTED LAST.  MCL-UNPRICED-UNITS IS ANY BALANCE
      *  STILL AWAITING A RATE ROW WHEN THE MONTH WAS FROZEN, WHICH
      *  WAS NOT CHARGED.
      *****************************************************************
       01  LOOP1-MONTH-CLOSE-RECORD.
           05  MCL-BILL-MONTH       PIC 9(06).
           05  MCL-LAST-BUS-DATE    PIC 9(08).
           05  MCL-CLOSED-ON        PIC 9(08).
           05  MCL-CC-COUNT         PIC 9(04).
           05  MCL-CHARGE-TOTAL     PIC 9(13)V9(02).
           05  MCL-PPA-TOTAL        PIC 9(13)V9(02).
           05  MCL-UNPRICED-UNITS   PIC 9(18).
