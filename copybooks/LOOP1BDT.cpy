      *****************************************************************
      *  LOOP1BDT - BILLED BUSINESS DATE, ONE RECORD APPENDED BY
      *  LOOP1BIL FOR EVERY BUSINESS DATE IT ACTUALLY POSTS TO THE
      *  LOOP1MTD ACCUMULATOR.  THE ACCUMULATOR ONLY REMEMBERS ITS
      *  LAST AND LATEST LATE RUN, AND A CLOSED MONTH'S ROWS ARE GONE
      *  FROM IT ALTOGETHER, SO THIS IS WHAT TELLS A RERUN OF A DATE
      *  ALREADY BILLED FROM A DATE THAT WAS NEVER BILLED AND IS NOW
      *  LATE.  BDT-POST-MONTH IS THE MONTH THE CHARGES WERE BOOKED
      *  INTO AND BDT-PPA-FLAG IS 'A' WHEN THAT WAS A PRIOR-PERIOD
      *  ADJUSTMENT TO A LATER MONTH.
      *****************************************************************
       01  LOOP1-BILLED-DATE-RECORD.
           05  BDT-BUS-DATE         PIC 9(08).
           05  BDT-POST-MONTH       PIC 9(06).
           05  BDT-PPA-FLAG         PIC X(01).
               88  BDT-IS-PPA                  VALUE 'A'.
           05  BDT-RUN-MODE         PIC X(01).
           05  BDT-LOGGED-DATE      PIC 9(08).
           05  BDT-LOGGED-TIME      PIC 9(08).
