      *  THE ONE RECOVERY RUN AND TAKEN BACK OUT.
      *  PERCENT TOLERANCE DEFAULTS TO 10, THE FLOOR TO 0 (PERCENT
      *  ALONE DECIDES).
      *  CTL-APPROVAL-DAYS IS HOW MANY DAYS A MAINTENANCE ITEM
      *  PARKED ON LOOP1PND MAY WAIT FOR A DECISION BEFORE LOOP1APR
      *  AGES IT OUT ONTO ITS EXCEPTIONS REPORT (DEFAULT 5).
      *  CTL-FDC-DAYS-AHEAD IS HOW MANY BUSINESS DAYS AHEAD THE
      *  LOOP1FDC FUTURE-DATED CHANGES REPORT LOOKS (DEFAULT 5).
      *  CTL-GL-RECOVERY-ACCT IS THE SERVICE CENTER'S GENERAL-LEDGER
      *  RECOVERY ACCOUNT THAT LOOP1CLS CREDITS WITH THE MONTH'S
      *  CHARGEBACKS - THERE IS NO DEFAULT, AND THE CLOSE HOLDS
      *  WITHOUT ONE.
      *  CTL-AUDIT-SAMPLE-PCT IS THE PERCENTAGE OF THE NEWEST ACC
      *  GENERATION THE LOOP1RPA RE-PERFORMANCE AUDIT DRAWS AT RANDOM
      *  (DEFAULT 5) AND CTL-AUDIT-TOP-N HOW MANY OF THE LARGEST
      *  CONTRIBUTORS IT ALWAYS ADDS (DEFAULT 10, AT MOST 100).
      *  EVERY HI-VOL ACCOUNT IS SAMPLED REGARDLESS.
      *  CTL-BUDGET-TOL-PCT IS HOW FAR OVER ITS LOOP1BUD BUDGET A
      *  COST CENTER'S MONTH-TO-DATE CHARGE, OR ITS PROJECTED
      *  MONTH-END CHARGE, MAY RUN (AS A PERCENTAGE OF THE BUDGET)
      *  BEFORE LOOP1BVA FLAGS IT.  ZERO, THE DEFAULT, FLAGS ANY
      *  OVERRUN.
      *  A CONTROL RECORD WRITTEN BEFORE THESE TRAILING FIELDS
      *  EXISTED IS SHORT - THE READERS DEFAULT ANYTHING NON-NUMERIC.
      *****************************************************************
           05  CTL-VAR-PCT-TOL       PIC 9(03).
           05  CTL-VAR-ABS-TOL       PIC 9(12).
           05  CTL-LOCK-OVERRIDE     PIC X(01).
           05  CTL-APPROVAL-DAYS     PIC 9(03).
           05  CTL-FDC-DAYS-AHEAD    PIC 9(03).
           05  CTL-GL-RECOVERY-ACCT  PIC X(16).
           05  CTL-AUDIT-SAMPLE-PCT  PIC 9(02).
           05  CTL-AUDIT-TOP-N       PIC 9(03).
           05  CTL-BUDGET-TOL-PCT    PIC 9(03).
           05  FILLER                PIC X(01).
