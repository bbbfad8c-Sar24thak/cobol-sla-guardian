      *  SCHEDULER WHETHER THE RUN REACHED END OF WORKLOAD-MASTER OR
      *  WAS CUT SHORT BY THE CTL-MAX-I SAFETY CAP.  STS-NOT-EFF-COUNT
      *  IS HOW MANY ACCOUNTS THE RUN SKIPPED BECAUSE THEIR
      *  WM-EFF-DATE WAS AFTER THE RUN'S CTL-AS-OF-DATE OR WHOSE
      *  WM-END-DATE WAS BEFORE IT.
      *****************************************************************
       01  LOOP1-STS-RECORD.
           05  STS-JOB-NAME         PIC X(08).
