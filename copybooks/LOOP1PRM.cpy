      *  '******' IS THE DEFAULT FOR UNMATCHED COST CENTERS; WITH NO
      *  DEFAULT ROW (OR NO LOOP1PRM FILE AT ALL) UNMATCHED ACCOUNTS
      *  FALL BACK TO THE CONTROL-RECORD VALUES AND FACTORS OF 1.
      *  A COST CENTER MAY CARRY SEVERAL DATED VERSIONS: THE ONE A
      *  RUN USES IS THE LATEST PRM-EFF-DATE ON OR BEFORE ITS
      *  BUSINESS DATE (CTL-AS-OF-DATE), AS LOOP1RTE RATES ARE
      *  CHOSEN, SO A RERUN OF AN OLD DATE GETS THE PARAMETERS IN
      *  FORCE THAT DAY.  PRM-EFF-DATE IS AT THE END OF THE RECORD SO
      *  ROWS WRITTEN BEFORE IT EXISTED READ IT AS BLANK, WHICH MEANS
      *  IN FORCE FROM THE BEGINNING.  VERSIONS ARE MAINTAINED
      *  THROUGH LOOP1PMM, WHICH AUDITS EVERY CHANGE ON LOOP1PMA.
      *****************************************************************
       01  LOOP1-PARM-RECORD.
           05  PRM-COST-CENTER      PIC X(06).
           05  PRM-HIVOL-FACTOR     PIC 9(03).
           05  PRM-STD-FACTOR       PIC 9(03).
           05  PRM-WEIGHT-CAP       PIC 9(06).
           05  PRM-EFF-DATE         PIC 9(08).
