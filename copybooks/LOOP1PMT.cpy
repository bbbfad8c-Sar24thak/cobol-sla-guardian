      *****************************************************************
      *  LOOP1PMT - PARAMETER MAINTENANCE TRANSACTION APPLIED TO THE
      *  LOOP1PRM PARAMETER HISTORY BY LOOP1PMM.  PMT-ACTION IS A
      *  (ADD A VERSION), C (CHANGE A VERSION) OR D (DELETE A
      *  VERSION), KEYED ON PMT-COST-CENTER ('******' IS THE DEFAULT
      *  SET) AND PMT-EFF-DATE, THE FIRST BUSINESS DATE THE VERSION
      *  IS IN FORCE.  ON AN ADD A BLANK FIELD IS COPIED FROM THE
      *  VERSION IN FORCE THE DAY BEFORE, SO A THRESHOLD-ONLY CHANGE
      *  NEED NOT RE-KEY THE FACTORS; ON A CHANGE A BLANK FIELD IS
      *  LEFT AS IT IS.  THE VALUE FIELDS ARE PIC X SO LOOP1PMM CAN
      *  REJECT A NON-NUMERIC ENTRY INSTEAD OF TAKING A DATA
      *  EXCEPTION.  PMT-USER-ID IS CARRIED ONTO THE LOOP1PMA AUDIT.
      *****************************************************************
       01  LOOP1-PARM-TXN-RECORD.
           05  PMT-ACTION           PIC X(01).
               88  PMT-IS-ADD                  VALUE 'A'.
               88  PMT-IS-CHANGE               VALUE 'C'.
               88  PMT-IS-DELETE               VALUE 'D'.
           05  PMT-COST-CENTER      PIC X(06).
           05  PMT-EFF-DATE         PIC X(08).
           05  PMT-HIVOL-THRESHOLD  PIC X(09).
           05  PMT-HIVOL-FACTOR     PIC X(03).
           05  PMT-STD-FACTOR       PIC X(03).
           05  PMT-WEIGHT-CAP       PIC X(06).
           05  PMT-USER-ID          PIC X(08).
