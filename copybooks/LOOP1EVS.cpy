      *****************************************************************
      *  LOOP1EVS - EVENT FORWARDER STATE, REWRITTEN BY LOOP1EVF AT
      *  THE END OF EVERY RUN.  ONE TYPE-H HEADER CARRYING HOW MANY
      *  LOOP1EVT RECORDS HAVE ALREADY BEEN FORWARDED (EVERYTHING
      *  AFTER THAT POSITION IS NEW TO THE NEXT RUN), THEN ONE TYPE-C
      *  ROW PER PROGRAM AND EVENT CODE EVER ALERTED, CARRYING THE
      *  LAST BUSINESS DATE IT WAS ALERTED FOR AND HOW MANY
      *  CONSECUTIVE NIGHTS IT HAS NOW RECURRED - THE STREAK THE
      *  ESCALATION IS DRIVEN FROM.
      *****************************************************************
       01  LOOP1-EVENT-STATE-RECORD.
           05  EVS-RECORD-TYPE      PIC X(01).
               88  EVS-IS-HEADER               VALUE 'H'.
               88  EVS-IS-CODE                 VALUE 'C'.
           05  EVS-DATA             PIC X(40).
           05  EVS-HEADER-DATA REDEFINES EVS-DATA.
               10  EVS-HDR-FORWARDED    PIC 9(09).
               10  EVS-HDR-RUN-DATE     PIC 9(08).
               10  EVS-HDR-RUN-TIME     PIC 9(08).
               10  FILLER               PIC X(15).
           05  EVS-CODE-DATA REDEFINES EVS-DATA.
               10  EVS-PROGRAM          PIC X(08).
               10  EVS-CODE             PIC X(16).
               10  EVS-LAST-NIGHT       PIC 9(08).
               10  EVS-STREAK           PIC 9(03).
               10  FILLER               PIC X(05).
