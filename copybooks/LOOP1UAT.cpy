      *****************************************************************
      *  LOOP1UAT - USER-AUTHORITY RECORD FOR WORKLOAD-MASTER
      *  MAINTENANCE, ONE ROW PER KEYING USER PER COST CENTER THAT
      *  USER MAY MAINTAIN.  UAT-COST-CENTER '******' COVERS EVERY
      *  COST CENTER; AN EXACT ROW FOR A CODE IS TAKEN AHEAD OF THE
      *  '******' ROW.  UAT-MAX-WEIGHT-CHG IS THE LARGEST WEIGHT
      *  MOVEMENT (THE NEW WEIGHT ON AN ADD, THE DIFFERENCE ON A
      *  CHANGE, THE OLD WEIGHT ON A DELETE) THE USER MAY MAKE ON
      *  THEIR OWN - LOOP1WMM PARKS ANYTHING LARGER, OR ANYTHING ON A
      *  COST CENTER THE USER HAS NO ROW FOR, ON LOOP1PND FOR A
      *  SECOND USER TO APPROVE.  UAT-CAN-APPROVE Y LETS THE USER
      *  APPROVE OTHER USERS' PARKED ITEMS ON THAT COST CENTER
      *  THROUGH LOOP1APR.  THE FIRST ROW FOR A USER AND CODE WINS.
      *****************************************************************
       01  LOOP1-USER-AUTH-RECORD.
           05  UAT-USER-ID          PIC X(08).
           05  UAT-COST-CENTER      PIC X(06).
           05  UAT-MAX-WEIGHT-CHG   PIC 9(06).
           05  UAT-CAN-APPROVE      PIC X(01).
               88  UAT-IS-APPROVER             VALUE 'Y'.
