      *    03  WM-WEIGHT EXCEEDS CTL-MAX-J
      *    04  WM-EFF-DATE IS INVALID
      *    05  WM-COST-CENTER IS BLANK
      *    06  WM-COST-CENTER NOT ON THE LOOP1CCM COST-CENTER MASTER
      *    07  WM-COST-CENTER IS CLOSED ON LOOP1CCM
      *    08  WM-END-DATE IS INVALID
      *    09  WM-END-DATE BEFORE WM-EFF-DATE
      *  REJ-RECORD-IMAGE IS THE FULL 40-BYTE MASTER RECORD AS READ
      *  SO THE KEYING AREA CAN FIX IT WITHOUT PULLING THE MASTER.
      *****************************************************************
