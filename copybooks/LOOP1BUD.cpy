      *****************************************************************
      *  LOOP1BUD - COST-CENTER CHARGEBACK BUDGET RECORD, MAINTAINED
      *  BY FINANCE.  ONE ROW PER COST CENTER AND BILLING MONTH
      *  (YYYYMM, AS ON LOOP1MTD) GIVING THE MONTH'S CHARGEBACK
      *  BUDGET.  A ROW WITH BUD-BILL-MONTH ZERO IS THE COST CENTER'S
      *  STANDING MONTHLY BUDGET, USED FOR ANY MONTH IT HAS NO ROW OF
      *  ITS OWN FOR.  THE FIRST ROW FOR A COST CENTER AND MONTH
      *  WINS, AS IN LOOP1CCM.  LOOP1BVA COMPARES THE MONTH-TO-DATE
      *  CHARGE AND ITS MONTH-END PROJECTION WITH IT.
      *****************************************************************
       01  LOOP1-BUDGET-RECORD.
           05  BUD-BILL-MONTH       PIC 9(06).
           05  BUD-COST-CENTER      PIC X(06).
           05  BUD-AMOUNT           PIC 9(13)V9(02).
