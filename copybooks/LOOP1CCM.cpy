      *****************************************************************
      *  LOOP1CCM - COST-CENTER REFERENCE MASTER RECORD, ONE PER COST
      *  CENTER, MAINTAINED BY FINANCE.  IT IS THE ONE PLACE A COST
      *  CENTER CODE IS DECLARED: LOOP1WMM REFUSES TO ADD AN ACCOUNT
      *  TO (OR MOVE ONE INTO) A CODE THAT IS NOT HERE OR IS CLOSED,
      *  LOOP1EDT REJECTS MASTER RECORDS STILL CARRYING SUCH A CODE,
      *  AND LOOP1HRU ROLLS THE COST-CENTER TOTALS UP THE
      *  CCM-DEPARTMENT / CCM-DIVISION HIERARCHY.
      *  CCM-STATUS IS O (OPEN) OR C (CLOSED).  A CLOSED CODE WITH A
      *  CCM-CLOSE-DATE STILL IN THE FUTURE IS TREATED AS OPEN UNTIL
      *  THAT DATE, SO A CLOSE CAN BE KEYED AHEAD OF MONTH END; A
      *  CLOSED CODE WITH NO CLOSE DATE IS CLOSED NOW.  THE FIRST ROW
      *  FOR A CODE WINS, AS IN LOOP1PRM.
      *  CCM-GL-EXPENSE-ACCT IS THE COST CENTER'S GENERAL-LEDGER
      *  EXPENSE ACCOUNT, DEBITED WITH ITS MONTHLY CHARGEBACK ON THE
      *  LOOP1CLS MONTH-END JOURNAL.  ROWS WRITTEN BEFORE IT EXISTED
      *  READ IT AS BLANK, WHICH HOLDS THE CLOSE FOR ANY COST CENTER
      *  THAT WAS CHARGED.
      *****************************************************************
       01  LOOP1-CC-MASTER-RECORD.
           05  CCM-COST-CENTER      PIC X(06).
           05  CCM-CC-NAME          PIC X(30).
           05  CCM-DEPARTMENT       PIC X(06).
           05  CCM-DIVISION         PIC X(06).
           05  CCM-MANAGER-ID       PIC X(08).
           05  CCM-MANAGER-NAME     PIC X(24).
           05  CCM-STATUS           PIC X(01).
               88  CCM-IS-OPEN                 VALUE 'O'.
               88  CCM-IS-CLOSED               VALUE 'C'.
           05  CCM-CLOSE-DATE       PIC 9(08).
           05  CCM-GL-EXPENSE-ACCT  PIC X(16).
