      *****************************************************************
      *  LOOP1APV - APPROVAL DECISION RECORD KEYED BY THE CHECKER,
      *  ONE PER PARKED LOOP1PND ITEM DECIDED.  APV-DECISION IS A
      *  (APPROVE) OR D (DECLINE).  APV-USER-ID IS THE APPROVER AND
      *  MUST BE A DIFFERENT USER FROM THE ONE WHO KEYED THE ITEM,
      *  WITH UAT-CAN-APPROVE ON ITS COST CENTER(S).
      *****************************************************************
       01  LOOP1-APPROVAL-RECORD.
           05  APV-ITEM-ID          PIC X(20).
           05  APV-DECISION         PIC X(01).
               88  APV-IS-APPROVE              VALUE 'A'.
               88  APV-IS-DECLINE              VALUE 'D'.
           05  APV-USER-ID          PIC X(08).
