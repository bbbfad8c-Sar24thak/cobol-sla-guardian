      *  MEANS "LEAVE THAT FIELD AS IT IS".  TXN-WEIGHT IS PIC X SO
      *  LOOP1WMM CAN REJECT A NON-NUMERIC WEIGHT INSTEAD OF TAKING
      *  A DATA EXCEPTION.  TXN-USER-ID IS WHO KEYED THE CHANGE AND
      *  IS CARRIED ONTO THE CHANGE-AUDIT RECORD.  TXN-APPROVER-ID
      *  IS BLANK ON A KEYED TRANSACTION; LOOP1APR FILLS IT WITH THE
      *  CHECKER WHEN IT RELEASES AN APPROVED LOOP1PND ITEM, AND
      *  LOOP1WMM THEN APPLIES IT WITHOUT PARKING IT AGAIN.  A
      *  TRANSACTION WRITTEN BEFORE THE FIELD EXISTED IS SHORT AND
      *  READS AS BLANK.  TXN-CHG-EFF-DATE IS THE DATE THE
      *  TRANSACTION ITSELF TAKES EFFECT: BLANK (OR NOT AFTER TODAY)
      *  APPLIES IT TONIGHT, A LATER DATE HAS LOOP1WMM HOLD IT ON THE
      *  LOOP1FCH PENDING-CHANGES FILE UNTIL LOOP1FDC RELEASES IT ON
      *  THAT BUSINESS DATE.  IT IS NOT THE ACCOUNT'S START DATE -
      *  THAT IS TXN-EFF-DATE.  TXN-END-DATE SETS THE ACCOUNT'S
      *  WM-END-DATE ON AN ADD OR CHANGE; BLANK LEAVES IT AS IT IS
      *  AND '00000000' TAKES AN END DATE OFF AGAIN.  TXN-SOURCE IS
      *  SET TO 'A' BY LOOP1WMM ITSELF, AND ONLY FOR A TRANSACTION IT
      *  READS FROM LOOP1APR'S LOOP1APT OR LOOP1FDC'S LOOP1FDA.  ON
      *  WLDMTXN BOTH TXN-APPROVER-ID AND TXN-SOURCE MUST BE BLANK -
      *  LOOP1WMM REJECTS THE TRANSACTION OTHERWISE, SO AN APPROVER
      *  CANNOT BE KEYED, ONLY GRANTED THROUGH LOOP1APR.
      *****************************************************************
       01  WLDM-TXN-RECORD.
           05  TXN-ACTION           PIC X(01).
           05  TXN-WEIGHT           PIC X(06).
           05  TXN-EFF-DATE         PIC X(08).
           05  TXN-USER-ID          PIC X(08).
           05  TXN-APPROVER-ID      PIC X(08).
           05  TXN-CHG-EFF-DATE     PIC X(08).
           05  TXN-END-DATE         PIC X(08).
           05  TXN-SOURCE           PIC X(01).
               88  TXN-RELEASED-BY-APR         VALUE 'A'.
