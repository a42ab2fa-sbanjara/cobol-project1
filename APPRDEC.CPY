      * APPROVAL DECISION RECORD LAYOUT - ONE RECORD PER HELD RAISE
      * AN APPROVER HAS RULED ON, KEYED BY THE EMPLOYEE THE HELD
      * CHANGE TRANSACTION BELONGS TO. SBANJARAP7 APPLIES THE
      * DECISION TO THAT EMPLOYEE'S OLDEST HELD ITEM ON ITS NEXT RUN,
      * LOGS THE APPROVER ON THE SBANJARAP7 AUDIT LOG, AND THEN
      * EMPTIES THE FILE SO NO DECISION IS EVER APPLIED TWICE OR
      * LEFT LYING AROUND TO PRE-APPROVE A LATER RAISE.
       01  APPROVAL-DECISION-RECORD.
           05  AP-EMPLOYEE-KEY.
               10  AP-WAREHOUSE-ID     PIC X(4).
               10  AP-EMPLOYEE-ID      PIC X(5).
           05  AP-APPROVER-ID          PIC X(8).
           05  AP-DECISION             PIC X.
               88  AP-APPROVED                 VALUE 'A'.
               88  AP-REJECTED                 VALUE 'R'.
           05  AP-DECISION-DATE        PIC 9(8).
