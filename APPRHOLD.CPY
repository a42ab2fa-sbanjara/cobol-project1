      * APPROVAL QUEUE RECORD LAYOUT - ONE RECORD PER CHANGE OR
      * REHIRE TRANSACTION SBANJARAP7 HELD BACK BECAUSE ITS SALARY
      * JUMP WAS OVER THE RUN-PARAMETER APPROVAL PERCENTAGE OR TOOK
      * THE EMPLOYEE PAST PAY-GRADE-MAX-SALARY. SBANJARAP7 RELEASES OR
      * REJECTS EACH ONE ON A LATER RUN WHEN A DECISION FOR THE
      * EMPLOYEE TURNS UP ON THE APPROVAL DECISION FILE, AND THE
      * SBANJARAP22 OUTSTANDING APPROVALS REPORT LISTS WHAT IS STILL
      * WAITING. THE TRANSACTION ITSELF RIDES IN THE EMPTRAN LAYOUT
      * SO THE TWO CAN NEVER DRIFT APART.
       01  APPROVAL-HOLD-RECORD.
           05  AH-QUEUED-DATE          PIC 9(8).
           05  AH-HOLD-REASON          PIC X.
               88  AH-OVER-PERCENT             VALUE 'P'.
               88  AH-OVER-GRADE-MAX           VALUE 'G'.
           05  AH-OLD-SALARY           PIC 9(6)V99.
           05  AH-PERCENT-INCREASE     PIC 9(3)V99.
           05  AH-TRANS-IMAGE          PIC X(84).
