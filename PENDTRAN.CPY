      * PENDING EMPLOYEE TRANSACTION RECORD LAYOUT - ONE RECORD PER
      * CLEAN TRANSACTION WHOSE EFFECTIVE DATE IS STILL IN THE
      * FUTURE. WRITTEN BY THE SBANJARAP13 PRE-EDIT, WHICH RELEASES
      * EACH ONE INTO SBANJARAP7'S INPUT THE NIGHT IT COMES DUE, AND
      * LISTED (AND CANCELLED ON HR'S REQUEST) BY THE SBANJARAP20
      * PENDING TRANSACTION REPORT. THE TRANSACTION ITSELF RIDES IN
      * THE EMPTRAN LAYOUT SO THE TWO CAN NEVER DRIFT APART.
       01  PENDING-TRANS-RECORD.
           05  PT-QUEUED-DATE          PIC 9(8).
           05  PT-TRANS-IMAGE          PIC X(84).
