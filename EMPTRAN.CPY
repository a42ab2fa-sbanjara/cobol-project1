      * SBANJARAP7 MAINTENANCE PROGRAM. ALSO WRITTEN BY THE
      * SBANJARAP12 MERIT RAISE PROPOSAL GENERATOR SO THE TWO CAN
      * NEVER DRIFT APART.
      * ON A REHIRE EMT-HIRE-DATE CARRIES THE REHIRE DATE - THE
      * ORIGINAL HIRE-DATE ON THE EMPLOYEE RECORD IS NEVER CHANGED.
      * EMT-EFFECTIVE-DATE IS THE NIGHT THE TRANSACTION MAY BE
      * APPLIED - ZERO MEANS AT ONCE. SBANJARAP13 HOLDS ANYTHING
      * DATED PAST THE RUN DATE ON THE PENDING FILE (PENDTRAN.TXT)
      * AND RELEASES IT THE NIGHT IT COMES DUE.
       01  EMPLOYEE-TRANS-RECORD.
           05  EMT-TRANS-CODE          PIC X.
               88  EMT-HIRE                    VALUE 'H'.
               88  EMT-CHANGE                  VALUE 'C'.
               88  EMT-TERMINATE               VALUE 'T'.
               88  EMT-TRANSFER                VALUE 'X'.
               88  EMT-REHIRE                  VALUE 'R'.
           05  EMT-EMPLOYEE-KEY.
               10  EMT-WAREHOUSE-ID    PIC X(4).
               10  EMT-EMPLOYEE-ID     PIC X(5).
           05  EMT-CURRENT-SALARY      PIC 9(6)V99.
           05  EMT-TERMINATION-DATE    PIC 9(8).
           05  EMT-NEW-WAREHOUSE-ID    PIC X(4).
           05  EMT-EFFECTIVE-DATE      PIC 9(8).
