      * SBANJARAP12 RAISE PROPOSAL GENERATOR SO BOTH ALWAYS WORK
      * FROM THE SAME VALUES. WHEN THE FILE IS ABSENT THE PROGRAMS
      * FALL BACK TO THE COMPILED DEFAULTS.
      * RP-SERVICE-BRIDGE-MONTHS IS READ BY SBANJARAP7'S REHIRE
      * PROCESSING - A BREAK IN SERVICE SHORTER THAN THIS MANY
      * MONTHS COUNTS AS CONTINUOUS SERVICE, A LONGER ONE RESTARTS
      * SENIORITY AT THE REHIRE DATE.
      * RP-APPROVAL-PCT IS READ BY SBANJARAP7 - A CHANGE THAT RAISES
      * CURRENT-SALARY BY MORE THAN THIS PERCENTAGE IS HELD FOR A
      * SECOND APPROVER INSTEAD OF BEING APPLIED.
      * RP-COMPRESSION-PCT IS READ BY THE SBANJARAP26 COMPRESSION
      * REPORT - A WAREHOUSE/POSITION SLOT WHOSE MOST SENIOR MEMBER
      * EARNS LESS THAN THIS PERCENTAGE ABOVE ITS LEAST SENIOR ONE
      * IS FLAGGED AS COMPRESSED.
       01  RUN-PARM-RECORD.
           05  RP-REVIEW-MONTHS-LIMIT  PIC 9(2).
           05  RP-CONTRACTUAL-MIN-PCT  PIC 9V99.
           05  RP-CHECKPOINT-INTERVAL  PIC 9(4).
           05  RP-SERVICE-BRIDGE-MONTHS PIC 9(2).
           05  RP-APPROVAL-PCT         PIC 9(2)V99.
           05  RP-COMPRESSION-PCT      PIC 9(2)V99.
