      * POSITION-CODE LOOKUP TABLE - TRANSLATES EMPLOYEE-POSITION INTO
      * A DESCRIPTION FOR THE HR DIRECTORY. LOADED VIA REDEFINES SINCE
      * OCCURS ENTRIES CANNOT CARRY THEIR OWN VALUE CLAUSE. APPLIED
      * ONCE A NIGHT BY THE SBANJARAP28 SNAPSHOT EXTRACT, WHICH HANDS
      * THE SAME DESCRIPTION TO THE SBANJARAP2 ROSTER REPORT AND THE
      * SBANJARAP11 POSITION RECONCILIATION SO THE TWO CAN NEVER
      * DRIFT APART AGAIN.
       01  POSITION-TABLE-VALUES.
           05  FILLER  PIC X(14)  VALUE 'CKCASHIER     '.
           05  FILLER  PIC X(14)  VALUE 'MGMANAGER     '.
