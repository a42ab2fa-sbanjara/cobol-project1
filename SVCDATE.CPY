      * EMPLOYEE SERVICE DATE MASTER RECORD LAYOUT - ONE RECORD PER
      * EMPLOYEE WHO HAS EVER BEEN REHIRED, WRITTEN BY SBANJARAP7'S
      * REHIRE PROCESSING. HIRE-DATE ON THE EMPLOYEE RECORD ALWAYS
      * STAYS THE ORIGINAL HIRE - THIS RECORD CARRIES THE LATEST
      * BREAK IN SERVICE AND THE SENIORITY DATE THE SERVICE-BRIDGING
      * RULE SETTLED ON, SO SBANJARAP15'S ANNIVERSARIES AND
      * SBANJARAP8'S TURNOVER COUNTS CAN TELL A RETURNING EMPLOYEE
      * FROM A NEW ONE. AN EMPLOYEE WITH NO RECORD HERE HAS
      * CONTINUOUS SERVICE FROM HIRE-DATE.
      * SV-EMPLOYEE-KEY (WAREHOUSE-ID + EMPLOYEE-ID) IS THE RECORD KEY.
       01  SERVICE-DATE-RECORD.
           05  SV-EMPLOYEE-KEY.
               10  SV-WAREHOUSE-ID     PIC X(4).
               10  SV-EMPLOYEE-ID      PIC X(5).
           05  SV-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  SV-LAST-TERM-DATE       PIC 9(8).
           05  SV-REHIRE-DATE          PIC 9(8).
           05  SV-BREAK-MONTHS         PIC 9(4).
           05  SV-SENIORITY-DATE       PIC 9(8).
           05  SV-BRIDGE-FLAG          PIC X.
               88  SV-SERVICE-BRIDGED          VALUE 'Y'.
               88  SV-SENIORITY-RESTARTED      VALUE 'N'.
