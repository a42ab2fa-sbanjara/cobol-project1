      * EMPLOYEE RECORD LAYOUT - SHARED BY EVERY PROGRAM THAT OPENS
      * THE EMPLOYEE FILE (THE SBANJARAP1/2/3 REPORTS, THE SBANJARAP5
      * CONVERSION, THE SBANJARAP7 MAINTENANCE PROGRAM AND THE
      * SBANJARAP28 SNAPSHOT EXTRACT). THE REPORTS THAT READ THE
      * NIGHTLY SNAPSHOT INSTEAD (EMPSNAP COPYBOOK) MOVE ITS
      * SN-EMPLOYEE-IMAGE INTO THIS LAYOUT.
      * EMPLOYEE-KEY (WAREHOUSE-ID + EMPLOYEE-ID) IS THE RECORD KEY.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-KEY.
