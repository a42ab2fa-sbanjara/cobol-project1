      * WAREHOUSE MASTER RECORD LAYOUT - SHARED BY THE SBANJARAP1 AND
      * SBANJARAP4 REPORT PROGRAMS, AND BY THE SBANJARAP28 SNAPSHOT
      * EXTRACT FOR THE REPORTS THAT READ THE SNAPSHOT, SO EACH
      * WAREHOUSE PRINTS WITH ITS NAME INSTEAD OF JUST THE RAW
      * FOUR-CHARACTER ID.
      * WM-WAREHOUSE-ID IS THE RECORD KEY.
       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID      PIC X(4).
