      * NIGHTLY EMPLOYEE SNAPSHOT RECORD LAYOUT - WRITTEN ONCE A NIGHT
      * BY THE SBANJARAP28 EXTRACT RIGHT AFTER SBANJARAP7 MAINTENANCE,
      * AND READ BY THE SBANJARAP2/8/9/11/15/16/19 REPORTS IN PLACE
      * OF THE EMPLOYEE RECORD FILE SO EVERY REPORT OF THE NIGHT TIES
      * TO THE SAME COPY OF THE DATA.
      * THE FIRST RECORD IS THE HEADER - THE AS-OF DATE (THE JOB
      * STREAM'S DATE, OR TODAY WHEN THE EXTRACT IS RUN ON ITS OWN)
      * AND THE COUNT OF DETAIL RECORDS THAT FOLLOW IT. EVERY DETAIL
      * RECORD CARRIES THE EMPLOYEE RECORD IMAGE AS IT STOOD (EMPREC
      * LAYOUT, IN WAREHOUSE-ID/EMPLOYEE-ID ORDER) WITH THE POSITION
      * TITLE, THE PAY GRADE BAND AND THE WAREHOUSE NAME AND MANAGER
      * ALREADY LOOKED UP. SN-POSITION-FLAG, SN-GRADE-FLAG AND
      * SN-WAREHOUSE-FLAG ARE 'N' WHEN THE CODE WAS NOT IN ITS TABLE
      * OR MASTER - THE DESCRIPTION THEN READS 'UNKNOWN', THE TITLE
      * OR NAME 'NOT ON FILE', AND THE BAND LIMITS ARE ZERO.
       01  EMPLOYEE-SNAPSHOT-RECORD.
           05  SN-RECORD-TYPE          PIC X.
               88  SN-HEADER                   VALUE 'H'.
               88  SN-DETAIL                   VALUE 'D'.
           05  SN-DETAIL-DATA.
               10  SN-EMPLOYEE-IMAGE       PIC X(79).
               10  SN-POSITION-FLAG        PIC X.
                   88  SN-POSITION-ON-FILE         VALUE 'Y'.
               10  SN-POSITION-DESC        PIC X(12).
               10  SN-GRADE-FLAG           PIC X.
                   88  SN-GRADE-ON-FILE            VALUE 'Y'.
               10  SN-GRADE-TITLE          PIC X(12).
               10  SN-GRADE-MIN-SALARY     PIC 9(6)V99.
               10  SN-GRADE-MAX-SALARY     PIC 9(6)V99.
               10  SN-WAREHOUSE-FLAG       PIC X.
                   88  SN-WAREHOUSE-ON-FILE        VALUE 'Y'.
               10  SN-WAREHOUSE-NAME       PIC X(20).
               10  SN-WAREHOUSE-CITY       PIC X(15).
               10  SN-MANAGER-NAME         PIC X(20).
           05  SN-HEADER-DATA  REDEFINES  SN-DETAIL-DATA.
               10  SN-AS-OF-DATE           PIC 9(8).
               10  SN-RECORD-COUNT         PIC 9(7).
               10  FILLER                  PIC X(162).
