
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP28.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE NIGHTLY EMPLOYEE SNAPSHOT EXTRACT OF DRAKEA LTD.
      * IT RUNS ONCE, RIGHT AFTER SBANJARAP7 MAINTENANCE, AND READS
      * THE EMPLOYEE RECORD FILE A SINGLE TIME. EACH RECORD IS
      * ENRICHED WITH ITS POSITION TITLE (POSTBL), ITS PAY GRADE
      * TITLE AND BAND LIMITS (PAYGRADE.DAT) AND ITS WAREHOUSE NAME,
      * CITY AND MANAGER (WHMAST.DAT), SORTED INTO WAREHOUSE-ID/
      * EMPLOYEE-ID ORDER AND WRITTEN TO THE SNAPSHOT FILE BEHIND A
      * HEADER CARRYING THE AS-OF DATE AND THE RECORD COUNT.
      * THE SBANJARAP2/8/9/11/15/16/19 REPORTS READ THE SNAPSHOT IN
      * PLACE OF THE EMPLOYEE RECORD FILE, SO NONE OF THEM REPEATS
      * THE PASS OR THE MASTER LOOKUPS, AND A CORRECTION APPLIED
      * LATE IN THE NIGHT CANNOT SHOW IN ONE REPORT AND NOT ANOTHER.
      * ******
      * INPUT:
      *    THE EMPLOYEE RECORD FILE, ACTIVE AND TERMINATED RECORDS
      *    ALIKE, THE PAY GRADE MASTER AND THE WAREHOUSE MASTER, AND
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE IS
      *    ONE, FOR THE STREAM DATE THE SNAPSHOT IS DATED BY.
      ***********
      * OUTPUT:
      *    THE EMPLOYEE SNAPSHOT FILE (EMPSNAP.TXT, EMPSNAP LAYOUT),
      *    REPLACED IN FULL EVERY NIGHT.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
               ASSIGN TO 'PR1FA19.TXT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EMPLOYEE-KEY
                   FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT PAY-GRADE-MASTER
               ASSIGN TO 'PAYGRADE.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PAY-GRADE-CODE
                   FILE STATUS IS WS-PAY-GRADE-FILE-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'WHMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WM-WAREHOUSE-ID
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK.TMP'.
           SELECT EMPLOYEE-SNAPSHOT-FILE
               ASSIGN TO 'EMPSNAP.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT RUN-STATUS-FILE
               ASSIGN TO 'RUNSTAT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNSTAT-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLOYEE-RECORD-FILE
           RECORD CONTAINS 79 CHARACTERS.

           COPY EMPREC.

       FD  PAY-GRADE-MASTER
           RECORD CONTAINS 30 CHARACTERS.

           COPY PAYGRADE.

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 59 CHARACTERS.

           COPY WHMAST.

      * THE SORT RECORD IS THE SNAPSHOT DETAIL WITHOUT ITS RECORD
      * TYPE - THE EMPLOYEE IMAGE, AND SO THE KEY, COMES FIRST.
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-WAREHOUSE-ID        PIC X(4).
           05  SR-EMPLOYEE-ID         PIC X(5).
           05  FILLER                 PIC X(168).

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

       01  SNAPSHOT-OUT-RECORD     PIC X(178).

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PAY-GRADE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX      VALUE '00'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

      * THE WAREHOUSE MASTER IS ONLY READ WHEN THE WAREHOUSE CHANGES,
      * SINCE THE EMPLOYEE FILE COMES IN WAREHOUSE ORDER.
       01  WAREHOUSE-BREAK-FIELDS.
           05  WS-FIRST-RECORD-FLAG    PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
           05  WS-PREV-WAREHOUSE-ID    PIC X(4)    VALUE SPACES.
           05  WS-WAREHOUSE-FLAG       PIC X       VALUE 'N'.
           05  WS-WAREHOUSE-NAME       PIC X(20)   VALUE SPACES.
           05  WS-WAREHOUSE-CITY       PIC X(15)   VALUE SPACES.
           05  WS-MANAGER-NAME         PIC X(20)   VALUE SPACES.

       01  EXTRACT-COUNTS.
           05  WS-RELEASED-COUNT   PIC 9(7)    VALUE 0.
           05  WS-WRITTEN-COUNT    PIC 9(7)    VALUE 0.
           05  WS-NO-GRADE-COUNT   PIC 9(7)    VALUE 0.
           05  WS-NO-WAREHOUSE-COUNT PIC 9(7)  VALUE 0.

           COPY POSTBL.

           COPY EMPSNAP.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           SORT  SORT-WORK-FILE
               ON ASCENDING KEY SR-WAREHOUSE-ID SR-EMPLOYEE-ID
               INPUT PROCEDURE IS 21-SORT-INPUT-ROUTINE
               OUTPUT PROCEDURE IS 22-SORT-OUTPUT-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .

       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  EMPLOYEE-RECORD-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-RECORD-FILE, STATUS = '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  INPUT  PAY-GRADE-MASTER
           IF WS-PAY-GRADE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY-GRADE-MASTER, STATUS = '
                   WS-PAY-GRADE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  INPUT  WAREHOUSE-MASTER
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAREHOUSE-MASTER, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 19-STREAM-DATE-ROUTINE
           .

      * THE SNAPSHOT IS DATED BY THE STREAM DATE WHEN THIS PROGRAM
      * RUNS AS A STEP OF THE SBANJARAP23 JOB STREAM - ITS OWN STEP
      * IS THEN MARKED RUNNING ON RUNSTAT.TXT - SO A STREAM THAT RUNS
      * PAST MIDNIGHT, OR IS RESTARTED THE NEXT DAY, STILL FINDS A
      * SNAPSHOT ITS READERS ACCEPT. RUN ON ITS OWN, IT IS DATED
      * TODAY.
       19-STREAM-DATE-ROUTINE.

           OPEN  INPUT  RUN-STATUS-FILE
           EVALUATE WS-RUNSTAT-FILE-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RUNSTAT-FILE-STATUS NOT = '00'
                       READ RUN-STATUS-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RS-STEP-RUNNING
                                   MOVE  RS-STREAM-DATE
                                       TO  WS-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-STATUS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUNSTAT.TXT, STATUS = '
                       WS-RUNSTAT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       21-SORT-INPUT-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-MAIN-ROUTINE
                       RELEASE SORT-RECORD FROM SN-DETAIL-DATA
                       ADD  1  TO  WS-RELEASED-COUNT
               END-READ
           END-PERFORM
           MOVE  ' '  TO  EOF-FLAG
           .

      * THE COUNT ON THE HEADER IS KNOWN BEFORE THE FIRST DETAIL
      * COMES BACK FROM THE SORT.
       22-SORT-OUTPUT-ROUTINE.

           MOVE  SPACES             TO  EMPLOYEE-SNAPSHOT-RECORD
           MOVE  'H'                TO  SN-RECORD-TYPE
           MOVE  WS-RUN-DATE        TO  SN-AS-OF-DATE
           MOVE  WS-RELEASED-COUNT  TO  SN-RECORD-COUNT
           WRITE SNAPSHOT-OUT-RECORD FROM EMPLOYEE-SNAPSHOT-RECORD
           PERFORM UNTIL NO-MORE-DATA
               RETURN SORT-WORK-FILE INTO SN-DETAIL-DATA
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  'D'  TO  SN-RECORD-TYPE
                       WRITE SNAPSHOT-OUT-RECORD
                           FROM EMPLOYEE-SNAPSHOT-RECORD
                       ADD  1  TO  WS-WRITTEN-COUNT
               END-RETURN
           END-PERFORM
           .

       30-MAIN-ROUTINE.

           IF FIRST-RECORD
              OR WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
               MOVE  'N'           TO  WS-FIRST-RECORD-FLAG
               MOVE  WAREHOUSE-ID  TO  WS-PREV-WAREHOUSE-ID
               PERFORM 32-WAREHOUSE-NAME-ROUTINE
           END-IF
           MOVE  SPACES             TO  EMPLOYEE-SNAPSHOT-RECORD
           MOVE  EMPLOYEE-RECORD    TO  SN-EMPLOYEE-IMAGE
           PERFORM 31-POSITION-LOOKUP-ROUTINE
           PERFORM 33-PAY-GRADE-ROUTINE
           MOVE  WS-WAREHOUSE-FLAG  TO  SN-WAREHOUSE-FLAG
           MOVE  WS-WAREHOUSE-NAME  TO  SN-WAREHOUSE-NAME
           MOVE  WS-WAREHOUSE-CITY  TO  SN-WAREHOUSE-CITY
           MOVE  WS-MANAGER-NAME    TO  SN-MANAGER-NAME
           IF WS-WAREHOUSE-FLAG = 'N'
               ADD  1  TO  WS-NO-WAREHOUSE-COUNT
           END-IF
           .

       31-POSITION-LOOKUP-ROUTINE.

           MOVE  'N'        TO  SN-POSITION-FLAG
           MOVE  'UNKNOWN'  TO  SN-POSITION-DESC
           SET  POSITION-IDX  TO  1
           SEARCH  POSITION-ENTRY
               AT END
                   MOVE  'UNKNOWN'  TO  SN-POSITION-DESC
               WHEN  POSITION-CODE-TBL (POSITION-IDX)
                       = EMPLOYEE-POSITION
                   MOVE  'Y'  TO  SN-POSITION-FLAG
                   MOVE  POSITION-DESC-TBL (POSITION-IDX)
                       TO  SN-POSITION-DESC
           END-SEARCH
           .

       32-WAREHOUSE-NAME-ROUTINE.

           MOVE  WAREHOUSE-ID  TO  WM-WAREHOUSE-ID
           READ  WAREHOUSE-MASTER
               INVALID KEY
                   MOVE  'N'                TO  WS-WAREHOUSE-FLAG
                   MOVE  'NOT ON FILE'      TO  WS-WAREHOUSE-NAME
                   MOVE  SPACES             TO  WS-WAREHOUSE-CITY
                   MOVE  SPACES             TO  WS-MANAGER-NAME
               NOT INVALID KEY
                   MOVE  'Y'                TO  WS-WAREHOUSE-FLAG
                   MOVE  WM-WAREHOUSE-NAME  TO  WS-WAREHOUSE-NAME
                   MOVE  WM-WAREHOUSE-CITY  TO  WS-WAREHOUSE-CITY
                   MOVE  WM-MANAGER-NAME    TO  WS-MANAGER-NAME
           END-READ
           .

       33-PAY-GRADE-ROUTINE.

           MOVE  EMPLOYEE-POSITION  TO  PAY-GRADE-CODE
           READ  PAY-GRADE-MASTER
               INVALID KEY
                   MOVE  'N'            TO  SN-GRADE-FLAG
                   MOVE  'NOT ON FILE'  TO  SN-GRADE-TITLE
                   MOVE  0              TO  SN-GRADE-MIN-SALARY
                   MOVE  0              TO  SN-GRADE-MAX-SALARY
                   ADD   1              TO  WS-NO-GRADE-COUNT
               NOT INVALID KEY
                   MOVE  'Y'                   TO  SN-GRADE-FLAG
                   MOVE  PAY-GRADE-TITLE       TO  SN-GRADE-TITLE
                   MOVE  PAY-GRADE-MIN-SALARY  TO  SN-GRADE-MIN-SALARY
                   MOVE  PAY-GRADE-MAX-SALARY  TO  SN-GRADE-MAX-SALARY
           END-READ
           .

       35-EOF-ROUTINE.

           CLOSE EMPLOYEE-RECORD-FILE
               PAY-GRADE-MASTER
               WAREHOUSE-MASTER
               EMPLOYEE-SNAPSHOT-FILE
           IF WS-WRITTEN-COUNT NOT = WS-RELEASED-COUNT
               DISPLAY 'EMPSNAP.TXT WROTE ' WS-WRITTEN-COUNT
                   ' OF ' WS-RELEASED-COUNT ' RECORDS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SNAPSHOT COMPLETE - ' WS-WRITTEN-COUNT
               ' RECORDS WRITTEN TO EMPSNAP.TXT AS OF ' WS-RUN-DATE
           DISPLAY 'GRADE NOT ON FILE: ' WS-NO-GRADE-COUNT
               '  WAREHOUSE NOT ON FILE: ' WS-NO-WAREHOUSE-COUNT
           STOP RUN
           .
