      * OF DRAKEA LTD, COMPANION TO SBANJARAP1.
      * ******
      * INPUT:
      *    THE NIGHTLY EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY
      *    SBANJARAP28, WHICH CARRIES THE EMPLOYEE RECORD WITH ITS
      *    POSITION DESCRIPTION AND WAREHOUSE NAME ALREADY LOOKED UP,
      *    AND WHICH CONTAINS FOLLOWING RECORDS,
      *        1. WAREHOUSE ID
      *        2. EMPLOYEE ID
      *        3. EMPLOYEE POSITION
      *        6. STARTING SALARY
      *        7. DATE OF LAST PAY INCREASE
      *        8. CURRENT SALARY
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE ROSTER REPORT CONTAINS FOLLOWING INFORMATION,

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-SNAPSHOT-FILE
               ASSIGN TO 'EMPSNAP.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT RUN-STATUS-FILE
               ASSIGN TO 'RUNSTAT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNSTAT-FILE-STATUS.
           SELECT ROSTER-REPORT-FILE
               ASSIGN TO PRINTER 'ROSTER-REPORT'.

      *********************** DATA-DIVISION **************************


       FILE SECTION.

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

           COPY EMPSNAP.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

       FD  ROSTER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ROSTER-REPORT           PIC X(80).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.
       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX  VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX  VALUE '00'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
               88  FIRST-RECORD                    VALUE 'Y'.
           05  WS-PREV-WAREHOUSE-ID    PIC X(4)    VALUE SPACES.

      * AS-OF DATE AND RECORD COUNT FROM THE SNAPSHOT HEADER, THE
      * DATE THE SNAPSHOT MUST CARRY (THE STREAM DATE), AND THE
      * DETAIL RECORDS ACTUALLY READ.
       01  SNAPSHOT-CONTROL-FIELDS.
           05  WS-SNAP-AS-OF-DATE      PIC 9(8)    VALUE 0.
           05  WS-SNAP-STREAM-DATE     PIC 9(8)    VALUE 0.
           05  WS-SNAP-HEADER-COUNT    PIC 9(7)    VALUE 0.
           05  WS-SNAP-READ-COUNT      PIC 9(7)    VALUE 0.

           COPY EMPREC.

      *********************** OUTPUT-AREA ****************************


       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 17-SNAPSHOT-HEADER-ROUTINE
           OPEN  OUTPUT  ROSTER-REPORT-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .

      * THE SNAPSHOT MUST OPEN WITH ITS HEADER, DATED FOR THIS
      * STREAM - A SNAPSHOT LEFT OVER FROM AN EARLIER NIGHT WOULD
      * PRINT OLD DATA UNDER TONIGHT'S DATE, SO THE RUN STOPS. THE
      * AS-OF DATE AND COUNT ARE KEPT SO THE DETAIL READ CAN BE
      * PROVED AT THE END.
       17-SNAPSHOT-HEADER-ROUTINE.

           READ EMPLOYEE-SNAPSHOT-FILE
               AT END
                   MOVE  SPACES  TO  EMPLOYEE-SNAPSHOT-RECORD
           END-READ
           IF NOT SN-HEADER
               DISPLAY 'EMPSNAP.TXT HAS NO HEADER RECORD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  SN-AS-OF-DATE    TO  WS-SNAP-AS-OF-DATE
           MOVE  SN-RECORD-COUNT  TO  WS-SNAP-HEADER-COUNT
           PERFORM 19-STREAM-DATE-ROUTINE
           IF WS-SNAP-AS-OF-DATE NOT = WS-SNAP-STREAM-DATE
               DISPLAY 'EMPSNAP.TXT IS AS OF ' WS-SNAP-AS-OF-DATE
                   ', NOT ' WS-SNAP-STREAM-DATE
                   ' - RERUN SBANJARAP28 FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * THE DATE THE SNAPSHOT MUST CARRY IS THE STREAM DATE WHEN THIS
      * PROGRAM RUNS AS A STEP OF THE SBANJARAP23 JOB STREAM - ITS
      * OWN STEP IS THEN MARKED RUNNING ON RUNSTAT.TXT - SO A STREAM
      * RESTARTED AFTER MIDNIGHT STILL READS THE SNAPSHOT TAKEN ON ITS
      * FIRST NIGHT. RUN ON ITS OWN, THE PROGRAM USES TODAY.
       19-STREAM-DATE-ROUTINE.

           ACCEPT WS-SNAP-STREAM-DATE FROM DATE YYYYMMDD
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
                                       TO  WS-SNAP-STREAM-DATE
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

       20-HEADER-ROUTINE.

           WRITE ROSTER-REPORT AFTER ADVANCING PAGE
       25-PROCESS-ROSTER-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-SNAPSHOT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-SNAP-READ-COUNT
                       MOVE  SN-EMPLOYEE-IMAGE  TO  EMPLOYEE-RECORD
                       IF EMPLOYEE-ACTIVE
                           PERFORM 30-MAIN-ROUTINE
                       END-IF
                  ' '            DELIMITED BY SIZE
                  LAST-NAME      DELIMITED BY SPACE
                  INTO FULL-NAME-OUT
           MOVE  SN-POSITION-DESC  TO  POSITION-DESC-OUT
           MOVE  DETAIL-LINE       TO  ROSTER-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING
           .

       32-WAREHOUSE-NAME-ROUTINE.

           MOVE  SN-WAREHOUSE-NAME     TO  WH-NAME-OUT
           MOVE  SN-WAREHOUSE-CITY     TO  WH-CITY-OUT
           MOVE  SN-MANAGER-NAME       TO  WH-MANAGER-OUT
           MOVE  WAREHOUSE-ID          TO  WH-NAME-ID-OUT
           MOVE  WAREHOUSE-NAME-LINE   TO  ROSTER-REPORT
           WRITE ROSTER-REPORT AFTER ADVANCING 2 LINES

       35-EOF-ROUTINE.

           CLOSE EMPLOYEE-SNAPSHOT-FILE
               ROSTER-REPORT-FILE
           IF WS-SNAP-READ-COUNT NOT = WS-SNAP-HEADER-COUNT
               DISPLAY 'EMPSNAP.TXT AS OF ' WS-SNAP-AS-OF-DATE
                   ' READ ' WS-SNAP-READ-COUNT
                   ' RECORDS, HEADER SAYS ' WS-SNAP-HEADER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

