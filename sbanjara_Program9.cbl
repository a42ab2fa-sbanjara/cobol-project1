      * CAN SEE WHERE A BAND IS BROKEN.
      * ******
      * INPUT:
      *    THE NIGHTLY EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY
      *    SBANJARAP28, WHICH CARRIES EACH EMPLOYEE'S PAY GRADE BAND
      *    AND WAREHOUSE NAME ALREADY LOOKED UP.
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE PAY BAND DISTRIBUTION REPORT, IN TWO SECTIONS,

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
           SELECT BAND-REPORT-FILE
               ASSIGN TO PRINTER 'PAY-BAND-REPORT'.


       FILE SECTION.

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

           COPY EMPSNAP.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

       FD  BAND-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-BAND-CLASS           PIC X       VALUE ' '.
               88  BAND-BELOW-MIN                  VALUE 'B'.
               88  BAND-LOW-QUARTER                VALUE 'L'.
       01  WS-WAREHOUSE-NAME       PIC X(20)       VALUE SPACES.

      * ONE ROLLUP ENTRY PER DISTINCT PAY GRADE CODE FOUND ON THE
      * SNAPSHOT. BAND LIMITS ARE TAKEN INTO THE ENTRY FROM THE FIRST
      * SNAPSHOT RECORD SEEN FOR THE GRADE. THE TABLE CARRIES
      * ONE SLOT MORE THAN WS-GRADE-MAX BECAUSE THE SEARCH SUBSCRIPT
      * RUNS ONE PAST THE LAST USED ENTRY ON A NOT-FOUND.
       01  GRADE-TABLE-FIELDS.
           05  WS-WH-ABOVE-COUNT       PIC 9(5)    VALUE 0.
           05  WS-WH-SALARY-TOTAL      PIC 9(8)V99 VALUE 0.

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

       01  HEADING-ONE.

       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 17-SNAPSHOT-HEADER-ROUTINE
           OPEN  OUTPUT  BAND-REPORT-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE 2 TO PROPER-SPACING
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

           WRITE BAND-REPORT AFTER ADVANCING PAGE
       25-PROCESS-EMPLOYEE-ROUTINE.

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
       30-MAIN-ROUTINE.

           IF FIRST-RECORD
               MOVE  WAREHOUSE-ID       TO  WS-PREV-WAREHOUSE-ID
               MOVE  SN-WAREHOUSE-NAME  TO  WS-WAREHOUSE-NAME
               MOVE  'N'                TO  WS-FIRST-RECORD-FLAG
           END-IF
           IF WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
               PERFORM 32-WAREHOUSE-SUBTOTAL-ROUTINE
               MOVE  WAREHOUSE-ID       TO  WS-PREV-WAREHOUSE-ID
               MOVE  SN-WAREHOUSE-NAME  TO  WS-WAREHOUSE-NAME
           END-IF
           PERFORM 31-GRADE-TABLE-ROUTINE
           ADD  1               TO  WS-WH-EMP-COUNT
                   MOVE  0  TO  GT-LOW-QTR-COUNT (WS-GRADE-IX)
                   MOVE  0  TO  GT-ABOVE-COUNT (WS-GRADE-IX)
                   MOVE  0  TO  GT-SALARY-TOTAL (WS-GRADE-IX)
                   MOVE  SN-GRADE-FLAG
                       TO  GT-ON-FILE-FLAG (WS-GRADE-IX)
                   MOVE  SN-GRADE-TITLE
                       TO  GT-TITLE (WS-GRADE-IX)
                   MOVE  SN-GRADE-MIN-SALARY
                       TO  GT-MIN-SALARY (WS-GRADE-IX)
                   MOVE  SN-GRADE-MAX-SALARY
                       TO  GT-MAX-SALARY (WS-GRADE-IX)
               END-IF
           END-IF
           IF WS-GRADE-IX NOT > WS-GRADE-COUNT

       32-WAREHOUSE-SUBTOTAL-ROUTINE.

           MOVE  WS-PREV-WAREHOUSE-ID  TO  WH-ID-OUT
           MOVE  WS-WAREHOUSE-NAME     TO  WH-NAME-OUT
           MOVE  WS-WH-EMP-COUNT       TO  WH-EMP-COUNT-OUT

       35-EOF-ROUTINE.

           CLOSE EMPLOYEE-SNAPSHOT-FILE
               BAND-REPORT-FILE
           IF WS-SNAP-READ-COUNT NOT = WS-SNAP-HEADER-COUNT
               DISPLAY 'EMPSNAP.TXT AS OF ' WS-SNAP-AS-OF-DATE
                   ' READ ' WS-SNAP-READ-COUNT
                   ' RECORDS, HEADER SAYS ' WS-SNAP-HEADER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

           WRITE BAND-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
