      * TERMINATIONS INSIDE THE PERIOD BY DAYS WORKED.
      * ******
      * INPUT:
      *    THE PAY CALENDAR MASTER (PAYCAL.TXT) AND THE NIGHTLY
      *    EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY SBANJARAP28,
      *    WHICH CARRIES EACH EMPLOYEE'S WAREHOUSE NAME.
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE PAYROLL REGISTER BY WAREHOUSE, WITH A SUBTOTAL PER
               ASSIGN TO 'PAYCAL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT EMPLOYEE-SNAPSHOT-FILE
               ASSIGN TO 'EMPSNAP.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT RUN-STATUS-FILE
               ASSIGN TO 'RUNSTAT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNSTAT-FILE-STATUS.
           SELECT PAYROLL-REPORT-FILE
               ASSIGN TO PRINTER 'PAYROLL-REGISTER'.


           COPY PAYCAL.

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

           COPY EMPSNAP.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

       FD  PAYROLL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  WS-CAL-EOF-FLAG         PIC X       VALUE ' '.
               88  NO-MORE-CALENDAR                VALUE 'N'.
           05  WS-CALENDAR-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PERIOD-FOUND-FLAG    PIC X       VALUE 'N'.
               88  PERIOD-FOUND                    VALUE 'Y'.
           05  WS-IN-PERIOD-FLAG       PIC X       VALUE 'N'.
       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

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
           IF NOT PERIOD-FOUND
               DISPLAY 'NO PAY PERIOD ON PAYCAL.TXT COVERS RUN DATE '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN  INPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 17-SNAPSHOT-HEADER-ROUTINE
           OPEN  OUTPUT  PAYROLL-REPORT-FILE
           PERFORM 20-HEADER-ROUTINE
           .
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYCAL.TXT, STATUS = '
                   WS-CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * THE CALENDAR IS HAND-KEYED, SO EVERY FIELD IS PROVED NUMERIC
           END-IF
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

           WRITE PAYROLL-REPORT AFTER ADVANCING PAGE
       25-PROCESS-PAYROLL-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-SNAPSHOT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-SNAP-READ-COUNT
                       MOVE  SN-EMPLOYEE-IMAGE  TO  EMPLOYEE-RECORD
                       IF FIRST-RECORD
                           MOVE WAREHOUSE-ID TO WS-PREV-WAREHOUSE-ID
                           MOVE SN-WAREHOUSE-NAME TO WS-WAREHOUSE-NAME
                           MOVE 'N' TO WS-FIRST-RECORD-FLAG
                       END-IF
                       IF WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
                           PERFORM 32-WAREHOUSE-SUBTOTAL-ROUTINE
                           MOVE WAREHOUSE-ID TO WS-PREV-WAREHOUSE-ID
                           MOVE SN-WAREHOUSE-NAME TO WS-WAREHOUSE-NAME
                       END-IF
                       PERFORM 30-MAIN-ROUTINE
               END-READ

       32-WAREHOUSE-SUBTOTAL-ROUTINE.

           MOVE  WS-PREV-WAREHOUSE-ID  TO  SUBTOTAL-WAREHOUSE-OUT
           MOVE  WS-WAREHOUSE-NAME     TO  SUBTOTAL-WH-NAME-OUT
           MOVE  WS-WH-GROSS-TOTAL     TO  WH-GROSS-TOT-OUT
           MOVE  0 TO WS-WH-EMPLOYEE-COUNT
           .

       35-EOF-ROUTINE.

           MOVE  WS-GROSS-TOTAL     TO  GROSS-TOTAL-OUT
           MOVE  WS-EMPLOYEE-COUNT  TO  EMP-TOTAL-OUT
           MOVE  TOTAL-LINE         TO  PAYROLL-REPORT
           WRITE PAYROLL-REPORT AFTER ADVANCING 3 LINES
           CLOSE EMPLOYEE-SNAPSHOT-FILE
               PAYROLL-REPORT-FILE
           IF WS-SNAP-READ-COUNT NOT = WS-SNAP-HEADER-COUNT
               DISPLAY 'EMPSNAP.TXT AS OF ' WS-SNAP-AS-OF-DATE
                   ' READ ' WS-SNAP-READ-COUNT
                   ' RECORDS, HEADER SAYS ' WS-SNAP-HEADER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

