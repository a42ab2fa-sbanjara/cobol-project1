      * UP HERE INSTEAD OF IN FINANCE'S GL REVIEW MONTHS LATER.
      * ******
      * INPUT:
      *    THE NIGHTLY EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY
      *    SBANJARAP28 AND THE AUTHORIZED STAFFING MASTER
      *    (STAFFMAST.DAT).
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE STAFFING REPORT - ONE LINE PER AUTHORIZED WAREHOUSE/

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
           SELECT STAFFING-MASTER
               ASSIGN TO 'STAFFMAST.DAT'
                   ORGANIZATION IS INDEXED

       FILE SECTION.

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

           COPY EMPSNAP.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

       FD  STAFFING-MASTER
           RECORD CONTAINS 20 CHARACTERS.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-STAFF-EOF-FLAG       PIC X       VALUE ' '.
               88  NO-MORE-STAFFING                VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-STAFFING-FILE-STATUS PIC XX      VALUE '00'.

       01  WS-DATE.
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

       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 17-SNAPSHOT-HEADER-ROUTINE
           OPEN  INPUT  STAFFING-MASTER
           IF WS-STAFFING-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STAFFMAST.DAT, STATUS = '
                   WS-STAFFING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  STAFFING-REPORT-FILE
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

           WRITE STAFFING-REPORT AFTER ADVANCING PAGE
       25-TALLY-ACTUALS-ROUTINE.

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
           MOVE  WS-UNAUTH-COUNT    TO  TOTAL-UNAUTH-OUT
           MOVE  TOTAL-LINE         TO  STAFFING-REPORT
           WRITE STAFFING-REPORT AFTER ADVANCING 3 LINES
           CLOSE EMPLOYEE-SNAPSHOT-FILE
               STAFFING-MASTER
               STAFFING-REPORT-FILE
           IF WS-SNAP-READ-COUNT NOT = WS-SNAP-HEADER-COUNT
               DISPLAY 'EMPSNAP.TXT AS OF ' WS-SNAP-AS-OF-DATE
                   ' READ ' WS-SNAP-READ-COUNT
                   ' RECORDS, HEADER SAYS ' WS-SNAP-HEADER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

