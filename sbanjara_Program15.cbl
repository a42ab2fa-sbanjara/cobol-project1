      * SPREADSHEET THAT MISSED PEOPLE EVERY QUARTER.
      * ******
      * INPUT:
      *    THE NIGHTLY EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY
      *    SBANJARAP28, WHICH CARRIES EACH EMPLOYEE'S WAREHOUSE NAME
      *    AND MANAGER ALREADY LOOKED UP, AND THE SERVICE DATE
      *    MASTER (SERVICE.DAT) - A REHIRED EMPLOYEE'S
      *    ANNIVERSARIES RUN FROM THE SENIORITY DATE SBANJARAP7'S
      *    SERVICE-BRIDGING RULE SET, NOT FROM THE ORIGINAL HIRE-DATE.
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE MILESTONE REPORT - EVERY ACTIVE EMPLOYEE REACHING A

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
           SELECT SERVICE-DATE-FILE
               ASSIGN TO 'SERVICE.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SV-EMPLOYEE-KEY
                   FILE STATUS IS WS-SERVICE-FILE-STATUS.
           SELECT MILESTONE-REPORT-FILE
               ASSIGN TO PRINTER 'SERVICE-MILESTONE-REPORT'.


       FILE SECTION.

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

           COPY EMPSNAP.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

       FD  SERVICE-DATE-FILE
           RECORD CONTAINS 46 CHARACTERS.

           COPY SVCDATE.

       FD  MILESTONE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-WH-HEADER-FLAG       PIC X       VALUE 'N'.
               88  WH-HEADER-PRINTED               VALUE 'Y'.
           05  WS-SERVICE-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-SERVICE-OPEN-FLAG    PIC X       VALUE 'N'.
               88  SERVICE-FILE-OPEN               VALUE 'Y'.
           05  WS-REHIRE-FLAG          PIC X       VALUE 'N'.
               88  EMPLOYEE-REHIRED                VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
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
           05          PIC X(11)  VALUE '   EMPLOYEE'.
           05          PIC X(13)  VALUE '  LAST NAME'.
           05          PIC X(13)  VALUE 'FIRST NAME'.
           05          PIC X(13)  VALUE ' SVC DATE'.
           05          PIC X(14)  VALUE ' ANNIVERSARY'.
           05          PIC X(8)   VALUE '  YEARS'.

           05  DTL-ANNIV-DATE-OUT  PIC 99/99/9999.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-YEARS-OUT       PIC Z9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-REHIRE-OUT      PIC X(7).

       01  TOTAL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.

       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 17-SNAPSHOT-HEADER-ROUTINE
      * NO SERVICE DATE MASTER YET MEANS NOBODY HAS BEEN REHIRED -
      * EVERY ANNIVERSARY THEN RUNS FROM HIRE-DATE.
           OPEN  INPUT  SERVICE-DATE-FILE
           EVALUATE WS-SERVICE-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-SERVICE-OPEN-FLAG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING SERVICE.DAT, STATUS = '
                       WS-SERVICE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN  OUTPUT  MILESTONE-REPORT-FILE

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

       18-WINDOW-END-ROUTINE.

           COMPUTE WS-TOTAL-MONTHS =
               + WS-DAY
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

           WRITE MILESTONE-REPORT AFTER ADVANCING PAGE
       25-PROCESS-EMPLOYEE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-SNAPSHOT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-SNAP-READ-COUNT
                       MOVE  SN-EMPLOYEE-IMAGE  TO  EMPLOYEE-RECORD
                       IF FIRST-RECORD
                           MOVE WAREHOUSE-ID TO WS-PREV-WAREHOUSE-ID
                           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           END-PERFORM
           .

      * THE NEXT ANNIVERSARY IS THE SERVICE MONTH AND DAY IN THE
      * FIRST YEAR THAT PUTS IT ON OR AFTER THE RUN DATE. IT COUNTS
      * ONLY WHEN IT FALLS INSIDE THE QUARTER AND LANDS THE EMPLOYEE
      * ON A 5, 10, 15 OR 20 YEAR MILESTONE.
       30-MAIN-ROUTINE.

           PERFORM 33-SERVICE-DATE-ROUTINE
           IF WS-HIRE-YYYY = 0
               CONTINUE
           ELSE
               + WS-ANNIV-YEAR
           MOVE  WS-ANNIV-MMDDYYYY  TO  DTL-ANNIV-DATE-OUT
           MOVE  WS-MILESTONE-YEARS TO  DTL-YEARS-OUT
           IF EMPLOYEE-REHIRED
               MOVE  'REHIRED'  TO  DTL-REHIRE-OUT
           ELSE
               MOVE  SPACES     TO  DTL-REHIRE-OUT
           END-IF
           MOVE  DETAIL-LINE        TO  MILESTONE-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING

       32-WAREHOUSE-HEADER-ROUTINE.

           MOVE  WAREHOUSE-ID       TO  GRP-WAREHOUSE-OUT
           MOVE  SN-WAREHOUSE-NAME  TO  GRP-WH-NAME-OUT
           MOVE  SN-MANAGER-NAME    TO  GRP-MANAGER-OUT
           MOVE  WAREHOUSE-GROUP-LINE  TO  MILESTONE-REPORT
           WRITE MILESTONE-REPORT AFTER ADVANCING 3 LINES
           WRITE MILESTONE-REPORT FROM HEADING-THREE
           MOVE  'Y' TO  WS-WH-HEADER-FLAG
           .

      * A REHIRE'S SERVICE RUNS FROM THE SENIORITY DATE ON THE
      * SERVICE DATE MASTER - BRIDGED BACK TO THE ORIGINAL HIRE OR
      * RESTARTED AT THE REHIRE. EVERYONE ELSE RUNS FROM HIRE-DATE.
       33-SERVICE-DATE-ROUTINE.

           MOVE  HIRE-DATE  TO  WS-HIRE-BREAKOUT
           MOVE  'N'        TO  WS-REHIRE-FLAG
           IF SERVICE-FILE-OPEN
               MOVE  EMPLOYEE-KEY  TO  SV-EMPLOYEE-KEY
               READ  SERVICE-DATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE  'Y'  TO  WS-REHIRE-FLAG
                       MOVE  SV-SENIORITY-DATE  TO  WS-HIRE-BREAKOUT
               END-READ
           END-IF
           .

       35-EOF-ROUTINE.

           MOVE  WS-MILESTONE-COUNT  TO  TOTAL-MILESTONE-OUT
           MOVE  TOTAL-LINE          TO  MILESTONE-REPORT
           WRITE MILESTONE-REPORT AFTER ADVANCING 3 LINES
           CLOSE EMPLOYEE-SNAPSHOT-FILE
               MILESTONE-REPORT-FILE
           IF SERVICE-FILE-OPEN
               CLOSE SERVICE-DATE-FILE
           END-IF
           IF WS-SNAP-READ-COUNT NOT = WS-SNAP-HEADER-COUNT
               DISPLAY 'EMPSNAP.TXT AS OF ' WS-SNAP-AS-OF-DATE
                   ' READ ' WS-SNAP-READ-COUNT
                   ' RECORDS, HEADER SAYS ' WS-SNAP-HEADER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

