      * REPORT OF DRAKEA LTD, COMPANION TO SBANJARAP1.
      * ******
      * INPUT:
      *    THE NIGHTLY EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY
      *    SBANJARAP28 - EVERY EMPLOYEE RECORD, INCLUDING
      *    EMPLOYEE-STATUS AND TERMINATION-DATE ADDED FOR TRACKING
      *    ATTRITION - AND THE
      *    SERVICE DATE MASTER (SERVICE.DAT) SBANJARAP7 WRITES FOR
      *    EVERY REHIRE.
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE TURNOVER REPORT, BY WAREHOUSE, SHOWING CURRENT ACTIVE
      *    HEADCOUNT, HIRES THIS YEAR, REHIRES THIS YEAR, TERMINATIONS
      *    THIS YEAR AND THE NET HEADCOUNT CHANGE, WITH A COMPANY-WIDE
      *    GRAND TOTAL. A REHIRE KEEPS ITS ORIGINAL HIRE-DATE, SO IT
      *    COUNTS AS A REHIRE RATHER THAN A NEW HIRE, AND THE BREAK'S
      *    TERMINATION STILL COUNTS IN THE YEAR IT HAPPENED.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************

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
           SELECT TURNOVER-REPORT-FILE
               ASSIGN TO PRINTER 'TURNOVER-REPORT'.


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

       FD  TURNOVER-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX  VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX  VALUE '00'.
           05  WS-SERVICE-FILE-STATUS PIC XX   VALUE '00'.
           05  WS-SERVICE-OPEN-FLAG PIC X      VALUE 'N'.
               88  SERVICE-FILE-OPEN           VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-TERM-BRK-MM      PIC 99.
           05  WS-TERM-BRK-DD      PIC 99.

       01  WS-REHIRE-DATE-BREAKOUT.
           05  WS-REHIRE-BRK-YYYY  PIC 9999.
           05  WS-REHIRE-BRK-MM    PIC 99.
           05  WS-REHIRE-BRK-DD    PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

           05  WS-PREV-WAREHOUSE-ID    PIC X(4)    VALUE SPACES.
           05  WS-WH-ACTIVE-COUNT      PIC 9(4)    VALUE 0.
           05  WS-WH-HIRE-COUNT        PIC 9(4)    VALUE 0.
           05  WS-WH-REHIRE-COUNT      PIC 9(4)    VALUE 0.
           05  WS-WH-TERM-COUNT        PIC 9(4)    VALUE 0.

       01  GRAND-TOTAL-FIELDS.
           05  WS-TOTAL-ACTIVE-COUNT   PIC 9(6)    VALUE 0.
           05  WS-TOTAL-HIRE-COUNT     PIC 9(6)    VALUE 0.
           05  WS-TOTAL-REHIRE-COUNT   PIC 9(6)    VALUE 0.
           05  WS-TOTAL-TERM-COUNT     PIC 9(6)    VALUE 0.

       01  WS-NET-CHANGE               PIC S9(5)   VALUE 0.
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
           05              PIC X(12)  VALUE '   WAREHOUSE'.
           05              PIC X(14)  VALUE '   ACTIVE'.
           05              PIC X(14)  VALUE '  HIRES'.
           05              PIC X(13)  VALUE '  REHIRES'.
           05              PIC X(16)  VALUE '  TERMINATIONS'.
           05              PIC X(14)  VALUE '   NET'.

       01  HEADING-FOUR.
           05              PIC X(18)  VALUE '      ID'.
           05              PIC X(9)   VALUE 'HEADCOUNT'.
           05              PIC X(15)  VALUE 'YTD'.
           05              PIC X(13)  VALUE 'YTD'.
           05              PIC X(17)  VALUE 'YTD'.
           05              PIC X(8)   VALUE 'CHANGE'.

       01  WAREHOUSE-DETAIL-LINE.
           05  WH-ACTIVE-OUT       PIC ZZZ9.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  WH-HIRE-OUT         PIC ZZZ9.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  WH-REHIRE-OUT       PIC ZZZ9.
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  WH-TERM-OUT         PIC ZZZ9.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  GT-ACTIVE-OUT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  GT-HIRE-OUT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  GT-REHIRE-OUT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  GT-TERM-OUT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.

       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  EMPLOYEE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPSNAP.TXT, STATUS = '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 17-SNAPSHOT-HEADER-ROUTINE
      * NO SERVICE DATE MASTER YET MEANS NOBODY HAS BEEN REHIRED.
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
           OPEN  OUTPUT  TURNOVER-REPORT-FILE

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

           WRITE TURNOVER-REPORT AFTER ADVANCING PAGE
       25-PROCESS-TURNOVER-ROUTINE.

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
                   ADD  1 TO WS-TOTAL-TERM-COUNT
               END-IF
           END-IF

           IF SERVICE-FILE-OPEN
               PERFORM 31-REHIRE-CHECK-ROUTINE
           END-IF
           .

      * A REHIRE THIS YEAR COUNTS ONCE AS A REHIRE. THE TERMINATION
      * THAT STARTED THE BREAK WAS CLEARED OFF THE EMPLOYEE RECORD
      * WHEN THEY CAME BACK, SO IT IS COUNTED FROM THE SERVICE DATE
      * MASTER WHEN IT FELL IN THIS YEAR - THAT KEEPS THE NET CHANGE
      * EQUAL TO THE REAL MOVEMENT IN HEADCOUNT.
       31-REHIRE-CHECK-ROUTINE.

           MOVE  EMPLOYEE-KEY  TO  SV-EMPLOYEE-KEY
           READ  SERVICE-DATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE  SV-REHIRE-DATE  TO  WS-REHIRE-DATE-BREAKOUT
                   IF WS-REHIRE-BRK-YYYY = WS-YEAR
                       ADD  1 TO WS-WH-REHIRE-COUNT
                       ADD  1 TO WS-TOTAL-REHIRE-COUNT
                   END-IF
                   MOVE  SV-LAST-TERM-DATE  TO  WS-TERM-DATE-BREAKOUT
                   IF WS-TERM-BRK-YYYY = WS-YEAR
                       ADD  1 TO WS-WH-TERM-COUNT
                       ADD  1 TO WS-TOTAL-TERM-COUNT
                   END-IF
           END-READ
           .

       32-WAREHOUSE-DETAIL-ROUTINE.
           MOVE  WS-PREV-WAREHOUSE-ID  TO  WH-ID-OUT
           MOVE  WS-WH-ACTIVE-COUNT    TO  WH-ACTIVE-OUT
           MOVE  WS-WH-HIRE-COUNT      TO  WH-HIRE-OUT
           MOVE  WS-WH-REHIRE-COUNT    TO  WH-REHIRE-OUT
           MOVE  WS-WH-TERM-COUNT      TO  WH-TERM-OUT
           COMPUTE WS-NET-CHANGE = WS-WH-HIRE-COUNT + WS-WH-REHIRE-COUNT
               - WS-WH-TERM-COUNT
           MOVE  WS-NET-CHANGE         TO  WH-NET-OUT
           MOVE  WAREHOUSE-DETAIL-LINE TO  TURNOVER-REPORT
           WRITE TURNOVER-REPORT AFTER ADVANCING PROPER-SPACING
           MOVE  1 TO PROPER-SPACING
           MOVE  0 TO WS-WH-ACTIVE-COUNT
           MOVE  0 TO WS-WH-HIRE-COUNT
           MOVE  0 TO WS-WH-REHIRE-COUNT
           MOVE  0 TO WS-WH-TERM-COUNT
           .


           MOVE  WS-TOTAL-ACTIVE-COUNT TO  GT-ACTIVE-OUT
           MOVE  WS-TOTAL-HIRE-COUNT   TO  GT-HIRE-OUT
           MOVE  WS-TOTAL-REHIRE-COUNT TO  GT-REHIRE-OUT
           MOVE  WS-TOTAL-TERM-COUNT   TO  GT-TERM-OUT
           COMPUTE WS-NET-CHANGE =
               WS-TOTAL-HIRE-COUNT + WS-TOTAL-REHIRE-COUNT
               - WS-TOTAL-TERM-COUNT
           MOVE  WS-NET-CHANGE         TO  GT-NET-OUT
           MOVE  GRAND-TOTAL-LINE      TO  TURNOVER-REPORT
           WRITE TURNOVER-REPORT AFTER ADVANCING 3 LINES
           CLOSE EMPLOYEE-SNAPSHOT-FILE
               TURNOVER-REPORT-FILE
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
