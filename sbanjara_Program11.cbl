      * OR 'UNKNOWN' ON SOMEBODY'S REPORT.
      * ******
      * INPUT:
      *    THE NIGHTLY EMPLOYEE SNAPSHOT (EMPSNAP.TXT) WRITTEN BY
      *    SBANJARAP28, WHICH CARRIES THE PAY GRADE MASTER AND ROSTER
      *    POSITION TABLE (POSTBL COPYBOOK) LOOKUPS FOR EVERY RECORD.
      *    THE JOB-STREAM RUN STATUS FILE (RUNSTAT.TXT), WHEN THERE
      *    IS ONE, FOR THE STREAM DATE THE SNAPSHOT MUST CARRY.
      ***********
      * OUTPUT:
      *    THE RECONCILIATION REPORT - ONE LINE PER DISTINCT POSITION

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
           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER 'POSITION-RECON-REPORT'.


       FILE SECTION.

       FD  EMPLOYEE-SNAPSHOT-FILE
           RECORD CONTAINS 178 CHARACTERS.

           COPY EMPSNAP.

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-RUNSTAT-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-ON-GRADE-FLAG        PIC X       VALUE 'N'.
               88  ON-GRADE-MASTER                 VALUE 'Y'.
           05  WS-ON-ROSTER-FLAG       PIC X       VALUE 'N'.
       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

      * ONE ENTRY PER DISTINCT EMPLOYEE-POSITION FOUND ON THE FILE,
      * WITH THE PAY GRADE AND ROSTER LOOKUPS TAKEN FROM THE FIRST
      * SNAPSHOT RECORD SEEN FOR THE CODE.
      * THE TABLE CARRIES ONE SLOT MORE THAN WS-CODE-MAX BECAUSE THE
      * SEARCH SUBSCRIPT RUNS ONE PAST THE LAST USED ENTRY ON A
      * NOT-FOUND.
           05  CODE-ENTRY OCCURS 26 TIMES.
               10  CT-CODE             PIC X(2).
               10  CT-EMP-COUNT        PIC 9(5).
               10  CT-GRADE-FLAG       PIC X.
               10  CT-GRADE-TITLE      PIC X(12).
               10  CT-ROSTER-FLAG      PIC X.
               10  CT-ROSTER-DESC      PIC X(12).

       01  RECON-COUNTS.
           05  WS-MISMATCH-COUNT   PIC 9(4)    VALUE 0.

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
           OPEN  OUTPUT  RECON-REPORT-FILE

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

           WRITE RECON-REPORT AFTER ADVANCING PAGE
       25-COLLECT-CODES-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-SNAPSHOT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-SNAP-READ-COUNT
                       MOVE  SN-EMPLOYEE-IMAGE  TO  EMPLOYEE-RECORD
                       PERFORM 30-MAIN-ROUTINE
               END-READ
           END-PERFORM
                   MOVE  EMPLOYEE-POSITION  TO  CT-CODE (WS-CODE-IX)
                   MOVE  0                  TO  CT-EMP-COUNT
                                                   (WS-CODE-IX)
                   MOVE  SN-GRADE-FLAG      TO  CT-GRADE-FLAG
                                                   (WS-CODE-IX)
                   MOVE  SN-GRADE-TITLE     TO  CT-GRADE-TITLE
                                                   (WS-CODE-IX)
                   MOVE  SN-POSITION-FLAG   TO  CT-ROSTER-FLAG
                                                   (WS-CODE-IX)
                   MOVE  SN-POSITION-DESC   TO  CT-ROSTER-DESC
                                                   (WS-CODE-IX)
                   ADD  1  TO  CT-EMP-COUNT (WS-CODE-IX)
               END-IF
           ELSE

       32-GRADE-CHECK-ROUTINE.

           MOVE  CT-GRADE-FLAG (WS-CODE-IX)   TO  WS-ON-GRADE-FLAG
           MOVE  CT-GRADE-TITLE (WS-CODE-IX)  TO  DTL-GRADE-TITLE-OUT
           .

       33-ROSTER-CHECK-ROUTINE.

           MOVE  CT-ROSTER-FLAG (WS-CODE-IX)  TO  WS-ON-ROSTER-FLAG
           MOVE  CT-ROSTER-DESC (WS-CODE-IX)  TO  DTL-ROSTER-DESC-OUT
           .

       35-EOF-ROUTINE.
           MOVE  WS-MISMATCH-COUNT  TO  TOTAL-MISMATCH-OUT
           MOVE  TOTAL-LINE         TO  RECON-REPORT
           WRITE RECON-REPORT AFTER ADVANCING 3 LINES
           CLOSE EMPLOYEE-SNAPSHOT-FILE
               RECON-REPORT-FILE
           IF WS-SNAP-READ-COUNT NOT = WS-SNAP-HEADER-COUNT
               DISPLAY 'EMPSNAP.TXT AS OF ' WS-SNAP-AS-OF-DATE
                   ' READ ' WS-SNAP-READ-COUNT
                   ' RECORDS, HEADER SAYS ' WS-SNAP-HEADER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .
