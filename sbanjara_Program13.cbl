      *    THE KEYED EMPLOYEE TRANSACTION FILE (EMPTRANIN.TXT) AND
      *    THE SUSPENSE FILE FROM THE PRIOR CYCLE (EMPSUSP.TXT),
      *    WHOSE CORRECTED RECORDS ARE RECYCLED AUTOMATICALLY AHEAD
      *    OF THE NEW WORK, AND THE PENDING FILE (PENDTRAN.TXT) OF
      *    FUTURE-DATED TRANSACTIONS, WHOSE ENTRIES THAT HAVE COME
      *    DUE ARE RELEASED AHEAD OF BOTH.
      ***********
      * OUTPUT:
      *    THE CLEAN TRANSACTION FILE (EMPTRAN.TXT) READ BY
      *    SBANJARAP7, THE REBUILT SUSPENSE FILE HOLDING EVERY
      *    FAILURE WITH A TWO-CHARACTER REASON CODE, THE REBUILT
      *    PENDING FILE HOLDING EVERY CLEAN TRANSACTION WHOSE
      *    EFFECTIVE DATE IS STILL PAST THE RUN DATE, AND THE EDIT
      *    REGISTER LISTING EVERY TRANSACTION PASSED, HELD OR
      *    SUSPENDED.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************
           SELECT CLEAN-TRANS-FILE
               ASSIGN TO 'EMPTRAN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE
               ASSIGN TO 'PENDTRAN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PENDING-WORK-FILE
               ASSIGN TO 'PENDTRANWK.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-WORK-FILE-STATUS.
           SELECT PAY-GRADE-MASTER
               ASSIGN TO 'PAYGRADE.DAT'
                   ORGANIZATION IS INDEXED
      * LAYOUT SO THE DATE AND SALARY FIELDS CAN BE TESTED NUMERIC
      * BEFORE ANYTHING TRIES TO USE THEM AS NUMBERS.
       FD  TRANS-INPUT-FILE
           RECORD CONTAINS 84 CHARACTERS.

       01  EDIT-TRANS-RECORD.
           05  EDT-TRANS-CODE          PIC X.
               88  EDT-CHANGE                  VALUE 'C'.
               88  EDT-TERMINATE               VALUE 'T'.
               88  EDT-TRANSFER                VALUE 'X'.
               88  EDT-REHIRE                  VALUE 'R'.
           05  EDT-WAREHOUSE-ID        PIC X(4).
           05  EDT-EMPLOYEE-ID         PIC X(5).
           05  EDT-EMPLOYEE-POSITION   PIC X(2).
           05  EDT-CURRENT-SALARY-X    PIC X(8).
           05  EDT-TERM-DATE-X         PIC X(8).
           05  EDT-NEW-WAREHOUSE-ID    PIC X(4).
           05  EDT-EFFECTIVE-DATE-X    PIC X(8).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  SUSPENSE-RECORD.
           05  SUS-REASON-CODE         PIC X(2).
           05  SUS-TRANS-IMAGE         PIC X(84).

       FD  SUSPENSE-WORK-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  SUSPENSE-WORK-RECORD       PIC X(86).

       FD  CLEAN-TRANS-FILE
           RECORD CONTAINS 84 CHARACTERS.

           COPY EMPTRAN.

       FD  PENDING-FILE
           RECORD CONTAINS 92 CHARACTERS.

           COPY PENDTRAN.

       FD  PENDING-WORK-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  PENDING-WORK-RECORD        PIC X(92).

       FD  PAY-GRADE-MASTER
           RECORD CONTAINS 30 CHARACTERS.

           05  WS-SUSP-WORK-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-PAY-GRADE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-PENDING-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PEND-WORK-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-PEND-EOF-FLAG        PIC X       VALUE ' '.
               88  NO-MORE-PENDING                 VALUE 'N'.
           05  WS-EDIT-REASON          PIC X(2)    VALUE SPACES.
               88  TRANS-CLEAN                     VALUE SPACES.
           05  WS-SOURCE-TEXT          PIC X(8)    VALUE SPACES.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

       01  EFFECTIVE-DATE-FIELDS.
           05  WS-EFFECTIVE-DATE       PIC 9(8)    VALUE 0.
           05  WS-EFFECTIVE-BREAKOUT  REDEFINES  WS-EFFECTIVE-DATE.
               10  WS-EFFECTIVE-YYYY   PIC 9999.
               10  WS-EFFECTIVE-MM     PIC 99.
               10  WS-EFFECTIVE-DD     PIC 99.
           05  WS-EFFECTIVE-MMDDYYYY   PIC 9(8)    VALUE 0.
           05  WS-EFFECTIVE-DATE-ED    PIC 99/99/9999.

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

           05  WS-PASSED-COUNT     PIC 9(4)    VALUE 0.
           05  WS-SUSPENDED-COUNT  PIC 9(4)    VALUE 0.
           05  WS-RECYCLED-COUNT   PIC 9(4)    VALUE 0.
           05  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
           05  WS-RELEASED-COUNT   PIC 9(4)    VALUE 0.

      * ONE ENTRY PER EDIT REASON CODE - THE CODE TRAVELS ON THE
      * SUSPENSE RECORD, THE DESCRIPTION PRINTS ON THE REGISTER.
           05  FILLER  PIC X(28)  VALUE '08CURRENT SALARY NOT NUM'.
           05  FILLER  PIC X(28)  VALUE '09TERMINATION DATE NOT NUM'.
           05  FILLER  PIC X(28)  VALUE '10NEW WAREHOUSE NOT ON MST'.
           05  FILLER  PIC X(28)  VALUE '11EFFECTIVE DATE NOT NUMERIC'.

       01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           05  REASON-ENTRY OCCURS 11 TIMES
                   INDEXED BY REASON-IDX.
               10  REASON-CODE-TBL     PIC X(2).
               10  REASON-DESC-TBL     PIC X(26).
           05                          PIC X(15)  VALUE 'RECYCLED IN:'.
           05  TOTAL-RECYCLED-OUT      PIC ZZZ9.

       01  TOTAL-LINE-TWO.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                          PIC X(15)  VALUE 'HELD PENDING:'.
           05  TOTAL-HELD-OUT          PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                          PIC X(15)  VALUE 'RELEASED:'.
           05  TOTAL-RELEASED-OUT      PIC ZZZ9.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.
       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  21-RELEASE-PENDING-ROUTINE
           PERFORM  22-RECYCLE-SUSPENSE-ROUTINE
           PERFORM  25-PROCESS-TRANS-ROUTINE
           PERFORM  35-EOF-ROUTINE
           IF WS-TRANS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPTRANIN.TXT, STATUS = '
                   WS-TRANS-IN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PAY-GRADE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYGRADE.DAT, STATUS = '
                   WS-PAY-GRADE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WHMAST.DAT, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN  OUTPUT  CLEAN-TRANS-FILE
           OPEN  OUTPUT  SUSPENSE-WORK-FILE
           OPEN  OUTPUT  PENDING-WORK-FILE
           OPEN  OUTPUT  EDIT-REPORT-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE 2 TO PROPER-SPACING
           .

      * A PENDING TRANSACTION WHOSE EFFECTIVE DATE HAS ARRIVED GOES
      * BACK THROUGH THE FULL EDIT - THE MASTERS MAY HAVE CHANGED
      * SINCE IT WAS QUEUED - AND ON INTO SBANJARAP7'S INPUT AHEAD OF
      * EVERYTHING ELSE. ONE STILL IN THE FUTURE IS CARRIED FORWARD
      * UNTOUCHED, KEEPING THE DATE IT WAS FIRST QUEUED.
       21-RELEASE-PENDING-ROUTINE.

           OPEN  INPUT  PENDING-FILE
           EVALUATE WS-PENDING-FILE-STATUS
               WHEN '00'
                   MOVE  'PENDING'  TO  WS-SOURCE-TEXT
                   PERFORM UNTIL NO-MORE-PENDING
                       READ PENDING-FILE
                           AT END
                               MOVE 'N' TO WS-PEND-EOF-FLAG
                           NOT AT END
                               MOVE  PT-TRANS-IMAGE
                                   TO  EDIT-TRANS-RECORD
                               MOVE  EDT-EFFECTIVE-DATE-X
                                   TO  WS-EFFECTIVE-DATE
                               IF WS-EFFECTIVE-DATE > WS-RUN-DATE
                                   WRITE PENDING-WORK-RECORD
                                       FROM PENDING-TRANS-RECORD
                               ELSE
                                   ADD   1 TO WS-RELEASED-COUNT
                                   PERFORM 30-MAIN-ROUTINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING PENDTRAN.TXT, STATUS = '
                       WS-PENDING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      * THE PRIOR CYCLE'S SUSPENSE RECORDS GO THROUGH THE SAME EDITS
      * AS NEW WORK - A CORRECTED RECORD PASSES STRAIGHT THROUGH TO
      * SBANJARAP7'S INPUT, AN UNCORRECTED ONE GOES BACK ON SUSPENSE.
               WHEN OTHER
                   DISPLAY 'ERROR OPENING EMPSUSP.TXT, STATUS = '
                       WS-SUSPENSE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
           MOVE  EDT-EMPLOYEE-ID   TO  DTL-EMPLOYEE-OUT
           MOVE  WS-SOURCE-TEXT    TO  DTL-SOURCE-OUT
           IF TRANS-CLEAN
               MOVE  EDIT-TRANS-RECORD  TO  EMPLOYEE-TRANS-RECORD
               IF EMT-EFFECTIVE-DATE > WS-RUN-DATE
                   PERFORM 39-HOLD-PENDING-ROUTINE
               ELSE
                   ADD   1 TO WS-PASSED-COUNT
                   WRITE EMPLOYEE-TRANS-RECORD
                   MOVE  'PASSED'  TO  DTL-DISPOSITION-OUT
               END-IF
           ELSE
               ADD   1 TO WS-SUSPENDED-COUNT
               MOVE  WS-EDIT-REASON     TO  SUS-REASON-CODE
       31-EDIT-TRANS-ROUTINE.

           MOVE  SPACES  TO  WS-EDIT-REASON
      * A TRANSACTION KEYED WITHOUT AN EFFECTIVE DATE IS EFFECTIVE
      * AT ONCE.
           IF EDT-EFFECTIVE-DATE-X = SPACES
               MOVE  ZEROS  TO  EDT-EFFECTIVE-DATE-X
           END-IF
           IF NOT EDT-HIRE AND NOT EDT-CHANGE
              AND NOT EDT-TERMINATE AND NOT EDT-TRANSFER
              AND NOT EDT-REHIRE
               MOVE  '01'  TO  WS-EDIT-REASON
           END-IF
           IF TRANS-CLEAN
           IF TRANS-CLEAN
               IF EDT-HIRE
                  OR (EDT-CHANGE AND EDT-EMPLOYEE-POSITION NOT = SPACES)
                  OR (EDT-REHIRE AND EDT-EMPLOYEE-POSITION NOT = SPACES)
                   PERFORM 34-POSITION-CHECK-ROUTINE
               END-IF
           END-IF
                       ELSE
                           IF EDT-TERM-DATE-X NOT NUMERIC
                               MOVE  '09'  TO  WS-EDIT-REASON
                           ELSE
                               IF EDT-EFFECTIVE-DATE-X NOT NUMERIC
                                   MOVE  '11'  TO  WS-EDIT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               SUSPENSE-WORK-FILE
           .

      * A CLEAN TRANSACTION DATED PAST THE RUN DATE WAITS ON THE
      * PENDING FILE INSTEAD OF REACHING SBANJARAP7 - HR CAN LIST OR
      * CANCEL IT WITH SBANJARAP20 UNTIL THE NIGHT IT COMES DUE.
       39-HOLD-PENDING-ROUTINE.

           ADD   1 TO WS-HELD-COUNT
           MOVE  WS-RUN-DATE            TO  PT-QUEUED-DATE
           MOVE  EMPLOYEE-TRANS-RECORD  TO  PT-TRANS-IMAGE
           WRITE PENDING-WORK-RECORD  FROM  PENDING-TRANS-RECORD
           MOVE  EMT-EFFECTIVE-DATE     TO  WS-EFFECTIVE-DATE
           COMPUTE WS-EFFECTIVE-MMDDYYYY =
               WS-EFFECTIVE-MM * 1000000 + WS-EFFECTIVE-DD * 10000
               + WS-EFFECTIVE-YYYY
           MOVE  WS-EFFECTIVE-MMDDYYYY  TO  WS-EFFECTIVE-DATE-ED
           MOVE  SPACES                 TO  DTL-DISPOSITION-OUT
           STRING 'HELD - EFFECTIVE '     DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE-ED    DELIMITED BY SIZE
               INTO DTL-DISPOSITION-OUT
           END-STRING
           .

      * THE REBUILT PENDING FILE GOES BACK OVER PENDTRAN.TXT THE SAME
      * WAY THE SUSPENSE FILE DOES.
       41-PENDING-COPYBACK-ROUTINE.

           MOVE  ' '  TO  WS-PEND-EOF-FLAG
           OPEN  INPUT   PENDING-WORK-FILE
           OPEN  OUTPUT  PENDING-FILE
           PERFORM UNTIL NO-MORE-PENDING
               READ PENDING-WORK-FILE
                   AT END
                       MOVE 'N' TO WS-PEND-EOF-FLAG
                   NOT AT END
                       WRITE PENDING-TRANS-RECORD
                           FROM PENDING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
               PENDING-WORK-FILE
           .

       35-EOF-ROUTINE.

           MOVE  WS-PASSED-COUNT     TO  TOTAL-PASSED-OUT
           MOVE  WS-RECYCLED-COUNT   TO  TOTAL-RECYCLED-OUT
           MOVE  TOTAL-LINE          TO  EDIT-REPORT
           WRITE EDIT-REPORT AFTER ADVANCING 3 LINES
           MOVE  WS-HELD-COUNT       TO  TOTAL-HELD-OUT
           MOVE  WS-RELEASED-COUNT   TO  TOTAL-RELEASED-OUT
           MOVE  TOTAL-LINE-TWO      TO  EDIT-REPORT
           WRITE EDIT-REPORT AFTER ADVANCING 1 LINE
           CLOSE TRANS-INPUT-FILE
               CLEAN-TRANS-FILE
               SUSPENSE-WORK-FILE
               PENDING-WORK-FILE
               PAY-GRADE-MASTER
               WAREHOUSE-MASTER
               EDIT-REPORT-FILE
           PERFORM 38-SUSPENSE-COPYBACK-ROUTINE
           PERFORM 41-PENDING-COPYBACK-ROUTINE
           STOP RUN
           .

