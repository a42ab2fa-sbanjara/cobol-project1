
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP27.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE NEXT-FISCAL-YEAR SALARY COST PROJECTION OF
      * DRAKEA LTD, COMPANION TO THE SBANJARAP19 STAFFING-VERSUS-
      * AUTHORIZED REPORT. BUDGET SEASON WAS WORKED IN SPREADSHEETS
      * COPIED OUT OF SALARY-EXTRACT.CSV THAT NEVER AGREED WITH WHAT
      * SBANJARAP19 LATER HELD AGAINST THE BUDGET. THIS PROGRAM
      * PROJECTS EVERY ACTIVE EMPLOYEE'S PAY MONTH BY MONTH THROUGH
      * THE COMING FISCAL YEAR (THE NEXT CALENDAR YEAR) FROM
      * CURRENT-SALARY:
      *    - THE CONTRACTUAL MINIMUM RAISE IS GIVEN IN THE MONTH THE
      *      EMPLOYEE'S REVIEW FALLS DUE, ON THE SAME HIRE-DATE/
      *      PAY-INCREASE-DATE CLOCK SBANJARAP12 PROPOSES FROM, AND
      *      CAPPED AT PAY-GRADE-MAX-SALARY. A REVIEW ALREADY OVERDUE
      *      IS TAKEN AS GIVEN THIS MONTH.
      *    - A RAISE ALREADY WAITING ON THE PENDING FILE OR THE
      *      APPROVAL QUEUE TAKES THE PLACE OF THE REVIEW RAISE FROM
      *      ITS EFFECTIVE MONTH AND RESTARTS THE REVIEW CLOCK.
      * THE MONTHLY COST IS TOTALLED BY WAREHOUSE AND POSITION AND
      * SET AGAINST SM-AUTH-SALARY-BUDGET, SO AN OVERRUN IS ARGUED
      * OUT BEFORE THE YEAR STARTS INSTEAD OF TURNING UP ON THE
      * SBANJARAP18 VARIANCE REPORT.
      * ******
      * INPUT:
      *    THE EMPLOYEE RECORD FILE, THE PAY GRADE MASTER, THE RUN
      *    PARAMETER FILE (RUNPARM.TXT), THE PENDING TRANSACTION FILE
      *    (PENDTRAN.TXT), THE APPROVAL QUEUE (APPRQUE.TXT) AND THE
      *    AUTHORIZED STAFFING MASTER (STAFFMAST.DAT).
      ***********
      * OUTPUT:
      *    THE PROJECTION REPORT - ONE BLOCK PER WAREHOUSE/POSITION
      *    SLOT WITH THE MONTHLY COST, THE ANNUAL COST, THE BUDGET AND
      *    THE VARIANCE, FLAGGING EVERY SLOT FORECAST OVER BUDGET AND
      *    EVERY SLOT WITH STAFF BUT NO AUTHORIZATION.
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
           SELECT STAFFING-MASTER
               ASSIGN TO 'STAFFMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-STAFF-KEY
                   FILE STATUS IS WS-STAFFING-FILE-STATUS.
           SELECT RUN-PARM-FILE
               ASSIGN TO 'RUNPARM.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO 'PENDTRAN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPRQUE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT PROJECTION-REPORT-FILE
               ASSIGN TO PRINTER 'SALARY-COST-PROJECTION'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLOYEE-RECORD-FILE
           RECORD CONTAINS 79 CHARACTERS.

           COPY EMPREC.

       FD  PAY-GRADE-MASTER
           RECORD CONTAINS 30 CHARACTERS.

           COPY PAYGRADE.

       FD  STAFFING-MASTER
           RECORD CONTAINS 20 CHARACTERS.

           COPY STAFFMST.

       FD  RUN-PARM-FILE
           RECORD CONTAINS 19 CHARACTERS.

           COPY RUNPARM.

       FD  PENDING-FILE
           RECORD CONTAINS 92 CHARACTERS.

           COPY PENDTRAN.

       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 106 CHARACTERS.

           COPY APPRHOLD.

       FD  PROJECTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  PROJECTION-REPORT       PIC X(132).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-STAFF-EOF-FLAG       PIC X       VALUE ' '.
               88  NO-MORE-STAFFING                VALUE 'N'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PAY-GRADE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-STAFFING-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PARM-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-PENDING-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-QUEUE-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-PENDING-OPEN-FLAG    PIC X       VALUE 'N'.
               88  PENDING-FILE-FOUND              VALUE 'Y'.
           05  WS-QUEUE-OPEN-FLAG      PIC X       VALUE 'N'.
               88  QUEUE-FILE-FOUND                VALUE 'Y'.
           05  WS-GRADE-FOUND-FLAG     PIC X       VALUE 'N'.
               88  GRADE-ON-FILE                   VALUE 'Y'.
           05  WS-PENDING-HIT-FLAG     PIC X       VALUE 'N'.
               88  PENDING-RAISE-THIS-MONTH        VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

      * THE SAME RUN-CONTROL VALUES SBANJARAP12 PROPOSES FROM - THE
      * VALUE CLAUSES STAND AS DEFAULTS WHEN THE FILE IS ABSENT.
       01  WS-REVIEW-MONTHS-LIMIT PIC 99          VALUE 18.
       01  WS-CONTRACTUAL-MIN-PCT PIC 9V99        VALUE 3.00.

      * MONTHS ARE COUNTED AS YEAR TIMES 12 PLUS MONTH, THE SAME WAY
      * SBANJARAP12 ROLLS ITS REVIEW CUTOFF, SO A REVIEW FALLS DUE
      * WS-REVIEW-MONTHS-LIMIT MONTHS AFTER THE LAST ONE.
       01  MONTH-INDEX-FIELDS.
           05  WS-FISCAL-YEAR          PIC 9999    VALUE 0.
           05  WS-RUN-INDEX            PIC 9(6)    VALUE 0.
           05  WS-FY-START-INDEX       PIC 9(6)    VALUE 0.
           05  WS-FY-END-INDEX         PIC 9(6)    VALUE 0.
           05  WS-MONTH-INDEX          PIC 9(6)    VALUE 0.
           05  WS-NEXT-DUE-INDEX       PIC 9(6)    VALUE 0.
           05  WS-FY-MONTH             PIC 99      VALUE 0.
           05  WS-LAST-REVIEW-DATE     PIC 9(8)    VALUE 0.
           05  WS-REVIEW-DATE-G  REDEFINES  WS-LAST-REVIEW-DATE.
               10  WS-REVIEW-YEAR      PIC 9999.
               10  WS-REVIEW-MONTH     PIC 99.
               10  WS-REVIEW-DAY       PIC 99.
           05  WS-EFFECTIVE-DATE       PIC 9(8)    VALUE 0.
           05  WS-EFFECTIVE-DATE-G  REDEFINES  WS-EFFECTIVE-DATE.
               10  WS-EFFECTIVE-YEAR   PIC 9999.
               10  WS-EFFECTIVE-MONTH  PIC 99.
               10  WS-EFFECTIVE-DAY    PIC 99.

       01  PROJECTION-FIELDS.
           05  WS-PROJ-SALARY      PIC 9(6)V99     VALUE 0.
           05  WS-RAISED-SALARY    PIC 9(6)V99     VALUE 0.
           05  WS-MONTH-COST       PIC 9(6)V99     VALUE 0.

      * EVERY CHANGE TRANSACTION STILL WAITING THAT CARRIES A NEW
      * SALARY, FROM THE PENDING FILE AND THE APPROVAL QUEUE ALIKE.
      * A HELD RAISE HAS NO DATE OF ITS OWN UNTIL IT IS APPROVED AND
      * IS PROJECTED FROM THIS MONTH.
       01  PENDING-TABLE-FIELDS.
           05  WS-PEND-COUNT       PIC S9(4)  COMP  VALUE 0.
           05  WS-PEND-IX          PIC S9(4)  COMP  VALUE 0.
           05  WS-PEND-MAX         PIC S9(4)  COMP  VALUE 500.

       01  PENDING-TABLE.
           05  PD-ENTRY OCCURS 501 TIMES.
               10  PD-EMPLOYEE-KEY     PIC X(9).
               10  PD-EFFECTIVE-INDEX  PIC 9(6).
               10  PD-NEW-SALARY       PIC 9(6)V99.
               10  PD-SOURCE           PIC X.
                   88  PD-FROM-PENDING         VALUE 'P'.
                   88  PD-FROM-APPROVAL        VALUE 'A'.

      * ONE ENTRY PER DISTINCT WAREHOUSE/POSITION SLOT HOLDING ACTIVE
      * EMPLOYEES. ONE SLOT MORE THAN WS-SLOT-MAX BECAUSE THE SEARCH
      * SUBSCRIPT RUNS ONE PAST THE LAST USED ENTRY ON A NOT-FOUND.
       01  SLOT-TABLE-FIELDS.
           05  WS-SLOT-COUNT       PIC S9(4)  COMP  VALUE 0.
           05  WS-SLOT-IX          PIC S9(4)  COMP  VALUE 0.
           05  WS-SLOT-MAX         PIC S9(4)  COMP  VALUE 150.
           05  WS-MONTH-IX         PIC S9(4)  COMP  VALUE 0.

       01  SLOT-TABLE.
           05  SLOT-ENTRY OCCURS 151 TIMES.
               10  ST-WAREHOUSE-ID     PIC X(4).
               10  ST-POSITION-CODE    PIC X(2).
               10  ST-ACTIVE-COUNT     PIC 9(4).
               10  ST-ANNUAL-COST      PIC 9(8)V99.
               10  ST-MONTH-COST       PIC 9(8)V99 OCCURS 12 TIMES.
               10  ST-MATCHED-FLAG     PIC X.

       01  COMPANY-TOTALS.
           05  CT-MONTH-COST       PIC 9(9)V99 OCCURS 12 TIMES.

       01  VARIANCE-FIELDS.
           05  WS-SAL-VARIANCE     PIC S9(9)V99    VALUE 0.
           05  WS-SLOT-ANNUAL      PIC 9(9)V99     VALUE 0.
           05  WS-TOTAL-BUDGET     PIC 9(10)V99    VALUE 0.
           05  WS-TOTAL-PROJECTED  PIC 9(10)V99    VALUE 0.

       01  REPORT-COUNTS.
           05  WS-EMPLOYEE-COUNT   PIC 9(6)    VALUE 0.
           05  WS-REVIEW-RAISES    PIC 9(6)    VALUE 0.
           05  WS-CAPPED-RAISES    PIC 9(6)    VALUE 0.
           05  WS-PENDING-USED     PIC 9(6)    VALUE 0.
           05  WS-APPROVAL-USED    PIC 9(6)    VALUE 0.
           05  WS-NO-GRADE-COUNT   PIC 9(6)    VALUE 0.
           05  WS-SLOT-REPORTED    PIC 9(4)    VALUE 0.
           05  WS-OVER-BUD-COUNT   PIC 9(4)    VALUE 0.
           05  WS-UNAUTH-COUNT     PIC 9(4)    VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

           COPY EMPTRAN.

      *********************** OUTPUT-AREA ****************************

       01  HEADING-ONE.

           05  MONTH-OUT           PIC 99.
           05                      PIC X       VALUE '/'.
           05  DAY-OUT             PIC 99.
           05                      PIC X       VALUE '/'.
           05  YEAR-OUT            PIC 9999.
           05                      PIC X(26)   VALUE '     Y3I'.
           05                      PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                      PIC X(5)    VALUE 'PAGE '.
           05  COUNTER-OUT         PIC 99.

       01  HEADING-TWO.
           05          PIC X(22)  VALUE SPACES.
           05          PIC X(58)
                       VALUE 'NEXT FISCAL YEAR SALARY COST PROJECTION'.

       01  HEADING-PARMS.
           05         PIC X(15)   VALUE '   FISCAL YEAR '.
           05  PARM-FY-OUT        PIC 9999.
           05         PIC X(26)   VALUE '     PARAMETERS IN FORCE:'.
           05         PIC X(14)   VALUE 'REVIEW MONTHS '.
           05  PARM-REVIEW-OUT    PIC Z9.
           05         PIC X(12)   VALUE '  MIN RAISE '.
           05  PARM-MIN-OUT       PIC 9.99.
           05         PIC X       VALUE '%'.

       01  HEADING-THREE.
           05          PIC X(14)  VALUE '   WAREHOUSE'.
           05          PIC X(7)   VALUE 'POS'.
           05          PIC X(11)  VALUE 'HEADCOUNT'.
           05          PIC X(17)  VALUE '      AUTH BUDGET'.
           05          PIC X(17)  VALUE '        PROJECTED'.
           05          PIC X(17)  VALUE '         VARIANCE'.
           05          PIC X(16)  VALUE '   STATUS'.

       01  HEADING-FOUR.
           05          PIC X(8)   VALUE SPACES.
           05          PIC X(15)  VALUE '          JAN'.
           05          PIC X(15)  VALUE '          FEB'.
           05          PIC X(15)  VALUE '          MAR'.
           05          PIC X(15)  VALUE '          APR'.
           05          PIC X(15)  VALUE '          MAY'.
           05          PIC X(15)  VALUE '          JUN'.

       01  HEADING-FIVE.
           05          PIC X(8)   VALUE SPACES.
           05          PIC X(15)  VALUE '          JUL'.
           05          PIC X(15)  VALUE '          AUG'.
           05          PIC X(15)  VALUE '          SEP'.
           05          PIC X(15)  VALUE '          OCT'.
           05          PIC X(15)  VALUE '          NOV'.
           05          PIC X(15)  VALUE '          DEC'.

       01  DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-POSITION-OUT    PIC X(2).
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  DTL-HEADCOUNT-OUT   PIC ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-BUDGET-OUT      PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-PROJECTED-OUT   PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-VARIANCE-OUT    PIC ---,---,--9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-STATUS-OUT      PIC X(18).

       01  MONTH-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  MONTH-ENTRY OCCURS 6 TIMES.
               10  MTH-COST-OUT    PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(2)    VALUE SPACES.

       01  TOTAL-LINE-ONE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(30)
                                   VALUE 'COMPANY TOTAL'.
           05  TOTAL-BUDGET-OUT    PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TOTAL-PROJECTED-OUT PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TOTAL-VARIANCE-OUT  PIC ----,---,--9.99.

       01  TOTAL-LINE-TWO.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'SLOTS REPORTED:'.
           05  TOTAL-SLOT-OUT      PIC ZZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'OVER BUDGET:'.
           05  TOTAL-OVER-BUD-OUT  PIC ZZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(17)   VALUE 'NOT AUTHORIZED:'.
           05  TOTAL-UNAUTH-OUT    PIC ZZZ9.

       01  TOTAL-LINE-THREE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'EMPLOYEES:'.
           05  TOTAL-EMPLOYEE-OUT  PIC ZZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(17)   VALUE 'REVIEW RAISES:'.
           05  TOTAL-REVIEW-OUT    PIC ZZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(19)
                                   VALUE 'CAPPED AT MAXIMUM:'.
           05  TOTAL-CAPPED-OUT    PIC ZZZZZ9.

       01  TOTAL-LINE-FOUR.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'PENDING RAISES:'.
           05  TOTAL-PENDING-OUT   PIC ZZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(17)   VALUE 'HELD RAISES:'.
           05  TOTAL-APPROVAL-OUT  PIC ZZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(19)
                                   VALUE 'GRADE NOT ON FILE:'.
           05  TOTAL-NO-GRADE-OUT  PIC ZZZZZ9.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  25-PROJECT-EMPLOYEES-ROUTINE
           PERFORM  27-COMPARE-ROUTINE
           PERFORM  28-UNAUTHORIZED-ROUTINE
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
           OPEN  INPUT  STAFFING-MASTER
           IF WS-STAFFING-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STAFFMAST.DAT, STATUS = '
                   WS-STAFFING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  PROJECTION-REPORT-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           COMPUTE WS-RUN-INDEX = WS-YEAR * 12 + WS-MONTH - 1
           ADD  1  WS-YEAR  GIVING  WS-FISCAL-YEAR
           COMPUTE WS-FY-START-INDEX = WS-FISCAL-YEAR * 12
           COMPUTE WS-FY-END-INDEX = WS-FY-START-INDEX + 11
           MOVE  WS-FISCAL-YEAR  TO  PARM-FY-OUT
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > 12
               MOVE  0  TO  CT-MONTH-COST (WS-MONTH-IX)
           END-PERFORM
           PERFORM 19-RUN-PARM-ROUTINE
           PERFORM 16-LOAD-PENDING-ROUTINE
           PERFORM 17-LOAD-APPROVAL-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

      * NO PENDING FILE MEANS NOTHING IS WAITING ON A FUTURE DATE.
       16-LOAD-PENDING-ROUTINE.

           OPEN  INPUT  PENDING-FILE
           EVALUATE WS-PENDING-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-PENDING-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING PENDTRAN.TXT, STATUS = '
                       WS-PENDING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ PENDING-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  PT-TRANS-IMAGE  TO  EMPLOYEE-TRANS-RECORD
                       IF EMT-CHANGE
                          AND EMT-CURRENT-SALARY IS NUMERIC
                          AND EMT-CURRENT-SALARY > 0
                           MOVE  EMT-EFFECTIVE-DATE
                               TO  WS-EFFECTIVE-DATE
                           PERFORM 18-PENDING-ADD-ROUTINE
                           MOVE  'P'  TO  PD-SOURCE (WS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-FILE-FOUND
               CLOSE PENDING-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

      * NO APPROVAL QUEUE MEANS NOTHING IS HELD FOR A SECOND SIGNER.
       17-LOAD-APPROVAL-ROUTINE.

           OPEN  INPUT  APPROVAL-QUEUE-FILE
           EVALUATE WS-QUEUE-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-QUEUE-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING APPRQUE.TXT, STATUS = '
                       WS-QUEUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  AH-TRANS-IMAGE  TO  EMPLOYEE-TRANS-RECORD
                       IF EMT-CHANGE
                          AND EMT-CURRENT-SALARY IS NUMERIC
                          AND EMT-CURRENT-SALARY > 0
                           MOVE  0  TO  WS-EFFECTIVE-DATE
                           PERFORM 18-PENDING-ADD-ROUTINE
                           MOVE  'A'  TO  PD-SOURCE (WS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF QUEUE-FILE-FOUND
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

      * A RAISE DATED BEFORE THIS MONTH, OR NOT DATED AT ALL, IS
      * PROJECTED FROM THIS MONTH.
       18-PENDING-ADD-ROUTINE.

           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY 'PENDING RAISE TABLE FULL AT '
                   EMT-WAREHOUSE-ID ' ' EMT-EMPLOYEE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1  TO  WS-PEND-COUNT
           MOVE  EMT-EMPLOYEE-KEY  TO  PD-EMPLOYEE-KEY (WS-PEND-COUNT)
           MOVE  EMT-CURRENT-SALARY  TO  PD-NEW-SALARY (WS-PEND-COUNT)
           IF WS-EFFECTIVE-DATE IS NUMERIC
              AND WS-EFFECTIVE-DATE > 0
               COMPUTE PD-EFFECTIVE-INDEX (WS-PEND-COUNT) =
                   WS-EFFECTIVE-YEAR * 12 + WS-EFFECTIVE-MONTH - 1
           ELSE
               MOVE  WS-RUN-INDEX
                   TO  PD-EFFECTIVE-INDEX (WS-PEND-COUNT)
           END-IF
           IF PD-EFFECTIVE-INDEX (WS-PEND-COUNT) < WS-RUN-INDEX
               MOVE  WS-RUN-INDEX
                   TO  PD-EFFECTIVE-INDEX (WS-PEND-COUNT)
           END-IF
           .

       19-RUN-PARM-ROUTINE.

           OPEN  INPUT  RUN-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-REVIEW-MONTHS-LIMIT IS NUMERIC
                          AND RP-REVIEW-MONTHS-LIMIT > 0
                           MOVE  RP-REVIEW-MONTHS-LIMIT
                               TO  WS-REVIEW-MONTHS-LIMIT
                       END-IF
                       IF RP-CONTRACTUAL-MIN-PCT IS NUMERIC
                           MOVE  RP-CONTRACTUAL-MIN-PCT
                               TO  WS-CONTRACTUAL-MIN-PCT
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF
           MOVE  WS-REVIEW-MONTHS-LIMIT  TO  PARM-REVIEW-OUT
           MOVE  WS-CONTRACTUAL-MIN-PCT  TO  PARM-MIN-OUT
           .

       20-HEADER-ROUTINE.

           WRITE PROJECTION-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE PROJECTION-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE PROJECTION-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE PROJECTION-REPORT FROM HEADING-PARMS
               AFTER ADVANCING 1 LINE
           WRITE PROJECTION-REPORT FROM HEADING-THREE
               AFTER ADVANCING 3 LINES
           WRITE PROJECTION-REPORT FROM HEADING-FOUR
               AFTER ADVANCING 1 LINE
           WRITE PROJECTION-REPORT FROM HEADING-FIVE
               AFTER ADVANCING 1 LINE
           MOVE 2 TO PROPER-SPACING
           .

       25-PROJECT-EMPLOYEES-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF EMPLOYEE-ACTIVE
                           PERFORM 30-MAIN-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           .

      * THE EMPLOYEE IS WALKED FORWARD ONE MONTH AT A TIME FROM THIS
      * MONTH TO THE END OF THE FISCAL YEAR. ONLY THE FISCAL YEAR'S
      * MONTHS ARE COSTED; THE MONTHS BEFORE IT ONLY MOVE THE SALARY
      * AND THE REVIEW CLOCK ON.
       30-MAIN-ROUTINE.

           ADD  1  TO  WS-EMPLOYEE-COUNT
           PERFORM 31-SLOT-LOOKUP-ROUTINE
           MOVE  'N'  TO  WS-GRADE-FOUND-FLAG
           MOVE  EMPLOYEE-POSITION  TO  PAY-GRADE-CODE
           READ  PAY-GRADE-MASTER
               INVALID KEY
                   ADD  1  TO  WS-NO-GRADE-COUNT
               NOT INVALID KEY
                   MOVE  'Y'  TO  WS-GRADE-FOUND-FLAG
           END-READ
           IF PAY-INCREASE-DATE > 0
               MOVE  PAY-INCREASE-DATE    TO  WS-LAST-REVIEW-DATE
           ELSE
               MOVE  HIRE-DATE            TO  WS-LAST-REVIEW-DATE
           END-IF
           COMPUTE WS-NEXT-DUE-INDEX =
               WS-REVIEW-YEAR * 12 + WS-REVIEW-MONTH - 1
               + WS-REVIEW-MONTHS-LIMIT
           IF WS-NEXT-DUE-INDEX < WS-RUN-INDEX
               MOVE  WS-RUN-INDEX  TO  WS-NEXT-DUE-INDEX
           END-IF
           MOVE  CURRENT-SALARY  TO  WS-PROJ-SALARY
           PERFORM 32-PROJECT-MONTH-ROUTINE
               VARYING WS-MONTH-INDEX FROM WS-RUN-INDEX BY 1
               UNTIL WS-MONTH-INDEX > WS-FY-END-INDEX
           .

       31-SLOT-LOOKUP-ROUTINE.

           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-SLOT-COUNT
                  OR (ST-WAREHOUSE-ID (WS-SLOT-IX) = WAREHOUSE-ID
                      AND ST-POSITION-CODE (WS-SLOT-IX)
                              = EMPLOYEE-POSITION)
               CONTINUE
           END-PERFORM
           IF WS-SLOT-IX > WS-SLOT-COUNT
               IF WS-SLOT-COUNT >= WS-SLOT-MAX
                   DISPLAY 'SLOT TABLE FULL AT '
                       WAREHOUSE-ID ' ' EMPLOYEE-POSITION
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WS-SLOT-COUNT
               MOVE  WS-SLOT-COUNT     TO  WS-SLOT-IX
               MOVE  WAREHOUSE-ID      TO  ST-WAREHOUSE-ID (WS-SLOT-IX)
               MOVE  EMPLOYEE-POSITION
                   TO  ST-POSITION-CODE (WS-SLOT-IX)
               MOVE  0    TO  ST-ACTIVE-COUNT (WS-SLOT-IX)
               MOVE  0    TO  ST-ANNUAL-COST (WS-SLOT-IX)
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
                   MOVE  0  TO  ST-MONTH-COST (WS-SLOT-IX, WS-MONTH-IX)
               END-PERFORM
               MOVE  'N'  TO  ST-MATCHED-FLAG (WS-SLOT-IX)
           END-IF
           ADD  1  TO  ST-ACTIVE-COUNT (WS-SLOT-IX)
           .

      * A WAITING RAISE TAKES THE PLACE OF THE REVIEW RAISE IN ITS
      * MONTH. EITHER ONE RESTARTS THE REVIEW CLOCK.
       32-PROJECT-MONTH-ROUTINE.

           MOVE  'N'  TO  WS-PENDING-HIT-FLAG
           PERFORM VARYING WS-PEND-IX FROM 1 BY 1
               UNTIL WS-PEND-IX > WS-PEND-COUNT
               IF PD-EMPLOYEE-KEY (WS-PEND-IX) = EMPLOYEE-KEY
                  AND PD-EFFECTIVE-INDEX (WS-PEND-IX) = WS-MONTH-INDEX
                   MOVE  'Y'  TO  WS-PENDING-HIT-FLAG
                   MOVE  PD-NEW-SALARY (WS-PEND-IX)
                       TO  WS-PROJ-SALARY
                   IF PD-FROM-APPROVAL (WS-PEND-IX)
                       ADD  1  TO  WS-APPROVAL-USED
                   ELSE
                       ADD  1  TO  WS-PENDING-USED
                   END-IF
               END-IF
           END-PERFORM
           IF PENDING-RAISE-THIS-MONTH
               COMPUTE WS-NEXT-DUE-INDEX =
                   WS-MONTH-INDEX + WS-REVIEW-MONTHS-LIMIT
           ELSE
               IF WS-MONTH-INDEX = WS-NEXT-DUE-INDEX
                   PERFORM 33-REVIEW-RAISE-ROUTINE
                   COMPUTE WS-NEXT-DUE-INDEX =
                       WS-MONTH-INDEX + WS-REVIEW-MONTHS-LIMIT
               END-IF
           END-IF
           IF WS-MONTH-INDEX NOT < WS-FY-START-INDEX
               COMPUTE WS-FY-MONTH =
                   WS-MONTH-INDEX - WS-FY-START-INDEX + 1
               COMPUTE WS-MONTH-COST ROUNDED = WS-PROJ-SALARY / 12
               ADD  WS-MONTH-COST
                   TO  ST-MONTH-COST (WS-SLOT-IX, WS-FY-MONTH)
               ADD  WS-MONTH-COST  TO  ST-ANNUAL-COST (WS-SLOT-IX)
               ADD  WS-MONTH-COST  TO  CT-MONTH-COST (WS-FY-MONTH)
           END-IF
           .

      * THE SAME RULE SBANJARAP12 PROPOSES BY - THE CONTRACTUAL
      * MINIMUM, CAPPED AT THE GRADE MAXIMUM, AND NOTHING FOR AN
      * EMPLOYEE ALREADY AT THE MAXIMUM OR WITH NO GRADE ON FILE.
       33-REVIEW-RAISE-ROUTINE.

           IF GRADE-ON-FILE
              AND WS-PROJ-SALARY < PAY-GRADE-MAX-SALARY
               COMPUTE WS-RAISED-SALARY ROUNDED =
                   WS-PROJ-SALARY * (1 + WS-CONTRACTUAL-MIN-PCT / 100)
                   ON SIZE ERROR
                       MOVE PAY-GRADE-MAX-SALARY TO WS-RAISED-SALARY
               END-COMPUTE
               IF WS-RAISED-SALARY > PAY-GRADE-MAX-SALARY
                   MOVE  PAY-GRADE-MAX-SALARY  TO  WS-RAISED-SALARY
                   ADD  1  TO  WS-CAPPED-RAISES
               END-IF
               MOVE  WS-RAISED-SALARY  TO  WS-PROJ-SALARY
               ADD  1  TO  WS-REVIEW-RAISES
           END-IF
           .

       27-COMPARE-ROUTINE.

           PERFORM UNTIL NO-MORE-STAFFING
               READ STAFFING-MASTER
                   AT END
                       MOVE 'N' TO WS-STAFF-EOF-FLAG
                   NOT AT END
                       PERFORM 34-AUTHORIZED-BLOCK-ROUTINE
               END-READ
           END-PERFORM
           .

       34-AUTHORIZED-BLOCK-ROUTINE.

           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-SLOT-COUNT
                  OR (ST-WAREHOUSE-ID (WS-SLOT-IX) = SM-WAREHOUSE-ID
                      AND ST-POSITION-CODE (WS-SLOT-IX)
                              = SM-POSITION-CODE)
               CONTINUE
           END-PERFORM
           ADD   1  TO  WS-SLOT-REPORTED
           ADD   SM-AUTH-SALARY-BUDGET  TO  WS-TOTAL-BUDGET
           MOVE  SM-WAREHOUSE-ID        TO  DTL-WAREHOUSE-OUT
           MOVE  SM-POSITION-CODE       TO  DTL-POSITION-OUT
           MOVE  SM-AUTH-SALARY-BUDGET  TO  DTL-BUDGET-OUT
           IF WS-SLOT-IX > WS-SLOT-COUNT
               MOVE  0  TO  DTL-HEADCOUNT-OUT
               MOVE  0  TO  WS-SLOT-ANNUAL
           ELSE
               MOVE  'Y'  TO  ST-MATCHED-FLAG (WS-SLOT-IX)
               MOVE  ST-ACTIVE-COUNT (WS-SLOT-IX)
                   TO  DTL-HEADCOUNT-OUT
               MOVE  ST-ANNUAL-COST (WS-SLOT-IX)  TO  WS-SLOT-ANNUAL
           END-IF
           MOVE  WS-SLOT-ANNUAL  TO  DTL-PROJECTED-OUT
           ADD   WS-SLOT-ANNUAL  TO  WS-TOTAL-PROJECTED
           COMPUTE WS-SAL-VARIANCE =
               WS-SLOT-ANNUAL - SM-AUTH-SALARY-BUDGET
           MOVE  WS-SAL-VARIANCE  TO  DTL-VARIANCE-OUT
           IF WS-SAL-VARIANCE > 0
               ADD  1  TO  WS-OVER-BUD-COUNT
               MOVE  '*** OVER BUDGET'  TO  DTL-STATUS-OUT
           ELSE
               MOVE  'OK'               TO  DTL-STATUS-OUT
           END-IF
           MOVE  DETAIL-LINE  TO  PROJECTION-REPORT
           PERFORM 40-WRITE-LINE
           IF WS-SLOT-IX NOT > WS-SLOT-COUNT
               PERFORM 37-MONTH-LINES-ROUTINE
           END-IF
           MOVE  2 TO PROPER-SPACING
           .

      * STAFF IN A SLOT FINANCE NEVER APPROVED - THE WHOLE PROJECTED
      * COST IS OVER BUDGET.
       28-UNAUTHORIZED-ROUTINE.

           PERFORM 36-UNAUTHORIZED-BLOCK-ROUTINE
               VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-SLOT-COUNT
           .

       35-EOF-ROUTINE.

           MOVE  WS-TOTAL-BUDGET      TO  TOTAL-BUDGET-OUT
           MOVE  WS-TOTAL-PROJECTED   TO  TOTAL-PROJECTED-OUT
           COMPUTE WS-SAL-VARIANCE =
               WS-TOTAL-PROJECTED - WS-TOTAL-BUDGET
           MOVE  WS-SAL-VARIANCE      TO  TOTAL-VARIANCE-OUT
           MOVE  TOTAL-LINE-ONE       TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > 6
               MOVE  CT-MONTH-COST (WS-MONTH-IX)
                   TO  MTH-COST-OUT (WS-MONTH-IX)
           END-PERFORM
           MOVE  MONTH-LINE  TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > 6
               MOVE  CT-MONTH-COST (WS-MONTH-IX + 6)
                   TO  MTH-COST-OUT (WS-MONTH-IX)
           END-PERFORM
           MOVE  MONTH-LINE  TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 1 LINE
           MOVE  WS-SLOT-REPORTED     TO  TOTAL-SLOT-OUT
           MOVE  WS-OVER-BUD-COUNT    TO  TOTAL-OVER-BUD-OUT
           MOVE  WS-UNAUTH-COUNT      TO  TOTAL-UNAUTH-OUT
           MOVE  TOTAL-LINE-TWO       TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 3 LINES
           MOVE  WS-EMPLOYEE-COUNT    TO  TOTAL-EMPLOYEE-OUT
           MOVE  WS-REVIEW-RAISES     TO  TOTAL-REVIEW-OUT
           MOVE  WS-CAPPED-RAISES     TO  TOTAL-CAPPED-OUT
           MOVE  TOTAL-LINE-THREE     TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 2 LINES
           MOVE  WS-PENDING-USED      TO  TOTAL-PENDING-OUT
           MOVE  WS-APPROVAL-USED     TO  TOTAL-APPROVAL-OUT
           MOVE  WS-NO-GRADE-COUNT    TO  TOTAL-NO-GRADE-OUT
           MOVE  TOTAL-LINE-FOUR      TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 1 LINE
           CLOSE EMPLOYEE-RECORD-FILE
               PAY-GRADE-MASTER
               STAFFING-MASTER
               PROJECTION-REPORT-FILE
           STOP RUN
           .

       36-UNAUTHORIZED-BLOCK-ROUTINE.

           IF ST-MATCHED-FLAG (WS-SLOT-IX) = 'Y'
               CONTINUE
           ELSE
               ADD   1  TO  WS-SLOT-REPORTED
               ADD   1  TO  WS-UNAUTH-COUNT
               MOVE  ST-WAREHOUSE-ID (WS-SLOT-IX)
                   TO  DTL-WAREHOUSE-OUT
               MOVE  ST-POSITION-CODE (WS-SLOT-IX)
                   TO  DTL-POSITION-OUT
               MOVE  ST-ACTIVE-COUNT (WS-SLOT-IX)
                   TO  DTL-HEADCOUNT-OUT
               MOVE  0  TO  DTL-BUDGET-OUT
               MOVE  ST-ANNUAL-COST (WS-SLOT-IX)  TO  DTL-PROJECTED-OUT
               ADD   ST-ANNUAL-COST (WS-SLOT-IX)  TO  WS-TOTAL-PROJECTED
               MOVE  ST-ANNUAL-COST (WS-SLOT-IX)  TO  WS-SAL-VARIANCE
               MOVE  WS-SAL-VARIANCE  TO  DTL-VARIANCE-OUT
               MOVE  '*** NOT AUTHORIZED'  TO  DTL-STATUS-OUT
               MOVE  DETAIL-LINE  TO  PROJECTION-REPORT
               PERFORM 40-WRITE-LINE
               PERFORM 37-MONTH-LINES-ROUTINE
               MOVE  2 TO PROPER-SPACING
           END-IF
           .

       37-MONTH-LINES-ROUTINE.

           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > 6
               MOVE  ST-MONTH-COST (WS-SLOT-IX, WS-MONTH-IX)
                   TO  MTH-COST-OUT (WS-MONTH-IX)
           END-PERFORM
           MOVE  MONTH-LINE  TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > 6
               MOVE  ST-MONTH-COST (WS-SLOT-IX, WS-MONTH-IX + 6)
                   TO  MTH-COST-OUT (WS-MONTH-IX)
           END-PERFORM
           MOVE  MONTH-LINE  TO  PROJECTION-REPORT
           WRITE PROJECTION-REPORT AFTER ADVANCING 1 LINE
           .

       40-WRITE-LINE.

           WRITE PROJECTION-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
