      *    THE EMPLOYEE TRANSACTION FILE, ONE TRANSACTION PER EMPLOYEE
      *    KEY, CONTAINING
      *        1. TRANSACTION CODE (H = HIRE, C = CHANGE,
      *           T = TERMINATE, X = TRANSFER, R = REHIRE)
      *        2. WAREHOUSE ID AND EMPLOYEE ID (EMPLOYEE-KEY)
      *        3. EMPLOYEE POSITION
      *        4. EMPLOYEE NAME
      *        5. HIRE DATE (THE REHIRE DATE ON A REHIRE, DEFAULTS
      *           TO THE EFFECTIVE DATE, OR THE RUN DATE, WHEN ZERO)
      *        6. STARTING SALARY
      *        7. DATE OF LAST PAY INCREASE
      *        8. CURRENT SALARY
      *        9. TERMINATION DATE (TERMINATE ONLY, DEFAULTS TO THE
      *           EFFECTIVE DATE, OR THE RUN DATE, WHEN ZERO)
      *       10. NEW WAREHOUSE ID (TRANSFER ONLY)
      *       11. EFFECTIVE DATE - SBANJARAP13 HOLDS BACK ANYTHING DATED
      *           PAST THE RUN DATE, SO ONE ARRIVING HERE EARLY IS
      *           REJECTED RATHER THAN APPLIED AHEAD OF ITS TIME
      ***********
      * OUTPUT:
      *    THE UPDATED EMPLOYEE-RECORD-FILE (PR1FA19.TXT) AND A
      *    EVERY WRITE, REWRITE AND DELETE APPLIED TO THE MASTER IS
      *    ALSO JOURNALED (EMPJRNL.TXT) WITH BEFORE/AFTER IMAGES SO
      *    SBANJARAP17 CAN BACK OUT OR ROLL FORWARD AFTER AN ABEND.
      *    A REHIRE REACTIVATES A TERMINATED EMPLOYEE UNDER THE SAME
      *    KEY AND RECORDS THE BREAK AND THE RESULTING SENIORITY DATE
      *    ON THE SERVICE DATE MASTER (SERVICE.DAT). THE BRIDGING
      *    LIMIT COMES FROM THE RUN PARAMETER FILE (RUNPARM.TXT).
      *    A CHANGE THAT RAISES CURRENT-SALARY BY MORE THAN THE RUN
      *    PARAMETER APPROVAL PERCENTAGE, OR PAST THE PAY GRADE
      *    MAXIMUM, IS HELD ON THE APPROVAL QUEUE (APPRQUE.TXT)
      *    INSTEAD OF BEING APPLIED - AS IS A REHIRE WHOSE NEW
      *    SALARY DOES EITHER OR IS ABOVE THE GRADE MAXIMUM. AT THE
      *    START OF EACH RUN THE APPROVAL DECISION FILE (APPRDEC.TXT)
      *    RELEASES OR REJECTS THE HELD ITEMS, AND EVERY HOLD AND
      *    DECISION IS WRITTEN WITH ITS APPROVER TO THE AUDIT LOG
      *    (SBANJARAP7.LOG). BOTH APPROVAL FILES ARE SAVED AS THEY
      *    STOOD BEFORE THE RUN (APPRQUE.PRV, APPRDEC.PRV, DESCRIBED
      *    BY APPRGEN.TXT) SO SBANJARAP17 CAN PUT THEM BACK WHEN IT
      *    BACKS THE RUN OUT.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-STAFF-KEY
                   FILE STATUS IS WS-STAFFING-FILE-STATUS.
           SELECT SERVICE-DATE-FILE
               ASSIGN TO 'SERVICE.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SV-EMPLOYEE-KEY
                   FILE STATUS IS WS-SERVICE-FILE-STATUS.
           SELECT RUN-PARM-FILE
               ASSIGN TO 'RUNPARM.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPRQUE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT APPROVAL-QUEUE-WORK-FILE
               ASSIGN TO 'APPRQUEWK.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-WORK-FILE-STATUS.
           SELECT APPROVAL-DECISION-FILE
               ASSIGN TO 'APPRDEC.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT APPROVAL-QUEUE-PRIOR-FILE
               ASSIGN TO 'APPRQUE.PRV'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT APPROVAL-DECISION-PRIOR-FILE
               ASSIGN TO 'APPRDEC.PRV'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT APPROVAL-GENERATION-FILE
               ASSIGN TO 'APPRGEN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GENERATION-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       FILE SECTION.

       FD  EMPLOYEE-TRANS-FILE
           RECORD CONTAINS 84 CHARACTERS.

           COPY EMPTRAN.


       01  TRANSFER-LOG-RECORD        PIC X(100).

      * THE JOURNAL IS KEPT ACROSS RUNS - EACH RUN IS ADDED TO THE
      * END, NUMBERED FROM SEQUENCE 1, SO SBANJARAP17 CAN STILL FIND
      * THE LATEST RUN AND THE SBANJARAP24 CARRIER INTERFACE CAN PICK
      * UP EVERY CHANGE SINCE ITS LAST TRANSMISSION.
       FD  JOURNAL-FILE
           RECORD CONTAINS 95 CHARACTERS.


           COPY STAFFMST.

       FD  SERVICE-DATE-FILE
           RECORD CONTAINS 46 CHARACTERS.

           COPY SVCDATE.

       FD  RUN-PARM-FILE
           RECORD CONTAINS 19 CHARACTERS.

           COPY RUNPARM.

       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  APPROVAL-QUEUE-RECORD      PIC X(106).

       FD  APPROVAL-QUEUE-WORK-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  APPROVAL-QUEUE-WORK-RECORD PIC X(106).

       FD  APPROVAL-DECISION-FILE
           RECORD CONTAINS 26 CHARACTERS.

           COPY APPRDEC.

      * THE PRIOR GENERATION OF EACH APPROVAL FILE - SAVED BEFORE THE
      * RUN TOUCHES EITHER ONE, EMPTY WHEN THE FILE DID NOT EXIST.
       FD  APPROVAL-QUEUE-PRIOR-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  APPROVAL-QUEUE-PRIOR-RECORD PIC X(106).

       FD  APPROVAL-DECISION-PRIOR-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  APPROVAL-DECISION-PRIOR-RECORD PIC X(26).

       FD  APPROVAL-GENERATION-FILE
           RECORD CONTAINS 9 CHARACTERS.

           COPY APPRGEN.

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.
               88  NO-MORE-SCAN-DATA               VALUE 'N'.
           05  WS-HIRE-KEY-FLAG        PIC X       VALUE 'N'.
               88  HIRE-KEY-ON-FILE                VALUE 'Y'.
           05  WS-SERVICE-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PARM-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-SERVICE-KEY-FLAG     PIC X       VALUE 'N'.
               88  SERVICE-ON-FILE                 VALUE 'Y'.
           05  WS-QUEUE-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-QUEUE-WORK-FILE-STATUS PIC XX    VALUE '00'.
           05  WS-DECISION-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PRIOR-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-GENERATION-FILE-STATUS PIC XX    VALUE '00'.
           05  WS-QUEUE-EOF-FLAG       PIC X       VALUE ' '.
               88  NO-MORE-QUEUE                   VALUE 'N'.
           05  WS-QUEUE-OPEN-FLAG      PIC X       VALUE 'N'.
               88  QUEUE-FILE-FOUND                VALUE 'Y'.
           05  WS-DECISION-OPEN-FLAG   PIC X       VALUE 'N'.
               88  DECISION-FILE-FOUND             VALUE 'Y'.
           05  WS-DECISION-FLAG        PIC X       VALUE ' '.
               88  DECISION-APPROVED               VALUE 'A'.
               88  DECISION-REJECTED               VALUE 'R'.
               88  NO-DECISION                     VALUE ' '.
           05  WS-HOLD-REASON          PIC X       VALUE ' '.
               88  HOLD-OVER-PERCENT               VALUE 'P'.
               88  HOLD-OVER-GRADE-MAX             VALUE 'G'.
               88  NO-HOLD-NEEDED                  VALUE ' '.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-CHANGE-COUNT     PIC 9(4)    VALUE 0.
           05  WS-TERMINATE-COUNT  PIC 9(4)    VALUE 0.
           05  WS-TRANSFER-COUNT   PIC 9(4)    VALUE 0.
           05  WS-REHIRE-COUNT     PIC 9(4)    VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(4)    VALUE 0.
           05  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
           05  WS-APPROVED-COUNT   PIC 9(4)    VALUE 0.

       01  WS-STATUS-TEXT              PIC X(35)   VALUE SPACES.

      * TIME SO THE BEFORE IMAGE ON THE JOURNAL IS THE UNTOUCHED ONE.
       01  WS-BEFORE-IMAGE             PIC X(79)   VALUE SPACES.

      * A SERVICE DATE RECORD BEING RE-KEYED IS HELD HERE ACROSS THE
      * DELETE OF ITS OLD KEY.
       01  WS-HOLD-SERVICE-RECORD      PIC X(46)   VALUE SPACES.

       01  JOURNAL-FIELDS.
           05  WS-JOURNAL-SEQ          PIC 9(6)    VALUE 0.
           05  WS-JOURNAL-ACTION       PIC X       VALUE SPACE.
           05  WS-JOURNAL-IMAGE        PIC X       VALUE SPACE.

      * A BREAK SHORTER THAN WS-SERVICE-BRIDGE-MONTHS IS BRIDGED AND
      * THE EMPLOYEE KEEPS THE SENIORITY DATE THEY LEFT WITH - ONE AT
      * OR PAST IT RESTARTS SENIORITY ON THE REHIRE DATE. THE MONTHS
      * ARE COUNTED THROUGH A MONTH COUNT (YEAR TIMES 12 PLUS MONTH)
      * THE SAME WAY SBANJARAP1 ROLLS ITS REVIEW CUTOFF.
       01  REHIRE-FIELDS.
           05  WS-SERVICE-BRIDGE-MONTHS PIC 99     VALUE 12.
           05  WS-REHIRE-DATE          PIC 9(8)    VALUE 0.
           05  WS-REHIRE-BREAKOUT  REDEFINES  WS-REHIRE-DATE.
               10  WS-REHIRE-YYYY      PIC 9999.
               10  WS-REHIRE-MM        PIC 99.
               10  WS-REHIRE-DD        PIC 99.
           05  WS-LAST-TERM-DATE       PIC 9(8)    VALUE 0.
           05  WS-LAST-TERM-BREAKOUT  REDEFINES  WS-LAST-TERM-DATE.
               10  WS-LAST-TERM-YYYY   PIC 9999.
               10  WS-LAST-TERM-MM     PIC 99.
               10  WS-LAST-TERM-DD     PIC 99.
           05  WS-BREAK-MONTHS         PIC S9(6)   VALUE 0.
           05  WS-PRIOR-SENIORITY-DATE PIC 9(8)    VALUE 0.
           05  WS-SENIORITY-DATE       PIC 9(8)    VALUE 0.
           05  WS-BRIDGE-FLAG          PIC X       VALUE 'N'.
               88  BREAK-BRIDGED                   VALUE 'Y'.

      * A RAISE OF MORE THAN WS-APPROVAL-PCT PERCENT, OR ONE THAT
      * LANDS ABOVE THE PAY GRADE MAXIMUM, WAITS FOR A SECOND PERSON.
      * THE PERCENTAGE IS FIGURED THE WAY SBANJARAP1 FIGURES ITS
      * PERCENT INCREASE - DIFFERENCE OVER OLD SALARY TIMES 100.
       01  APPROVAL-FIELDS.
           05  WS-APPROVAL-PCT         PIC 9(2)V99 VALUE 10.00.
           05  WS-RAISE-PCT            PIC 9(3)V99 VALUE 0.
           05  WS-RAISE-PCT-ED         PIC ZZ9.99.
           05  WS-APPROVER-ID          PIC X(8)    VALUE SPACES.

           COPY APPRHOLD.

      * THE DECISIONS ARE LOADED ONCE AT HOUSEKEEPING TIME. A
      * DECISION IS USED BY THE FIRST HELD ITEM FOR ITS EMPLOYEE AND
      * THEN MARKED SO A SECOND HELD ITEM NEEDS A SECOND DECISION.
      * THE TABLE CARRIES ONE SLOT MORE THAN WS-DECISION-MAX SO THE
      * SEARCH SUBSCRIPT CAN RUN ONE PAST THE LAST USED ENTRY.
       01  DECISION-TABLE-FIELDS.
           05  WS-DECISION-COUNT   PIC S9(4)  COMP  VALUE 0.
           05  WS-DECISION-IX      PIC S9(4)  COMP  VALUE 0.
           05  WS-DECISION-MAX     PIC S9(4)  COMP  VALUE 300.

       01  DECISION-TABLE.
           05  DECISION-ENTRY OCCURS 301 TIMES.
               10  DT-EMPLOYEE-KEY.
                   15  DT-WAREHOUSE-ID PIC X(4).
                   15  DT-EMPLOYEE-ID  PIC X(5).
               10  DT-APPROVER-ID      PIC X(8).
               10  DT-DECISION         PIC X.
               10  DT-USED-FLAG        PIC X.
                   88  DT-USED                 VALUE 'Y'.

       01  STAFFING-CHECK-FIELDS.
           05  WS-ACTIVE-IN-SLOT       PIC 9(4)    VALUE 0.
           05  WS-AUTH-HEADCOUNT       PIC 9(4)    VALUE 0.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                          PIC X(15)  VALUE 'TRANSFERRED:'.
           05  TOTAL-TRANSFER-OUT      PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                          PIC X(15)  VALUE 'REHIRED:'.
           05  TOTAL-REHIRE-OUT        PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                          PIC X(15)  VALUE 'HELD:'.
           05  TOTAL-HELD-OUT          PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                          PIC X(15)  VALUE 'APPROVED:'.
           05  TOTAL-APPROVED-OUT      PIC ZZZ9.

      ********************* PROCEDURE-DIVISION ***********************

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  21-RELEASE-APPROVALS-ROUTINE
           PERFORM  25-PROCESS-TRANS-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPTRAN.TXT, STATUS = '
                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA19.TXT, STATUS = '
                   WS-EMPLOYEE-FILE-STATUS
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

                   ' - HIRE AUTHORIZATIONS NOT CHECKED'
           END-IF

      * THE SERVICE DATE MASTER ONLY EXISTS ONCE THE FIRST REHIRE HAS
      * BEEN APPLIED, SO A MISSING FILE IS CREATED EMPTY HERE.
           OPEN  I-O  SERVICE-DATE-FILE
           IF WS-SERVICE-FILE-STATUS = '35'
               OPEN  OUTPUT  SERVICE-DATE-FILE
               CLOSE SERVICE-DATE-FILE
               OPEN  I-O  SERVICE-DATE-FILE
           END-IF
           IF WS-SERVICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SERVICE.DAT, STATUS = '
                   WS-SERVICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN  EXTEND  JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN  OUTPUT  JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPJRNL.TXT, STATUS = '
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN  OUTPUT  APPROVAL-QUEUE-WORK-FILE
           IF WS-QUEUE-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRQUEWK.TMP, STATUS = '
                   WS-QUEUE-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           PERFORM 19-RUN-PARM-ROUTINE
           PERFORM 23-SAVE-APPROVALS-ROUTINE
           PERFORM 22-LOAD-DECISIONS-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

      * THE PARAMETER FILE IS OPTIONAL - WITHOUT IT, OR WITH THE
      * BRIDGE OR APPROVAL FIELD BLANK ON AN OLDER RECORD, THE
      * COMPILED DEFAULT STANDS.
       19-RUN-PARM-ROUTINE.

           OPEN  INPUT  RUN-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-SERVICE-BRIDGE-MONTHS IS NUMERIC
                           MOVE  RP-SERVICE-BRIDGE-MONTHS
                               TO  WS-SERVICE-BRIDGE-MONTHS
                       END-IF
                       IF RP-APPROVAL-PCT IS NUMERIC
                          AND RP-APPROVAL-PCT > 0
                           MOVE  RP-APPROVAL-PCT  TO  WS-APPROVAL-PCT
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF
           .

       20-HEADER-ROUTINE.

           WRITE EMPLOYEE-REGISTER AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
           .

      * EVERY HELD ITEM WITH A DECISION FOR ITS EMPLOYEE IS RUN
      * THROUGH THE NORMAL TRANSACTION PATH BEFORE TONIGHT'S NEW WORK
      * - AN APPROVED ONE IS APPLIED WITHOUT BEING HELD AGAIN, A
      * REJECTED ONE IS PRINTED AND DROPPED. ITEMS STILL WAITING ARE
      * CARRIED TO THE WORK FILE ALONG WITH ANYTHING HELD TONIGHT.
      * NO QUEUE FILE SIMPLY MEANS NOTHING HAS EVER BEEN HELD.
       21-RELEASE-APPROVALS-ROUTINE.

           OPEN  INPUT  APPROVAL-QUEUE-FILE
           EVALUATE WS-QUEUE-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-QUEUE-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  WS-QUEUE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING APPRQUE.TXT, STATUS = '
                       WS-QUEUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-QUEUE
               READ APPROVAL-QUEUE-FILE INTO APPROVAL-HOLD-RECORD
                   AT END
                       MOVE 'N' TO WS-QUEUE-EOF-FLAG
                   NOT AT END
                       MOVE  AH-TRANS-IMAGE  TO  EMPLOYEE-TRANS-RECORD
                       PERFORM 52-DECISION-MATCH-ROUTINE
                       IF NO-DECISION
                           WRITE APPROVAL-QUEUE-WORK-RECORD
                               FROM APPROVAL-HOLD-RECORD
                       ELSE
                           PERFORM 30-MAIN-ROUTINE
                           PERFORM 54-APPROVAL-LOG-ROUTINE
                           MOVE  ' '  TO  WS-DECISION-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF QUEUE-FILE-FOUND
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           .

      * THE DECISION FILE IS OPTIONAL - NO FILE MEANS NO APPROVER HAS
      * RULED ON ANYTHING SINCE THE LAST RUN.
       22-LOAD-DECISIONS-ROUTINE.

           OPEN  INPUT  APPROVAL-DECISION-FILE
           EVALUATE WS-DECISION-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-DECISION-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  WS-QUEUE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING APPRDEC.TXT, STATUS = '
                       WS-DECISION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-QUEUE
               READ APPROVAL-DECISION-FILE
                   AT END
                       MOVE 'N' TO WS-QUEUE-EOF-FLAG
                   NOT AT END
                       IF AP-APPROVED OR AP-REJECTED
                           PERFORM 53-DECISION-LOAD-ROUTINE
                       ELSE
                           DISPLAY 'APPRDEC.TXT DECISION NOT A OR R, '
                               'SKIPPED: ' AP-EMPLOYEE-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF DECISION-FILE-FOUND
               CLOSE APPROVAL-DECISION-FILE
           END-IF
           MOVE  ' '  TO  WS-QUEUE-EOF-FLAG
           .

      * THE QUEUE IS REWRITTEN AND THE DECISION FILE EMPTIED AT THE
      * END OF EVERY RUN, SO BOTH ARE COPIED HERE FIRST - A RUN THAT
      * IS BACKED OUT THEN LOSES NEITHER ITS RELEASED OR REJECTED
      * ITEMS NOR ITS DECISIONS, AND A RERUN DOES NOT HOLD THE SAME
      * RAISES TWICE. THE GENERATION RECORD TIES THE SAVE TO THIS RUN.
       23-SAVE-APPROVALS-ROUTINE.

           OPEN  OUTPUT  APPROVAL-QUEUE-PRIOR-FILE
           IF WS-PRIOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRQUE.PRV, STATUS = '
                   WS-PRIOR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  INPUT  APPROVAL-QUEUE-FILE
           EVALUATE WS-QUEUE-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE  'N'  TO  WS-QUEUE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING APPRQUE.TXT, STATUS = '
                       WS-QUEUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-QUEUE
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'N' TO WS-QUEUE-EOF-FLAG
                   NOT AT END
                       WRITE APPROVAL-QUEUE-PRIOR-RECORD
                           FROM APPROVAL-QUEUE-RECORD
               END-READ
           END-PERFORM
           IF WS-QUEUE-FILE-STATUS NOT = '35'
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           CLOSE APPROVAL-QUEUE-PRIOR-FILE
           MOVE  ' '  TO  WS-QUEUE-EOF-FLAG

           OPEN  OUTPUT  APPROVAL-DECISION-PRIOR-FILE
           IF WS-PRIOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRDEC.PRV, STATUS = '
                   WS-PRIOR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  INPUT  APPROVAL-DECISION-FILE
           EVALUATE WS-DECISION-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE  'N'  TO  WS-QUEUE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING APPRDEC.TXT, STATUS = '
                       WS-DECISION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-QUEUE
               READ APPROVAL-DECISION-FILE
                   AT END
                       MOVE 'N' TO WS-QUEUE-EOF-FLAG
                   NOT AT END
                       WRITE APPROVAL-DECISION-PRIOR-RECORD
                           FROM APPROVAL-DECISION-RECORD
               END-READ
           END-PERFORM
           IF WS-DECISION-FILE-STATUS NOT = '35'
               CLOSE APPROVAL-DECISION-FILE
           END-IF
           CLOSE APPROVAL-DECISION-PRIOR-FILE
           MOVE  ' '  TO  WS-QUEUE-EOF-FLAG

           MOVE  WS-RUN-DATE  TO  AG-RUN-DATE
           MOVE  'S'          TO  AG-RUN-STATE
           PERFORM 24-GENERATION-WRITE-ROUTINE
           .

       24-GENERATION-WRITE-ROUTINE.

           OPEN  OUTPUT  APPROVAL-GENERATION-FILE
           IF WS-GENERATION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRGEN.TXT, STATUS = '
                   WS-GENERATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE APPROVAL-GENERATION-RECORD
           CLOSE APPROVAL-GENERATION-FILE
           .

       25-PROCESS-TRANS-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
           MOVE  EMT-EMPLOYEE-ID    TO  DTL-EMPLOYEE-OUT
           MOVE  EMT-LAST-NAME      TO  DTL-LAST-NAME-OUT
           EVALUATE TRUE
               WHEN DECISION-REJECTED
                   ADD  1 TO WS-REJECT-COUNT
                   MOVE  SPACES  TO  WS-STATUS-TEXT
                   STRING 'REJECTED BY APPROVER '  DELIMITED BY SIZE
                          WS-APPROVER-ID           DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                   END-STRING
               WHEN EMT-EFFECTIVE-DATE IS NUMERIC
                AND EMT-EFFECTIVE-DATE > WS-RUN-DATE
                   ADD  1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - NOT YET EFFECTIVE'
                       TO WS-STATUS-TEXT
               WHEN EMT-HIRE
                   PERFORM 31-HIRE-ROUTINE
               WHEN EMT-CHANGE
                   PERFORM 33-TERMINATE-ROUTINE
               WHEN EMT-TRANSFER
                   PERFORM 36-TRANSFER-ROUTINE
               WHEN EMT-REHIRE
                   PERFORM 47-REHIRE-ROUTINE
               WHEN OTHER
                   ADD  1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
           END-WRITE
           .

      * A HIRE OR REHIRE THAT WOULD PUSH THE WAREHOUSE/POSITION PAST
      * ITS AUTHORIZED HEADCOUNT IS REJECTED. A SLOT WITH NO RECORD ON
      * THE STAFFING MASTER GOES THROUGH FLAGGED ON THE REGISTER
      * RATHER THAN BLOCKING THE HIRE.
       44-STAFFING-CHECK-ROUTINE.
           MOVE  'O'  TO  WS-STAFFING-RESULT
           IF STAFFING-MASTER-OPEN
               MOVE  EMT-WAREHOUSE-ID       TO  SM-WAREHOUSE-ID
               MOVE  WS-POSITION-TO-CHECK   TO  SM-POSITION-CODE
               READ  STAFFING-MASTER
                   INVALID KEY
                       MOVE  'N'  TO  WS-STAFFING-RESULT
                       ELSE
                           IF EMPLOYEE-ACTIVE
                              AND EMPLOYEE-POSITION
                                   = WS-POSITION-TO-CHECK
                               ADD  1  TO  WS-ACTIVE-IN-SLOT
                           END-IF
                       END-IF
                       END-IF
                       PERFORM 34-POSITION-CHECK-ROUTINE
                       IF WS-POSITION-VALID
                           PERFORM 55-APPROVAL-CHECK-ROUTINE
                           IF NO-HOLD-NEEDED
                               PERFORM 57-CHANGE-APPLY-ROUTINE
                           ELSE
                               PERFORM 56-APPROVAL-HOLD-ROUTINE
                           END-IF
                       ELSE
                           ADD  1 TO WS-REJECT-COUNT
                           MOVE
                           TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'T' TO EMPLOYEE-STATUS
                       EVALUATE TRUE
                           WHEN EMT-TERMINATION-DATE NOT = 0
                               MOVE EMT-TERMINATION-DATE
                                   TO TERMINATION-DATE
                           WHEN EMT-EFFECTIVE-DATE IS NUMERIC
                            AND EMT-EFFECTIVE-DATE NOT = 0
                               MOVE EMT-EFFECTIVE-DATE
                                   TO TERMINATION-DATE
                           WHEN OTHER
                               MOVE WS-RUN-DATE TO TERMINATION-DATE
                       END-EVALUATE
                       REWRITE EMPLOYEE-RECORD
                       PERFORM 43-JOURNAL-REWRITE-ROUTINE
                       ADD  1 TO WS-TERMINATE-COUNT
                                   MOVE 'B' TO WS-JOURNAL-IMAGE
                                   PERFORM 42-JOURNAL-ROUTINE
                                   PERFORM 38-HISTORY-REKEY-ROUTINE
                                   PERFORM 51-SERVICE-REKEY-ROUTINE
                                   PERFORM 39-TRANSFER-LOG-ROUTINE
                                   ADD  1 TO WS-TRANSFER-COUNT
                                   MOVE 'TRANSFERRED'
           PERFORM 42-JOURNAL-ROUTINE
           .

      * A REHIRE BRINGS A TERMINATED EMPLOYEE BACK UNDER THE SAME
      * KEY, SO THEIR SALARY HISTORY STAYS IN ONE PLACE. THE POSITION
      * DEFAULTS TO THE ONE THEY LEFT FROM. LIKE 31-HIRE-ROUTINE, THE
      * READ ONLY SETS A FLAG BECAUSE THE HEADCOUNT CHECK BROWSES THE
      * SAME FILE - THE RECORD IS KEPT IN WS-BEFORE-IMAGE MEANWHILE.
      * A NEW SALARY GOES THROUGH THE SAME APPROVAL CHECK AS A CHANGE,
      * AGAINST THE SALARY THEY LEFT ON, AND ANY SALARY ABOVE THE
      * GRADE MAXIMUM IS HELD EVEN WHEN IT IS NOT A RAISE.
       47-REHIRE-ROUTINE.

           MOVE  EMT-WAREHOUSE-ID   TO  WAREHOUSE-ID
           MOVE  EMT-EMPLOYEE-ID    TO  EMPLOYEE-ID
           READ  EMPLOYEE-RECORD-FILE
               INVALID KEY
                   MOVE  'N'  TO  WS-HIRE-KEY-FLAG
               NOT INVALID KEY
                   MOVE  'Y'  TO  WS-HIRE-KEY-FLAG
                   MOVE  EMPLOYEE-RECORD  TO  WS-BEFORE-IMAGE
           END-READ
           EVALUATE TRUE
               WHEN EMT-HIRE-DATE NOT = 0
                   MOVE  EMT-HIRE-DATE       TO  WS-REHIRE-DATE
               WHEN EMT-EFFECTIVE-DATE IS NUMERIC
                AND EMT-EFFECTIVE-DATE NOT = 0
                   MOVE  EMT-EFFECTIVE-DATE  TO  WS-REHIRE-DATE
               WHEN OTHER
                   MOVE  WS-RUN-DATE         TO  WS-REHIRE-DATE
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT HIRE-KEY-ON-FILE
                   ADD  1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - EMPLOYEE NOT ON FILE'
                       TO WS-STATUS-TEXT
               WHEN NOT EMPLOYEE-TERMINATED
                   ADD  1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - EMPLOYEE NOT TERMINATED'
                       TO WS-STATUS-TEXT
               WHEN WS-REHIRE-DATE < TERMINATION-DATE
                   ADD  1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - REHIRE BEFORE TERM DATE'
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   IF EMT-EMPLOYEE-POSITION NOT = SPACES
                       MOVE  EMT-EMPLOYEE-POSITION
                           TO  WS-POSITION-TO-CHECK
                   ELSE
                       MOVE  EMPLOYEE-POSITION
                           TO  WS-POSITION-TO-CHECK
                   END-IF
                   PERFORM 34-POSITION-CHECK-ROUTINE
                   IF WS-POSITION-VALID
                       PERFORM 44-STAFFING-CHECK-ROUTINE
                       IF STAFFING-OVER
                           ADD  1 TO WS-REJECT-COUNT
                           MOVE 'REJECTED - OVER AUTHORIZED HEADCNT'
                               TO WS-STATUS-TEXT
                       ELSE
                           MOVE  WS-BEFORE-IMAGE  TO  EMPLOYEE-RECORD
                           PERFORM 55-APPROVAL-CHECK-ROUTINE
                           IF NOT DECISION-APPROVED
                              AND EMT-CURRENT-SALARY
                                  > PAY-GRADE-MAX-SALARY
                               MOVE  'G'  TO  WS-HOLD-REASON
                           END-IF
                           IF NO-HOLD-NEEDED
                               PERFORM 48-REHIRE-APPLY-ROUTINE
                           ELSE
                               PERFORM 56-APPROVAL-HOLD-ROUTINE
                           END-IF
                       END-IF
                   ELSE
                       ADD  1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - POSITION NOT ON GRADE MASTER'
                           TO WS-STATUS-TEXT
                   END-IF
           END-EVALUATE
           .

      * THE RECORD AREA IS UNDEFINED AFTER THE HEADCOUNT BROWSE, SO
      * IT IS RESTORED FROM THE BEFORE IMAGE. HIRE-DATE IS LEFT AS
      * THE ORIGINAL HIRE; THE BREAK AND THE SENIORITY DATE GO TO THE
      * SERVICE DATE MASTER.
       48-REHIRE-APPLY-ROUTINE.

           MOVE  WS-BEFORE-IMAGE       TO  EMPLOYEE-RECORD
           MOVE  TERMINATION-DATE      TO  WS-LAST-TERM-DATE
           PERFORM 49-SERVICE-BRIDGE-ROUTINE
           MOVE  WS-POSITION-TO-CHECK  TO  EMPLOYEE-POSITION
           IF EMT-LAST-NAME NOT = SPACES
               MOVE EMT-LAST-NAME  TO LAST-NAME
           END-IF
           IF EMT-FIRST-NAME NOT = SPACES
               MOVE EMT-FIRST-NAME TO FIRST-NAME
           END-IF
           IF EMT-CURRENT-SALARY NOT = 0
               MOVE EMT-CURRENT-SALARY TO CURRENT-SALARY
           END-IF
           IF EMT-PAY-INCREASE-DATE NOT = 0
               MOVE EMT-PAY-INCREASE-DATE TO PAY-INCREASE-DATE
           END-IF
           MOVE  'A'  TO  EMPLOYEE-STATUS
           MOVE  0    TO  TERMINATION-DATE
           REWRITE EMPLOYEE-RECORD
           PERFORM 43-JOURNAL-REWRITE-ROUTINE
           PERFORM 50-SERVICE-WRITE-ROUTINE
           ADD  1 TO WS-REHIRE-COUNT
           EVALUATE TRUE
               WHEN DECISION-APPROVED
                   ADD  1 TO WS-APPROVED-COUNT
                   MOVE  SPACES  TO  WS-STATUS-TEXT
                   STRING 'REHIRED - APPROVED BY '  DELIMITED BY SIZE
                          WS-APPROVER-ID            DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                   END-STRING
               WHEN BREAK-BRIDGED AND STAFFING-NO-AUTH
                   MOVE 'REHIRED - BRIDGED, NO STAFFING AUTH'
                       TO WS-STATUS-TEXT
               WHEN BREAK-BRIDGED
                   MOVE 'REHIRED - SERVICE BRIDGED'
                       TO WS-STATUS-TEXT
               WHEN STAFFING-NO-AUTH
                   MOVE 'REHIRED - RESTARTED, NO STAFF AUTH'
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'REHIRED - SENIORITY RESTARTED'
                       TO WS-STATUS-TEXT
           END-EVALUATE
           .

      * AN EMPLOYEE ALREADY ON THE SERVICE DATE MASTER CARRIES THE
      * SENIORITY DATE FROM THEIR LAST REHIRE FORWARD - EVERYONE
      * ELSE HAS BEEN CONTINUOUS SINCE HIRE-DATE.
       49-SERVICE-BRIDGE-ROUTINE.

           MOVE  WAREHOUSE-ID  TO  SV-WAREHOUSE-ID
           MOVE  EMPLOYEE-ID   TO  SV-EMPLOYEE-ID
           READ  SERVICE-DATE-FILE
               INVALID KEY
                   MOVE  'N'        TO  WS-SERVICE-KEY-FLAG
                   MOVE  HIRE-DATE  TO  WS-PRIOR-SENIORITY-DATE
               NOT INVALID KEY
                   MOVE  'Y'        TO  WS-SERVICE-KEY-FLAG
                   MOVE  SV-SENIORITY-DATE
                       TO  WS-PRIOR-SENIORITY-DATE
           END-READ
           COMPUTE WS-BREAK-MONTHS =
               (WS-REHIRE-YYYY * 12 + WS-REHIRE-MM)
             - (WS-LAST-TERM-YYYY * 12 + WS-LAST-TERM-MM)
           IF WS-REHIRE-DD < WS-LAST-TERM-DD
               SUBTRACT  1  FROM  WS-BREAK-MONTHS
           END-IF
           IF WS-BREAK-MONTHS < 0
               MOVE  0  TO  WS-BREAK-MONTHS
           END-IF
           IF WS-BREAK-MONTHS < WS-SERVICE-BRIDGE-MONTHS
               MOVE  'Y'  TO  WS-BRIDGE-FLAG
               MOVE  WS-PRIOR-SENIORITY-DATE  TO  WS-SENIORITY-DATE
           ELSE
               MOVE  'N'  TO  WS-BRIDGE-FLAG
               MOVE  WS-REHIRE-DATE           TO  WS-SENIORITY-DATE
           END-IF
           .

       50-SERVICE-WRITE-ROUTINE.

           MOVE  WAREHOUSE-ID            TO  SV-WAREHOUSE-ID
           MOVE  EMPLOYEE-ID             TO  SV-EMPLOYEE-ID
           MOVE  HIRE-DATE               TO  SV-ORIGINAL-HIRE-DATE
           MOVE  WS-LAST-TERM-DATE       TO  SV-LAST-TERM-DATE
           MOVE  WS-REHIRE-DATE          TO  SV-REHIRE-DATE
           MOVE  WS-BREAK-MONTHS         TO  SV-BREAK-MONTHS
           MOVE  WS-SENIORITY-DATE       TO  SV-SENIORITY-DATE
           MOVE  WS-BRIDGE-FLAG          TO  SV-BRIDGE-FLAG
           IF SERVICE-ON-FILE
               REWRITE SERVICE-DATE-RECORD
           ELSE
               WRITE SERVICE-DATE-RECORD
                   INVALID KEY
                       DISPLAY 'SERVICE.DAT WRITE FAILED FOR '
                           SV-EMPLOYEE-KEY
               END-WRITE
           END-IF
           .

      * A TRANSFER RE-KEYS THE EMPLOYEE, SO ANY SERVICE DATE RECORD
      * FOLLOWS THEM TO THE NEW WAREHOUSE THE SAME WAY THEIR SALARY
      * HISTORY DOES.
       51-SERVICE-REKEY-ROUTINE.

           MOVE  EMT-WAREHOUSE-ID  TO  SV-WAREHOUSE-ID
           MOVE  EMT-EMPLOYEE-ID   TO  SV-EMPLOYEE-ID
           READ  SERVICE-DATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE  SERVICE-DATE-RECORD  TO  WS-HOLD-SERVICE-RECORD
                   DELETE SERVICE-DATE-FILE
                   MOVE  WS-HOLD-SERVICE-RECORD  TO  SERVICE-DATE-RECORD
                   MOVE  EMT-NEW-WAREHOUSE-ID  TO  SV-WAREHOUSE-ID
                   WRITE SERVICE-DATE-RECORD
                       INVALID KEY
                           DISPLAY 'SERVICE.DAT WRITE FAILED FOR '
                               SV-EMPLOYEE-KEY
                   END-WRITE
           END-READ
           .

      * THE FIRST UNUSED DECISION ON FILE FOR THE HELD ITEM'S
      * EMPLOYEE DECIDES IT.
       52-DECISION-MATCH-ROUTINE.

           MOVE  ' '  TO  WS-DECISION-FLAG
           PERFORM VARYING WS-DECISION-IX FROM 1 BY 1
               UNTIL WS-DECISION-IX > WS-DECISION-COUNT
                  OR (NOT DT-USED (WS-DECISION-IX)
                      AND DT-EMPLOYEE-KEY (WS-DECISION-IX)
                              = EMT-EMPLOYEE-KEY)
               CONTINUE
           END-PERFORM
           IF WS-DECISION-IX NOT > WS-DECISION-COUNT
               MOVE  'Y'  TO  DT-USED-FLAG (WS-DECISION-IX)
               MOVE  DT-DECISION (WS-DECISION-IX)
                   TO  WS-DECISION-FLAG
               MOVE  DT-APPROVER-ID (WS-DECISION-IX)
                   TO  WS-APPROVER-ID
           END-IF
           .

       53-DECISION-LOAD-ROUTINE.

           IF WS-DECISION-COUNT >= WS-DECISION-MAX
               DISPLAY 'DECISION TABLE FULL, DECISION SKIPPED: '
                   AP-EMPLOYEE-KEY
           ELSE
               ADD  1  TO  WS-DECISION-COUNT
               MOVE  AP-EMPLOYEE-KEY
                   TO  DT-EMPLOYEE-KEY (WS-DECISION-COUNT)
               MOVE  AP-APPROVER-ID
                   TO  DT-APPROVER-ID (WS-DECISION-COUNT)
               MOVE  AP-DECISION
                   TO  DT-DECISION (WS-DECISION-COUNT)
               MOVE  'N'  TO  DT-USED-FLAG (WS-DECISION-COUNT)
           END-IF
           .

      * EVERY HOLD AND EVERY DECISION GOES ON THE AUDIT LOG - WHO
      * RULED, WHAT THEY RULED AND WHEN - SO DUAL CONTROL OVER PAY
      * CHANGES CAN BE SHOWN FROM THE LOG ALONE.
       54-APPROVAL-LOG-ROUTINE.

           MOVE  WS-MONTH             TO  LOG-MONTH-ED
           MOVE  WS-DAY               TO  LOG-DAY-ED
           MOVE  WS-YEAR              TO  LOG-YEAR-ED
           MOVE  SPACES               TO  TRANSFER-LOG-RECORD
           STRING 'APPROVAL '           DELIMITED BY SIZE
                  LOG-DATE-ED           DELIMITED BY SIZE
                  '  EMPLOYEE '         DELIMITED BY SIZE
                  EMT-WAREHOUSE-ID      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  EMT-EMPLOYEE-ID       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-STATUS-TEXT        DELIMITED BY SIZE
               INTO TRANSFER-LOG-RECORD
           END-STRING
           OPEN  EXTEND  TRANSFER-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN  OUTPUT  TRANSFER-LOG-FILE
           END-IF
           WRITE TRANSFER-LOG-RECORD
           CLOSE TRANSFER-LOG-FILE
           .

      * AN APPROVED ITEM COMING BACK OFF THE QUEUE IS NEVER HELD A
      * SECOND TIME. THE GRADE MAXIMUM IS THE ONE FOR THE POSITION
      * THE EMPLOYEE WILL HOLD - 34-POSITION-CHECK-ROUTINE HAS JUST
      * READ IT.
       55-APPROVAL-CHECK-ROUTINE.

           MOVE  ' '  TO  WS-HOLD-REASON
           MOVE  0    TO  WS-RAISE-PCT
           IF NOT DECISION-APPROVED
              AND EMT-CURRENT-SALARY NOT = 0
              AND EMT-CURRENT-SALARY > CURRENT-SALARY
               IF CURRENT-SALARY > 0
                   COMPUTE WS-RAISE-PCT ROUNDED =
                       ((EMT-CURRENT-SALARY - CURRENT-SALARY) /
                        CURRENT-SALARY) * 100
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-RAISE-PCT
                   END-COMPUTE
               ELSE
                   MOVE 999.99 TO WS-RAISE-PCT
               END-IF
               EVALUATE TRUE
                   WHEN EMT-CURRENT-SALARY > PAY-GRADE-MAX-SALARY
                       MOVE  'G'  TO  WS-HOLD-REASON
                   WHEN WS-RAISE-PCT > WS-APPROVAL-PCT
                       MOVE  'P'  TO  WS-HOLD-REASON
               END-EVALUATE
           END-IF
           .

       56-APPROVAL-HOLD-ROUTINE.

           MOVE  WS-RUN-DATE            TO  AH-QUEUED-DATE
           MOVE  WS-HOLD-REASON         TO  AH-HOLD-REASON
           MOVE  CURRENT-SALARY         TO  AH-OLD-SALARY
           MOVE  WS-RAISE-PCT           TO  AH-PERCENT-INCREASE
           MOVE  EMPLOYEE-TRANS-RECORD  TO  AH-TRANS-IMAGE
           WRITE APPROVAL-QUEUE-WORK-RECORD FROM APPROVAL-HOLD-RECORD
           ADD  1 TO WS-HELD-COUNT
           MOVE  SPACES  TO  WS-STATUS-TEXT
           IF HOLD-OVER-GRADE-MAX
               MOVE 'HELD FOR APPROVAL - OVER GRADE MAX'
                   TO WS-STATUS-TEXT
           ELSE
               MOVE  WS-RAISE-PCT  TO  WS-RAISE-PCT-ED
               STRING 'HELD FOR APPROVAL - RAISE '  DELIMITED BY SIZE
                      WS-RAISE-PCT-ED               DELIMITED BY SIZE
                      '%'                           DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT
               END-STRING
           END-IF
           PERFORM 54-APPROVAL-LOG-ROUTINE
           .

       57-CHANGE-APPLY-ROUTINE.

           IF EMT-EMPLOYEE-POSITION NOT = SPACES
               MOVE EMT-EMPLOYEE-POSITION TO EMPLOYEE-POSITION
           END-IF
           IF EMT-LAST-NAME NOT = SPACES
               MOVE EMT-LAST-NAME  TO LAST-NAME
           END-IF
           IF EMT-FIRST-NAME NOT = SPACES
               MOVE EMT-FIRST-NAME TO FIRST-NAME
           END-IF
           IF EMT-STARTING-SALARY NOT = 0
               MOVE EMT-STARTING-SALARY TO STARTING-SALARY
           END-IF
           IF EMT-PAY-INCREASE-DATE NOT = 0
               MOVE EMT-PAY-INCREASE-DATE TO PAY-INCREASE-DATE
           END-IF
           IF EMT-CURRENT-SALARY NOT = 0
               MOVE EMT-CURRENT-SALARY TO CURRENT-SALARY
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM 43-JOURNAL-REWRITE-ROUTINE
           ADD  1 TO WS-CHANGE-COUNT
           IF DECISION-APPROVED
               ADD  1 TO WS-APPROVED-COUNT
               MOVE  SPACES  TO  WS-STATUS-TEXT
               STRING 'CHANGED - APPROVED BY '  DELIMITED BY SIZE
                      WS-APPROVER-ID            DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT
               END-STRING
           ELSE
               MOVE 'CHANGED' TO WS-STATUS-TEXT
           END-IF
           .

      * THE ITEMS STILL WAITING GO BACK OVER APPRQUE.TXT, EVERY
      * DECISION THAT FOUND NO HELD ITEM IS PRINTED SO THE APPROVER
      * CAN BE TOLD, AND THE DECISION FILE IS EMPTIED SO NONE IS
      * EVER APPLIED TWICE.
       58-APPROVAL-COPYBACK-ROUTINE.

           CLOSE APPROVAL-QUEUE-WORK-FILE
           MOVE  ' '  TO  WS-QUEUE-EOF-FLAG
           OPEN  INPUT   APPROVAL-QUEUE-WORK-FILE
           IF WS-QUEUE-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRQUEWK.TMP, STATUS = '
                   WS-QUEUE-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  APPROVAL-QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRQUE.TXT, STATUS = '
                   WS-QUEUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-QUEUE
               READ APPROVAL-QUEUE-WORK-FILE
                   AT END
                       MOVE 'N' TO WS-QUEUE-EOF-FLAG
                   NOT AT END
                       WRITE APPROVAL-QUEUE-RECORD
                           FROM APPROVAL-QUEUE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE
               APPROVAL-QUEUE-WORK-FILE
           PERFORM 59-UNUSED-DECISION-ROUTINE
               VARYING WS-DECISION-IX FROM 1 BY 1
               UNTIL WS-DECISION-IX > WS-DECISION-COUNT
           IF DECISION-FILE-FOUND
               OPEN  OUTPUT  APPROVAL-DECISION-FILE
               IF WS-DECISION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR EMPTYING APPRDEC.TXT, STATUS = '
                       WS-DECISION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE APPROVAL-DECISION-FILE
           END-IF
           .

       59-UNUSED-DECISION-ROUTINE.

           IF NOT DT-USED (WS-DECISION-IX)
               MOVE  SPACES  TO  DETAIL-LINE
               MOVE  DT-WAREHOUSE-ID (WS-DECISION-IX)
                   TO  DTL-WAREHOUSE-OUT
               MOVE  DT-EMPLOYEE-ID (WS-DECISION-IX)
                   TO  DTL-EMPLOYEE-OUT
               MOVE  'DECISION UNUSED - NO HELD ITEM'
                   TO  DTL-STATUS-OUT
               MOVE  DETAIL-LINE       TO  EMPLOYEE-REGISTER
               WRITE EMPLOYEE-REGISTER AFTER ADVANCING 1 LINE
           END-IF
           .

      * THE GENERATION RECORD IS CLOSED OFF ONCE THE APPROVAL FILES
      * ARE WRITTEN - A RUN THAT JOURNALED NOTHING CANNOT BE BACKED
      * OUT, SO SBANJARAP17 MUST NOT RESTORE ITS SAVE FOR AN EARLIER
      * RUN THAT IS.
       35-EOF-ROUTINE.

           PERFORM 58-APPROVAL-COPYBACK-ROUTINE
           MOVE  WS-RUN-DATE  TO  AG-RUN-DATE
           IF WS-JOURNAL-SEQ > 0
               MOVE  'J'  TO  AG-RUN-STATE
           ELSE
               MOVE  'N'  TO  AG-RUN-STATE
           END-IF
           PERFORM 24-GENERATION-WRITE-ROUTINE
           MOVE  WS-HIRE-COUNT      TO  TOTAL-HIRE-OUT
           MOVE  WS-CHANGE-COUNT    TO  TOTAL-CHANGE-OUT
           MOVE  WS-TERMINATE-COUNT TO  TOTAL-TERMINATE-OUT
           MOVE  TOTAL-LINE         TO  EMPLOYEE-REGISTER
           WRITE EMPLOYEE-REGISTER AFTER ADVANCING 3 LINES
           MOVE  WS-TRANSFER-COUNT  TO  TOTAL-TRANSFER-OUT
           MOVE  WS-REHIRE-COUNT    TO  TOTAL-REHIRE-OUT
           MOVE  WS-HELD-COUNT      TO  TOTAL-HELD-OUT
           MOVE  WS-APPROVED-COUNT  TO  TOTAL-APPROVED-OUT
           MOVE  TOTAL-LINE-TWO     TO  EMPLOYEE-REGISTER
           WRITE EMPLOYEE-REGISTER AFTER ADVANCING 1 LINE
           CLOSE EMPLOYEE-TRANS-FILE
               WAREHOUSE-MASTER
               EMPLOYEE-REGISTER-FILE
               JOURNAL-FILE
               SERVICE-DATE-FILE
           IF STAFFING-MASTER-OPEN
               CLOSE STAFFING-MASTER
           END-IF
