
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP26.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE PAY COMPRESSION AND PAY INVERSION REPORT OF
      * DRAKEA LTD, COMPANION TO SBANJARAP9. THE BAND REPORT SHOWS WHO
      * IS OUTSIDE THEIR PAY GRADE, BUT NOT A NEW HIRE COMING IN
      * ABOVE SOMEONE WITH YEARS IN THE SAME JOB AT THE SAME
      * WAREHOUSE. THIS PROGRAM GROUPS THE ACTIVE EMPLOYEES INTO
      * WAREHOUSE/POSITION SLOTS, RANKS EACH SLOT BY LENGTH OF
      * SERVICE AND FLAGS:
      *    INVERSION   - A LESS SENIOR EMPLOYEE EARNING MORE THAN A
      *                  MORE SENIOR ONE IN THE SAME SLOT.
      *    COMPRESSION - A SLOT WHOSE MOST SENIOR MEMBER EARNS LESS
      *                  THAN THE PARAMETER PERCENTAGE ABOVE ITS
      *                  LEAST SENIOR ONE.
      * EVERY FLAG CARRIES THE DOLLARS NEEDED TO PUT IT RIGHT. NOBODY
      * IS PROPOSED A CUT - EACH SENIOR EMPLOYEE IS BROUGHT UP TO THE
      * HIGHEST SALARY BELOW THEM IN THE RANKING, AND THE MOST SENIOR
      * UP TO THE MINIMUM SPREAD OVER THE LEAST SENIOR.
      * ******
      * INPUT:
      *    THE EMPLOYEE RECORD FILE, THE SERVICE DATE MASTER
      *    (SERVICE.DAT - A REHIRE RANKS BY THE SENIORITY DATE
      *    SBANJARAP7'S SERVICE-BRIDGING RULE SET, EVERYONE ELSE BY
      *    HIRE-DATE) AND THE RUN PARAMETER FILE (RUNPARM.TXT) FOR THE
      *    MINIMUM SPREAD PERCENTAGE.
      ***********
      * OUTPUT:
      *    THE COMPRESSION REPORT, ONE BLOCK PER SLOT IN SENIORITY
      *    ORDER, AND THE PROPOSED CORRECTION FILE (COMPTRAN.TXT) -
      *    ONE CHANGE TRANSACTION PER EMPLOYEE NEEDING MONEY, IN THE
      *    EMPTRAN LAYOUT, REVIEWED AND RELEASED BY HR THE SAME WAY AS
      *    SBANJARAP12'S RAISETRAN.TXT.
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
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK.TMP'.
           SELECT COMP-TRANS-FILE
               ASSIGN TO 'COMPTRAN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPRESSION-REPORT-FILE
               ASSIGN TO PRINTER 'COMPRESSION-REPORT'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLOYEE-RECORD-FILE
           RECORD CONTAINS 79 CHARACTERS.

           COPY EMPREC.

       FD  SERVICE-DATE-FILE
           RECORD CONTAINS 46 CHARACTERS.

           COPY SVCDATE.

       FD  RUN-PARM-FILE
           RECORD CONTAINS 19 CHARACTERS.

           COPY RUNPARM.

      * MOST SENIOR FIRST WITHIN EACH SLOT - THE EARLIEST SENIORITY
      * DATE SORTS TO THE TOP.
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-WAREHOUSE-ID        PIC X(4).
           05  SR-POSITION            PIC X(2).
           05  SR-SENIORITY-DATE      PIC 9(8).
           05  SR-EMPLOYEE-ID         PIC X(5).
           05  SR-LAST-NAME           PIC X(10).
           05  SR-FIRST-NAME          PIC X(10).
           05  SR-CURRENT-SALARY      PIC 9(6)V99.

       FD  COMP-TRANS-FILE
           RECORD CONTAINS 84 CHARACTERS.

           COPY EMPTRAN.

       FD  COMPRESSION-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.

       01  COMPRESSION-REPORT      PIC X(120).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-SERVICE-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PARM-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-SERVICE-OPEN-FLAG    PIC X       VALUE 'N'.
               88  SERVICE-FILE-OPEN               VALUE 'Y'.
           05  WS-SLOT-INVERTED-FLAG   PIC X       VALUE 'N'.
               88  SLOT-INVERTED                   VALUE 'Y'.
           05  WS-SLOT-COMPRESSED-FLAG PIC X       VALUE 'N'.
               88  SLOT-COMPRESSED                 VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

      * MINIMUM SPREAD BETWEEN THE MOST AND LEAST SENIOR IN A SLOT -
      * THE VALUE CLAUSE STANDS AS THE DEFAULT WHEN RUNPARM.TXT IS
      * ABSENT OR CARRIES NO VALUE.
       01  WS-COMPRESSION-PCT     PIC 9(2)V99     VALUE 5.00.

      * ONE SLOT IN SENIORITY ORDER. ST-TARGET-SALARY IS THE LEAST
      * THE EMPLOYEE MUST EARN FOR THE SLOT TO BE IN ORDER - THEIR
      * OWN SALARY, OR THE HIGHEST SALARY OF ANYONE LESS SENIOR IF
      * THAT IS MORE. EMPLOYEES SHARING A SENIORITY DATE ARE PEERS
      * AND ARE NOT MEASURED AGAINST EACH OTHER.
       01  SLOT-TABLE-FIELDS.
           05  WS-SLOT-COUNT       PIC S9(4)  COMP  VALUE 0.
           05  WS-SLOT-IX          PIC S9(4)  COMP  VALUE 0.
           05  WS-SLOT-MAX         PIC S9(4)  COMP  VALUE 500.
           05  WS-SLOT-WAREHOUSE-ID  PIC X(4)       VALUE SPACES.
           05  WS-SLOT-POSITION      PIC X(2)       VALUE SPACES.
           05  WS-JUNIOR-MAX       PIC 9(6)V99      VALUE 0.
           05  WS-RUNNING-MAX      PIC 9(6)V99      VALUE 0.
           05  WS-RUNNING-MIN      PIC 9(6)V99      VALUE 0.
           05  WS-MIN-SENIOR-SALARY  PIC 9(6)V99    VALUE 0.
           05  WS-SPREAD-TARGET    PIC 9(6)V99      VALUE 0.
           05  WS-SPREAD-PERCENT   PIC S9(4)V99     VALUE 0.
           05  WS-SLOT-DOLLARS     PIC 9(8)V99      VALUE 0.

       01  SLOT-TABLE.
           05  ST-ENTRY OCCURS 501 TIMES.
               10  ST-EMPLOYEE-ID      PIC X(5).
               10  ST-LAST-NAME        PIC X(10).
               10  ST-FIRST-NAME       PIC X(10).
               10  ST-SENIORITY-DATE   PIC 9(8).
               10  ST-CURRENT-SALARY   PIC 9(6)V99.
               10  ST-TARGET-SALARY    PIC 9(6)V99.
               10  ST-FLAG-TEXT        PIC X(21).

       01  SERVICE-FIELDS.
           05  WS-SERVICE-DATE         PIC 9(8)    VALUE 0.
           05  WS-SVC-BREAKOUT  REDEFINES  WS-SERVICE-DATE.
               10  WS-SVC-YYYY         PIC 9999.
               10  WS-SVC-MM           PIC 99.
               10  WS-SVC-DD           PIC 99.
           05  WS-SERVICE-YEARS        PIC 99      VALUE 0.

       01  TOTAL-FIELDS.
           05  WS-SLOTS-TOTAL      PIC 9(5)        VALUE 0.
           05  WS-INVERTED-SLOTS   PIC 9(5)        VALUE 0.
           05  WS-COMPRESSED-SLOTS PIC 9(5)        VALUE 0.
           05  WS-EMPLOYEES-TOTAL  PIC 9(6)        VALUE 0.
           05  WS-PROPOSAL-COUNT   PIC 9(5)        VALUE 0.
           05  WS-DOLLARS-TOTAL    PIC 9(9)V99     VALUE 0.

       01  WS-MMDDYYYY-WORK        PIC 9(8)        VALUE 0.

       01  WS-DATE-BREAKOUT.
           05  WS-BRK-YYYY         PIC 9999.
           05  WS-BRK-MM           PIC 99.
           05  WS-BRK-DD           PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

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
                       VALUE 'PAY COMPRESSION AND INVERSION REPORT'.

       01  HEADING-PARMS.
           05         PIC X(24)   VALUE '   PARAMETERS IN FORCE:'.
           05         PIC X(15)   VALUE 'MINIMUM SPREAD '.
           05  PARM-SPREAD-OUT    PIC Z9.99.
           05         PIC X       VALUE '%'.

       01  HEADING-THREE.
           05          PIC X(9)   VALUE '    RANK'.
           05          PIC X(11)  VALUE '  EMPLOYEE'.
           05          PIC X(13)  VALUE 'LAST NAME'.
           05          PIC X(13)  VALUE 'SVC DATE'.
           05          PIC X(8)   VALUE 'YEARS'.
           05          PIC X(14)  VALUE '     CURRENT'.
           05          PIC X(14)  VALUE '      TARGET'.
           05          PIC X(14)  VALUE '      NEEDED'.
           05          PIC X(20)  VALUE '   FLAG'.

       01  SLOT-HEADER-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'WAREHOUSE '.
           05  SLT-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'POSITION '.
           05  SLT-POSITION-OUT    PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'EMPLOYEES: '.
           05  SLT-COUNT-OUT       PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'SPREAD: '.
           05  SLT-SPREAD-OUT      PIC ----9.99.
           05                      PIC X       VALUE '%'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SLT-FLAG-OUT        PIC X(24).

       01  DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-RANK-OUT        PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-EMPLOYEE-OUT    PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-LAST-NAME-OUT   PIC X(10).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-SVC-DATE-OUT    PIC 99/99/9999.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-YEARS-OUT       PIC Z9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-CURRENT-OUT     PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-TARGET-OUT      PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-NEEDED-OUT      PIC $ZZZ,ZZZ.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-FLAG-OUT        PIC X(21).

       01  SLOT-TOTAL-LINE.
           05  FILLER              PIC X(68)   VALUE SPACES.
           05                      PIC X(14)   VALUE 'SLOT TOTAL'.
           05  SLT-DOLLARS-OUT     PIC $$,$$$,$$9.99.

       01  TOTAL-LINE-ONE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'SLOTS:'.
           05  TOTAL-SLOTS-OUT     PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'INVERTED:'.
           05  TOTAL-INVERTED-OUT  PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'COMPRESSED:'.
           05  TOTAL-COMPRESSED-OUT PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'EMPLOYEES:'.
           05  TOTAL-EMPLOYEES-OUT PIC ZZZZZ9.

       01  TOTAL-LINE-TWO.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(24)
                                   VALUE 'CORRECTIONS PROPOSED:'.
           05  TOTAL-PROPOSAL-OUT  PIC ZZZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'TOTAL DOLLARS NEEDED:'.
           05  TOTAL-DOLLARS-OUT   PIC $$$$,$$$,$$9.99.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           SORT  SORT-WORK-FILE
               ON ASCENDING KEY SR-WAREHOUSE-ID SR-POSITION
                                SR-SENIORITY-DATE SR-EMPLOYEE-ID
               INPUT PROCEDURE IS 21-SORT-INPUT-ROUTINE
               OUTPUT PROCEDURE IS 22-SORT-OUTPUT-ROUTINE
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
      * NO SERVICE DATE MASTER YET MEANS NOBODY HAS BEEN REHIRED -
      * EVERY EMPLOYEE THEN RANKS BY HIRE-DATE.
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
           OPEN  OUTPUT  COMP-TRANS-FILE
           OPEN  OUTPUT  COMPRESSION-REPORT-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           PERFORM 19-RUN-PARM-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

       19-RUN-PARM-ROUTINE.

           OPEN  INPUT  RUN-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-COMPRESSION-PCT IS NUMERIC
                          AND RP-COMPRESSION-PCT > 0
                           MOVE  RP-COMPRESSION-PCT
                               TO  WS-COMPRESSION-PCT
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF
           MOVE  WS-COMPRESSION-PCT  TO  PARM-SPREAD-OUT
           .

       20-HEADER-ROUTINE.

           WRITE COMPRESSION-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE COMPRESSION-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE COMPRESSION-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE COMPRESSION-REPORT FROM HEADING-PARMS
               AFTER ADVANCING 1 LINE
           MOVE 2 TO PROPER-SPACING
           .

      * A REHIRE'S SENIORITY RUNS FROM THE SENIORITY DATE ON THE
      * SERVICE DATE MASTER, THE SAME AS ON SBANJARAP15.
       21-SORT-INPUT-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF EMPLOYEE-ACTIVE
                           MOVE  WAREHOUSE-ID       TO  SR-WAREHOUSE-ID
                           MOVE  EMPLOYEE-POSITION  TO  SR-POSITION
                           MOVE  HIRE-DATE        TO  SR-SENIORITY-DATE
                           MOVE  EMPLOYEE-ID        TO  SR-EMPLOYEE-ID
                           MOVE  LAST-NAME          TO  SR-LAST-NAME
                           MOVE  FIRST-NAME         TO  SR-FIRST-NAME
                           MOVE  CURRENT-SALARY   TO  SR-CURRENT-SALARY
                           IF SERVICE-FILE-OPEN
                               MOVE  EMPLOYEE-KEY  TO  SV-EMPLOYEE-KEY
                               READ  SERVICE-DATE-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE  SV-SENIORITY-DATE
                                           TO  SR-SENIORITY-DATE
                               END-READ
                           END-IF
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE  ' '  TO  EOF-FLAG
           .

       22-SORT-OUTPUT-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-MAIN-ROUTINE
               END-RETURN
           END-PERFORM
           IF WS-SLOT-COUNT > 0
               PERFORM 31-SLOT-ANALYSIS-ROUTINE
           END-IF
           .

       23-MMDDYYYY-ROUTINE.

           COMPUTE WS-MMDDYYYY-WORK =
               WS-BRK-MM * 1000000 + WS-BRK-DD * 10000
               + WS-BRK-YYYY
           .

       30-MAIN-ROUTINE.

           IF WS-SLOT-COUNT > 0
              AND (SR-WAREHOUSE-ID NOT = WS-SLOT-WAREHOUSE-ID
                   OR SR-POSITION NOT = WS-SLOT-POSITION)
               PERFORM 31-SLOT-ANALYSIS-ROUTINE
           END-IF
           IF WS-SLOT-COUNT >= WS-SLOT-MAX
               DISPLAY 'SLOT TABLE FULL AT ' SR-WAREHOUSE-ID ' '
                   SR-POSITION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  SR-WAREHOUSE-ID  TO  WS-SLOT-WAREHOUSE-ID
           MOVE  SR-POSITION      TO  WS-SLOT-POSITION
           ADD  1  TO  WS-SLOT-COUNT
           MOVE  SR-EMPLOYEE-ID     TO  ST-EMPLOYEE-ID (WS-SLOT-COUNT)
           MOVE  SR-LAST-NAME       TO  ST-LAST-NAME (WS-SLOT-COUNT)
           MOVE  SR-FIRST-NAME      TO  ST-FIRST-NAME (WS-SLOT-COUNT)
           MOVE  SR-SENIORITY-DATE
               TO  ST-SENIORITY-DATE (WS-SLOT-COUNT)
           MOVE  SR-CURRENT-SALARY
               TO  ST-CURRENT-SALARY (WS-SLOT-COUNT)
           .

      * WORKING UP FROM THE LEAST SENIOR, WS-JUNIOR-MAX HOLDS THE
      * HIGHEST TARGET OF EVERYONE WITH A LATER SENIORITY DATE THAN
      * THE CURRENT ONE AND WS-RUNNING-MAX THE HIGHEST SEEN SO FAR.
      * A SENIOR EMPLOYEE BELOW WS-JUNIOR-MAX IS INVERTED.
       31-SLOT-ANALYSIS-ROUTINE.

           MOVE  'N'  TO  WS-SLOT-INVERTED-FLAG
                          WS-SLOT-COMPRESSED-FLAG
           MOVE  0    TO  WS-JUNIOR-MAX
                          WS-RUNNING-MAX
                          WS-SLOT-DOLLARS
           PERFORM VARYING WS-SLOT-IX FROM WS-SLOT-COUNT BY -1
               UNTIL WS-SLOT-IX < 1
               IF WS-SLOT-IX < WS-SLOT-COUNT
                  AND ST-SENIORITY-DATE (WS-SLOT-IX)
                      NOT = ST-SENIORITY-DATE (WS-SLOT-IX + 1)
                   MOVE  WS-RUNNING-MAX  TO  WS-JUNIOR-MAX
               END-IF
               MOVE  SPACES  TO  ST-FLAG-TEXT (WS-SLOT-IX)
               IF ST-CURRENT-SALARY (WS-SLOT-IX) < WS-JUNIOR-MAX
                   MOVE  WS-JUNIOR-MAX
                       TO  ST-TARGET-SALARY (WS-SLOT-IX)
                   MOVE  'INVERSION'  TO  ST-FLAG-TEXT (WS-SLOT-IX)
                   MOVE  'Y'  TO  WS-SLOT-INVERTED-FLAG
               ELSE
                   MOVE  ST-CURRENT-SALARY (WS-SLOT-IX)
                       TO  ST-TARGET-SALARY (WS-SLOT-IX)
               END-IF
               IF ST-TARGET-SALARY (WS-SLOT-IX) > WS-RUNNING-MAX
                   MOVE  ST-TARGET-SALARY (WS-SLOT-IX)
                       TO  WS-RUNNING-MAX
               END-IF
           END-PERFORM

      * THE OUT-EARNING SIDE OF EACH INVERSION - ANYONE PAID MORE
      * THAN THE LOWEST-PAID EMPLOYEE SENIOR TO THEM.
           MOVE  999999.99  TO  WS-MIN-SENIOR-SALARY
           MOVE  999999.99  TO  WS-RUNNING-MIN
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-SLOT-COUNT
               IF WS-SLOT-IX > 1
                  AND ST-SENIORITY-DATE (WS-SLOT-IX)
                      NOT = ST-SENIORITY-DATE (WS-SLOT-IX - 1)
                   MOVE  WS-RUNNING-MIN  TO  WS-MIN-SENIOR-SALARY
               END-IF
               IF ST-CURRENT-SALARY (WS-SLOT-IX) > WS-MIN-SENIOR-SALARY
                  AND ST-FLAG-TEXT (WS-SLOT-IX) = SPACES
                   MOVE  'OUT-EARNS SENIOR'
                       TO  ST-FLAG-TEXT (WS-SLOT-IX)
               END-IF
               IF ST-CURRENT-SALARY (WS-SLOT-IX) < WS-RUNNING-MIN
                   MOVE  ST-CURRENT-SALARY (WS-SLOT-IX)
                       TO  WS-RUNNING-MIN
               END-IF
           END-PERFORM

      * COMPRESSION IS MEASURED ONLY WHERE THE SLOT HAS A GAP IN
      * SENIORITY TO MEASURE ACROSS. THE MOST SENIOR EMPLOYEE'S
      * TARGET IS RAISED, IF NEED BE, TO THE MINIMUM SPREAD OVER THE
      * LEAST SENIOR EMPLOYEE'S SALARY.
           MOVE  0  TO  WS-SPREAD-PERCENT
           IF ST-SENIORITY-DATE (1)
                  NOT = ST-SENIORITY-DATE (WS-SLOT-COUNT)
              AND ST-CURRENT-SALARY (WS-SLOT-COUNT) > 0
               COMPUTE WS-SPREAD-PERCENT ROUNDED =
                   ((ST-CURRENT-SALARY (1)
                     - ST-CURRENT-SALARY (WS-SLOT-COUNT)) /
                    ST-CURRENT-SALARY (WS-SLOT-COUNT)) * 100
                   ON SIZE ERROR
                       MOVE 0 TO WS-SPREAD-PERCENT
               END-COMPUTE
               IF WS-SPREAD-PERCENT < WS-COMPRESSION-PCT
                   MOVE  'Y'  TO  WS-SLOT-COMPRESSED-FLAG
                   COMPUTE WS-SPREAD-TARGET ROUNDED =
                       ST-CURRENT-SALARY (WS-SLOT-COUNT) *
                       (1 + WS-COMPRESSION-PCT / 100)
                       ON SIZE ERROR
                           MOVE 999999.99 TO WS-SPREAD-TARGET
                   END-COMPUTE
                   IF WS-SPREAD-TARGET > ST-TARGET-SALARY (1)
                       MOVE  WS-SPREAD-TARGET
                           TO  ST-TARGET-SALARY (1)
                   END-IF
                   IF ST-FLAG-TEXT (1) = SPACES
                       MOVE  'COMPRESSION'  TO  ST-FLAG-TEXT (1)
                   ELSE
                       MOVE  'INVERSION/COMPRESSION'
                           TO  ST-FLAG-TEXT (1)
                   END-IF
               END-IF
           END-IF

           ADD  1  TO  WS-SLOTS-TOTAL
           ADD  WS-SLOT-COUNT  TO  WS-EMPLOYEES-TOTAL
           IF SLOT-INVERTED
               ADD  1  TO  WS-INVERTED-SLOTS
           END-IF
           IF SLOT-COMPRESSED
               ADD  1  TO  WS-COMPRESSED-SLOTS
           END-IF
           PERFORM 32-SLOT-PRINT-ROUTINE
           MOVE  0  TO  WS-SLOT-COUNT
           .

       32-SLOT-PRINT-ROUTINE.

           MOVE  WS-SLOT-WAREHOUSE-ID  TO  SLT-WAREHOUSE-OUT
           MOVE  WS-SLOT-POSITION      TO  SLT-POSITION-OUT
           MOVE  WS-SLOT-COUNT         TO  SLT-COUNT-OUT
           MOVE  WS-SPREAD-PERCENT     TO  SLT-SPREAD-OUT
           EVALUATE TRUE
               WHEN SLOT-INVERTED AND SLOT-COMPRESSED
                   MOVE  '*** INVERTED/COMPRESSED'  TO  SLT-FLAG-OUT
               WHEN SLOT-INVERTED
                   MOVE  '*** INVERTED'             TO  SLT-FLAG-OUT
               WHEN SLOT-COMPRESSED
                   MOVE  '*** COMPRESSED'           TO  SLT-FLAG-OUT
               WHEN OTHER
                   MOVE  SPACES                     TO  SLT-FLAG-OUT
           END-EVALUATE
           MOVE  SLOT-HEADER-LINE  TO  COMPRESSION-REPORT
           WRITE COMPRESSION-REPORT AFTER ADVANCING 3 LINES
           WRITE COMPRESSION-REPORT FROM HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE  2  TO  PROPER-SPACING
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > WS-SLOT-COUNT
               PERFORM 33-DETAIL-ROUTINE
           END-PERFORM
           IF WS-SLOT-DOLLARS > 0
               MOVE  WS-SLOT-DOLLARS  TO  SLT-DOLLARS-OUT
               MOVE  SLOT-TOTAL-LINE  TO  COMPRESSION-REPORT
               WRITE COMPRESSION-REPORT AFTER ADVANCING 2 LINES
           END-IF
           .

       33-DETAIL-ROUTINE.

           MOVE  ST-SENIORITY-DATE (WS-SLOT-IX)  TO  WS-SERVICE-DATE
           MOVE  0  TO  WS-SERVICE-YEARS
           IF WS-SERVICE-DATE > 0
              AND WS-SERVICE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-SERVICE-YEARS = WS-YEAR - WS-SVC-YYYY
               IF WS-MONTH * 100 + WS-DAY
                      < WS-SVC-MM * 100 + WS-SVC-DD
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
           END-IF
           MOVE  WS-SLOT-IX                   TO  DTL-RANK-OUT
           MOVE  ST-EMPLOYEE-ID (WS-SLOT-IX)  TO  DTL-EMPLOYEE-OUT
           MOVE  ST-LAST-NAME (WS-SLOT-IX)    TO  DTL-LAST-NAME-OUT
           MOVE  WS-SERVICE-DATE              TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK             TO  DTL-SVC-DATE-OUT
           MOVE  WS-SERVICE-YEARS             TO  DTL-YEARS-OUT
           MOVE  ST-CURRENT-SALARY (WS-SLOT-IX)  TO  DTL-CURRENT-OUT
           MOVE  ST-TARGET-SALARY (WS-SLOT-IX)   TO  DTL-TARGET-OUT
           COMPUTE DTL-NEEDED-OUT =
               ST-TARGET-SALARY (WS-SLOT-IX)
               - ST-CURRENT-SALARY (WS-SLOT-IX)
           MOVE  ST-FLAG-TEXT (WS-SLOT-IX)    TO  DTL-FLAG-OUT
           MOVE  DETAIL-LINE  TO  COMPRESSION-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1  TO  PROPER-SPACING
           IF ST-TARGET-SALARY (WS-SLOT-IX)
                  > ST-CURRENT-SALARY (WS-SLOT-IX)
               COMPUTE WS-SLOT-DOLLARS = WS-SLOT-DOLLARS
                   + ST-TARGET-SALARY (WS-SLOT-IX)
                   - ST-CURRENT-SALARY (WS-SLOT-IX)
               COMPUTE WS-DOLLARS-TOTAL = WS-DOLLARS-TOTAL
                   + ST-TARGET-SALARY (WS-SLOT-IX)
                   - ST-CURRENT-SALARY (WS-SLOT-IX)
               PERFORM 34-WRITE-TRANS-ROUTINE
           END-IF
           .

      * A CHANGE TRANSACTION CARRYING ONLY THE NEW SALARY AND THE
      * REVIEW DATE, THE SAME SHAPE AS SBANJARAP12'S PROPOSALS.
       34-WRITE-TRANS-ROUTINE.

           MOVE  SPACES                TO  EMPLOYEE-TRANS-RECORD
           MOVE  'C'                   TO  EMT-TRANS-CODE
           MOVE  WS-SLOT-WAREHOUSE-ID  TO  EMT-WAREHOUSE-ID
           MOVE  ST-EMPLOYEE-ID (WS-SLOT-IX)  TO  EMT-EMPLOYEE-ID
           MOVE  0                     TO  EMT-HIRE-DATE
           MOVE  0                     TO  EMT-STARTING-SALARY
           MOVE  WS-RUN-DATE           TO  EMT-PAY-INCREASE-DATE
           MOVE  ST-TARGET-SALARY (WS-SLOT-IX)  TO  EMT-CURRENT-SALARY
           MOVE  0                     TO  EMT-TERMINATION-DATE
           MOVE  0                     TO  EMT-EFFECTIVE-DATE
           WRITE EMPLOYEE-TRANS-RECORD
           ADD  1  TO  WS-PROPOSAL-COUNT
           .

       35-EOF-ROUTINE.

           MOVE  WS-SLOTS-TOTAL       TO  TOTAL-SLOTS-OUT
           MOVE  WS-INVERTED-SLOTS    TO  TOTAL-INVERTED-OUT
           MOVE  WS-COMPRESSED-SLOTS  TO  TOTAL-COMPRESSED-OUT
           MOVE  WS-EMPLOYEES-TOTAL   TO  TOTAL-EMPLOYEES-OUT
           MOVE  TOTAL-LINE-ONE       TO  COMPRESSION-REPORT
           WRITE COMPRESSION-REPORT AFTER ADVANCING 3 LINES
           MOVE  WS-PROPOSAL-COUNT    TO  TOTAL-PROPOSAL-OUT
           MOVE  WS-DOLLARS-TOTAL     TO  TOTAL-DOLLARS-OUT
           MOVE  TOTAL-LINE-TWO       TO  COMPRESSION-REPORT
           WRITE COMPRESSION-REPORT AFTER ADVANCING 2 LINES
           CLOSE EMPLOYEE-RECORD-FILE
               COMP-TRANS-FILE
               COMPRESSION-REPORT-FILE
           IF SERVICE-FILE-OPEN
               CLOSE SERVICE-DATE-FILE
           END-IF
           STOP RUN
           .

       40-WRITE-LINE.

           WRITE COMPRESSION-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
