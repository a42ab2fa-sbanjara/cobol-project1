
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP23.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE NIGHTLY JOB-STREAM DRIVER OF DRAKEA LTD. IT RUNS
      * THE NIGHTLY CYCLE - SBANJARAP13 PRE-EDIT, SBANJARAP7
      * MAINTENANCE, SBANJARAP28 EMPLOYEE SNAPSHOT, SBANJARAP1 SALARY
      * REPORT AND EXTRACTS, SBANJARAP14 CONTROL BALANCING,
      * SBANJARAP18 VARIANCE AND THE OTHER REPORTS - IN THE ORDER
      * GIVEN ON THE STEP CONTROL FILE, AND RECORDS EACH STEP'S START,
      * END AND COMPLETION STATUS ON THE RUN STATUS FILE AS IT GOES.
      * EVERY REPORT THAT READS THE SNAPSHOT MUST BE STEPPED AFTER
      * SBANJARAP28. THE SNAPSHOT IS DATED BY THE STREAM DATE ON THE
      * RUN STATUS FILE, SO A STREAM RESTARTED AFTER MIDNIGHT STILL
      * REPORTS FROM THE SNAPSHOT IT TOOK ON ITS FIRST NIGHT.
      *
      * THE STREAM STOPS AT THE FIRST STEP THAT ENDS WITH A NONZERO
      * RETURN CODE, AND AFTER ANY STEP MARKED FOR A BALANCE CHECK
      * WHEN GLBALANCE.FLG DOES NOT SAY IN BALANCE FOR THAT NIGHT.
      * RUN AGAIN AFTER A STOP, IT RESTARTS AT THE STOPPED STEP AND
      * SKIPS EVERY STEP ALREADY COMPLETE, SO SALARYHIST.TXT IS NEVER
      * EXTENDED TWICE AND GLHIST.TXT IS NEVER POSTED TWICE. ONCE
      * EVERY STEP IS COMPLETE THE NEXT RUN IS A FRESH START. TO
      * ABANDON A STOPPED STREAM INSTEAD OF RESTARTING IT, THE
      * OPERATOR REMOVES RUNSTAT.TXT BEFORE THE NEXT RUN.
      * ******
      * INPUT:
      *    THE STEP CONTROL FILE (STEPCTL.TXT), ONE RECORD PER STEP
      *    IN RUN ORDER, THE RUN STATUS FILE (RUNSTAT.TXT) LEFT BY
      *    THE LAST RUN, AND THE BALANCE FLAG (GLBALANCE.FLG) WRITTEN
      *    BY SBANJARAP14.
      ***********
      * OUTPUT:
      *    THE RUN STATUS FILE, REWRITTEN AFTER EVERY STATUS CHANGE,
      *    AND A ONE-PAGE RUN SUMMARY FOR THE SHIFT LOG. THE DRIVER
      *    ENDS WITH RETURN CODE 16 WHEN THE STREAM STOPPED SHORT.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE
               ASSIGN TO 'STEPCTL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT RUN-STATUS-FILE
               ASSIGN TO 'RUNSTAT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT BALANCE-FLAG-FILE
               ASSIGN TO 'GLBALANCE.FLG'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FLAG-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO PRINTER 'JOB-STREAM-SUMMARY'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

      * ONE RECORD PER STEP, IN THE ORDER THE STEPS ARE TO RUN. A
      * BLANK COMMAND RUNS THE PROGRAM NAME AS IT STANDS. A 'Y' IN
      * SC-BALANCE-CHECK MAKES THE DRIVER READ GLBALANCE.FLG AFTER
      * THE STEP ENDS - IT GOES ON THE SBANJARAP14 STEP.
       FD  STEP-CONTROL-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  STEP-CONTROL-RECORD.
           05  SC-STEP-NUMBER          PIC 9(3).
           05  SC-PROGRAM-NAME         PIC X(12).
           05  SC-BALANCE-CHECK        PIC X.
           05  SC-DESCRIPTION          PIC X(30).
           05  SC-COMMAND              PIC X(60).

       FD  RUN-STATUS-FILE
           RECORD CONTAINS 73 CHARACTERS.

           COPY RUNSTAT.

      * SAME FIXED LAYOUT SBANJARAP14 WRITES.
       FD  BALANCE-FLAG-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  BALANCE-FLAG-RECORD.
           05  BF-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(2).
           05  BF-VERDICT          PIC X(20).

       FD  SUMMARY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  SUMMARY-REPORT          PIC X(132).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-STEP-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-STATUS-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-FLAG-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-STATUS-OPEN-FLAG     PIC X       VALUE 'N'.
               88  STATUS-FILE-FOUND               VALUE 'Y'.
           05  WS-RUN-MODE-FLAG        PIC X       VALUE 'F'.
               88  FRESH-START                     VALUE 'F'.
               88  RESTART-RUN                     VALUE 'R'.
           05  WS-STREAM-FLAG          PIC X       VALUE 'G'.
               88  STREAM-GOING                    VALUE 'G'.
               88  STREAM-STOPPED                  VALUE 'S'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

       01  WS-TIME.
           05  WS-HHMMSS         PIC 9(6).
           05  WS-HUNDREDTHS     PIC 99.

       01  WS-NOW-DATE           PIC 9(8)    VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

       01  STREAM-FIELDS.
           05  WS-STREAM-DATE      PIC 9(8)    VALUE 0.
           05  WS-RESTART-STEP     PIC 9(3)    VALUE 0.
           05  WS-STOP-STEP        PIC 9(3)    VALUE 0.
           05  WS-STOP-REASON      PIC X(30)   VALUE SPACES.
           05  WS-COMMAND          PIC X(80)   VALUE SPACES.
           05  WS-SYSTEM-RC        PIC S9(9)   COMP  VALUE 0.
           05  WS-RAN-COUNT        PIC 9(3)    VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(3)    VALUE 0.
           05  WS-NOT-REACHED-COUNT PIC 9(3)   VALUE 0.

      * THE STEP CONTROL FILE AND THE RUN STATUS FILE ARE MERGED
      * INTO THIS TABLE BY STEP NUMBER AND PROGRAM NAME. THE TABLE
      * CARRIES ONE SLOT MORE THAN WS-STEP-MAX BECAUSE THE SEARCH
      * SUBSCRIPT RUNS ONE PAST THE LAST USED ENTRY ON A NOT-FOUND.
      * WS-STEP-MAX KEEPS THE SUMMARY TO ONE PAGE.
       01  STEP-TABLE-FIELDS.
           05  WS-STEP-COUNT       PIC S9(4)  COMP  VALUE 0.
           05  WS-STEP-IX          PIC S9(4)  COMP  VALUE 0.
           05  WS-WRITE-IX         PIC S9(4)  COMP  VALUE 0.
           05  WS-STEP-MAX         PIC S9(4)  COMP  VALUE 40.
           05  WS-PREV-STEP-NUMBER PIC 9(3)         VALUE 0.

       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 41 TIMES.
               10  ST-STEP-NUMBER      PIC 9(3).
               10  ST-PROGRAM-NAME     PIC X(12).
               10  ST-BALANCE-CHECK    PIC X.
                   88  ST-CHECK-BALANCE        VALUE 'Y'.
               10  ST-DESCRIPTION      PIC X(30).
               10  ST-COMMAND          PIC X(60).
               10  ST-START-DATE       PIC 9(8).
               10  ST-START-TIME       PIC 9(6).
               10  ST-END-DATE         PIC 9(8).
               10  ST-END-TIME         PIC 9(6).
               10  ST-RETURN-CODE      PIC 9(4).
               10  ST-STATUS           PIC X(10).
                   88  ST-COMPLETE             VALUE 'COMPLETE'.
               10  ST-ACTION           PIC X(12).

       01  WS-MMDDYYYY-WORK        PIC 9(8)        VALUE 0.

       01  WS-DATE-BREAKOUT.
           05  WS-BRK-YYYY         PIC 9999.
           05  WS-BRK-MM           PIC 99.
           05  WS-BRK-DD           PIC 99.

       01  WS-TIME-BREAKOUT.
           05  WS-BRK-HH           PIC 99.
           05  WS-BRK-MI           PIC 99.
           05  WS-BRK-SS           PIC 99.

       01  WS-HHMMSS-WORK.
           05  WS-OUT-HH           PIC 99.
           05                      PIC X       VALUE ':'.
           05  WS-OUT-MI           PIC 99.
           05                      PIC X       VALUE ':'.
           05  WS-OUT-SS           PIC 99.

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
           05          PIC X(30)  VALUE SPACES.
           05          PIC X(50)  VALUE 'NIGHTLY JOB STREAM SUMMARY'.

       01  MODE-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'RUN MODE: '.
           05  MODE-OUT            PIC X(14).
           05                      PIC X(18)   VALUE 'STREAM STARTED '.
           05  MODE-STREAM-DATE-OUT PIC 99/99/9999.
           05  MODE-RESUMED-OUT    PIC X(18).
           05  MODE-RESTART-STEP-OUT PIC ZZZ.

       01  HEADING-THREE.
           05          PIC X(8)   VALUE '    STEP'.
           05          PIC X(16)  VALUE '  PROGRAM'.
           05          PIC X(32)  VALUE 'DESCRIPTION'.
           05          PIC X(21)  VALUE 'STARTED'.
           05          PIC X(21)  VALUE 'ENDED'.
           05          PIC X(5)   VALUE '   RC'.
           05          PIC X(15)  VALUE '   STATUS'.
           05          PIC X(12)  VALUE 'THIS RUN'.

       01  DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-STEP-OUT        PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-PROGRAM-OUT     PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-DESCRIPTION-OUT PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-START-DATE-OUT  PIC 99/99/9999 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DTL-START-TIME-OUT  PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-END-DATE-OUT    PIC 99/99/9999 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DTL-END-TIME-OUT    PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-RC-OUT          PIC ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-STATUS-OUT      PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-ACTION-OUT      PIC X(12).

       01  COUNT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'STEPS RUN:'.
           05  RAN-COUNT-OUT       PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SKIPPED:'.
           05  SKIPPED-COUNT-OUT   PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(13)   VALUE 'NOT REACHED:'.
           05  NOT-REACHED-OUT     PIC ZZ9.

       01  STREAM-STATUS-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(15)   VALUE 'STREAM STATUS:'.
           05  STREAM-STATUS-OUT   PIC X(30).
           05  STREAM-AT-OUT       PIC X(9).
           05  STREAM-STEP-OUT     PIC ZZZ.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  21-LOAD-STEPS-ROUTINE
           PERFORM  22-LOAD-STATUS-ROUTINE
           PERFORM  24-SET-RUN-MODE-ROUTINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM 30-MAIN-ROUTINE
           END-PERFORM
           PERFORM  35-EOF-ROUTINE
           .

       15-HOUSEKEEPING-ROUTINE.

           OPEN  OUTPUT  SUMMARY-REPORT-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           .

       20-HEADER-ROUTINE.

           WRITE SUMMARY-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE SUMMARY-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE SUMMARY-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE SUMMARY-REPORT FROM MODE-LINE
               AFTER ADVANCING 2 LINES
           WRITE SUMMARY-REPORT FROM HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE 2 TO PROPER-SPACING
           .

      * THE STEP CONTROL FILE MUST BE THERE, MUST HOLD AT LEAST ONE
      * STEP, AND ITS STEP NUMBERS MUST RUN IN ASCENDING ORDER - A
      * BAD CONTROL FILE STOPS THE DRIVER BEFORE ANY STEP RUNS.
       21-LOAD-STEPS-ROUTINE.

           OPEN  INPUT  STEP-CONTROL-FILE
           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STEPCTL.TXT, STATUS = '
                   WS-STEP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ STEP-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF SC-STEP-NUMBER IS NOT NUMERIC
                          OR SC-STEP-NUMBER NOT > WS-PREV-STEP-NUMBER
                          OR SC-PROGRAM-NAME = SPACES
                           DISPLAY 'INVALID STEP CONTROL RECORD: '
                               STEP-CONTROL-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-STEP-COUNT >= WS-STEP-MAX
                           DISPLAY 'STEP TABLE FULL AT STEP '
                               SC-STEP-NUMBER
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1  TO  WS-STEP-COUNT
                       MOVE  WS-STEP-COUNT  TO  WS-STEP-IX
                       MOVE  SC-STEP-NUMBER
                           TO  ST-STEP-NUMBER (WS-STEP-IX)
                       MOVE  SC-PROGRAM-NAME
                           TO  ST-PROGRAM-NAME (WS-STEP-IX)
                       MOVE  SC-BALANCE-CHECK
                           TO  ST-BALANCE-CHECK (WS-STEP-IX)
                       MOVE  SC-DESCRIPTION
                           TO  ST-DESCRIPTION (WS-STEP-IX)
                       MOVE  SC-COMMAND
                           TO  ST-COMMAND (WS-STEP-IX)
                       PERFORM 23-CLEAR-STEP-ROUTINE
                       MOVE  SC-STEP-NUMBER  TO  WS-PREV-STEP-NUMBER
               END-READ
           END-PERFORM
           CLOSE STEP-CONTROL-FILE
           MOVE  ' '  TO  EOF-FLAG
           IF WS-STEP-COUNT = 0
               DISPLAY 'STEPCTL.TXT HOLDS NO STEPS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * NO RUN STATUS FILE MEANS THE LAST STREAM FINISHED AND WAS
      * CLEARED AWAY, OR THIS IS THE FIRST RUN - EITHER WAY A FRESH
      * START. A STATUS RECORD FOR A STEP NO LONGER ON THE CONTROL
      * FILE IS REPORTED AND IGNORED.
       22-LOAD-STATUS-ROUTINE.

           OPEN  INPUT  RUN-STATUS-FILE
           EVALUATE WS-STATUS-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-STATUS-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUNSTAT.TXT, STATUS = '
                       WS-STATUS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ RUN-STATUS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  RS-STREAM-DATE  TO  WS-STREAM-DATE
                       PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                           UNTIL WS-STEP-IX > WS-STEP-COUNT
                              OR (ST-STEP-NUMBER (WS-STEP-IX)
                                      = RS-STEP-NUMBER
                                  AND ST-PROGRAM-NAME (WS-STEP-IX)
                                      = RS-PROGRAM-NAME)
                           CONTINUE
                       END-PERFORM
                       IF WS-STEP-IX > WS-STEP-COUNT
                           DISPLAY 'RUN STATUS FOR STEP NOT ON '
                               'STEPCTL.TXT, IGNORED: '
                               RS-STEP-NUMBER ' ' RS-PROGRAM-NAME
                       ELSE
                           MOVE  RS-START-DATE
                               TO  ST-START-DATE (WS-STEP-IX)
                           MOVE  RS-START-TIME
                               TO  ST-START-TIME (WS-STEP-IX)
                           MOVE  RS-END-DATE
                               TO  ST-END-DATE (WS-STEP-IX)
                           MOVE  RS-END-TIME
                               TO  ST-END-TIME (WS-STEP-IX)
                           MOVE  RS-RETURN-CODE
                               TO  ST-RETURN-CODE (WS-STEP-IX)
                           MOVE  RS-STATUS
                               TO  ST-STATUS (WS-STEP-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF STATUS-FILE-FOUND
               CLOSE RUN-STATUS-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

       23-CLEAR-STEP-ROUTINE.

           MOVE  0           TO  ST-START-DATE (WS-STEP-IX)
           MOVE  0           TO  ST-START-TIME (WS-STEP-IX)
           MOVE  0           TO  ST-END-DATE (WS-STEP-IX)
           MOVE  0           TO  ST-END-TIME (WS-STEP-IX)
           MOVE  0           TO  ST-RETURN-CODE (WS-STEP-IX)
           MOVE  'NOT RUN'   TO  ST-STATUS (WS-STEP-IX)
           MOVE  SPACES      TO  ST-ACTION (WS-STEP-IX)
           .

      * ANY STEP LEFT SHORT OF COMPLETE BY THE LAST RUN - FAILED, OUT
      * OF BALANCE, STILL MARKED RUNNING AFTER A CRASH, OR NEVER
      * REACHED - MAKES THIS A RESTART. OTHERWISE EVERY STEP IS SET
      * BACK TO NOT RUN FOR A NEW NIGHT.
       24-SET-RUN-MODE-ROUTINE.

           IF STATUS-FILE-FOUND
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                      OR NOT ST-COMPLETE (WS-STEP-IX)
                   CONTINUE
               END-PERFORM
               IF WS-STEP-IX NOT > WS-STEP-COUNT
                   MOVE  'R'  TO  WS-RUN-MODE-FLAG
                   MOVE  ST-STEP-NUMBER (WS-STEP-IX)
                       TO  WS-RESTART-STEP
               END-IF
           END-IF
           IF RESTART-RUN
               MOVE  'RESTART'      TO  MODE-OUT
               MOVE  '  RESUMED AT STEP'  TO  MODE-RESUMED-OUT
               MOVE  WS-RESTART-STEP     TO  MODE-RESTART-STEP-OUT
               DISPLAY 'JOB STREAM RESTARTING AT STEP '
                   WS-RESTART-STEP
           ELSE
               MOVE  WS-RUN-DATE    TO  WS-STREAM-DATE
               MOVE  'FRESH START'  TO  MODE-OUT
               MOVE  SPACES         TO  MODE-RESUMED-OUT
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                   PERFORM 23-CLEAR-STEP-ROUTINE
               END-PERFORM
               PERFORM 34-WRITE-STATUS-ROUTINE
           END-IF
           MOVE  WS-STREAM-DATE  TO  WS-DATE-BREAKOUT
           PERFORM 25-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK  TO  MODE-STREAM-DATE-OUT
           .

       25-MMDDYYYY-ROUTINE.

           COMPUTE WS-MMDDYYYY-WORK =
               WS-BRK-MM * 1000000 + WS-BRK-DD * 10000
               + WS-BRK-YYYY
           .

       26-HHMMSS-ROUTINE.

           MOVE  WS-BRK-HH  TO  WS-OUT-HH
           MOVE  WS-BRK-MI  TO  WS-OUT-MI
           MOVE  WS-BRK-SS  TO  WS-OUT-SS
           .

       28-SUMMARY-DETAIL-ROUTINE.

           MOVE  ST-STEP-NUMBER (WS-STEP-IX)   TO  DTL-STEP-OUT
           MOVE  ST-PROGRAM-NAME (WS-STEP-IX)  TO  DTL-PROGRAM-OUT
           MOVE  ST-DESCRIPTION (WS-STEP-IX)   TO  DTL-DESCRIPTION-OUT
           MOVE  ST-START-DATE (WS-STEP-IX)    TO  WS-DATE-BREAKOUT
           PERFORM 25-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK              TO  DTL-START-DATE-OUT
           IF ST-START-DATE (WS-STEP-IX) = 0
               MOVE  SPACES                    TO  DTL-START-TIME-OUT
           ELSE
               MOVE  ST-START-TIME (WS-STEP-IX)  TO  WS-TIME-BREAKOUT
               PERFORM 26-HHMMSS-ROUTINE
               MOVE  WS-HHMMSS-WORK            TO  DTL-START-TIME-OUT
           END-IF
           MOVE  ST-END-DATE (WS-STEP-IX)      TO  WS-DATE-BREAKOUT
           PERFORM 25-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK              TO  DTL-END-DATE-OUT
           IF ST-END-DATE (WS-STEP-IX) = 0
               MOVE  SPACES                    TO  DTL-END-TIME-OUT
           ELSE
               MOVE  ST-END-TIME (WS-STEP-IX)  TO  WS-TIME-BREAKOUT
               PERFORM 26-HHMMSS-ROUTINE
               MOVE  WS-HHMMSS-WORK            TO  DTL-END-TIME-OUT
           END-IF
           MOVE  ST-RETURN-CODE (WS-STEP-IX)   TO  DTL-RC-OUT
           MOVE  ST-STATUS (WS-STEP-IX)        TO  DTL-STATUS-OUT
           MOVE  ST-ACTION (WS-STEP-IX)        TO  DTL-ACTION-OUT
           MOVE  DETAIL-LINE                   TO  SUMMARY-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING
           .

      * A STEP ALREADY COMPLETE IS SKIPPED. ONCE THE STREAM HAS
      * STOPPED, EVERY STEP AFTER THE STOP IS LEFT NOT RUN.
       30-MAIN-ROUTINE.

           EVALUATE TRUE
               WHEN ST-COMPLETE (WS-STEP-IX)
                   MOVE  'SKIPPED'      TO  ST-ACTION (WS-STEP-IX)
                   ADD  1  TO  WS-SKIPPED-COUNT
               WHEN STREAM-STOPPED
                   MOVE  'NOT REACHED'  TO  ST-ACTION (WS-STEP-IX)
                   ADD  1  TO  WS-NOT-REACHED-COUNT
               WHEN OTHER
                   PERFORM 31-RUN-STEP-ROUTINE
           END-EVALUATE
           .

      * THE STEP IS MARKED RUNNING ON THE STATUS FILE BEFORE IT
      * STARTS, SO A CRASH OF THE DRIVER ITSELF STILL LEAVES THE STEP
      * SHORT OF COMPLETE FOR THE RESTART. THE SYSTEM CALL HANDS BACK
      * THE WAIT STATUS - THE STEP'S OWN RETURN CODE IS IN THE HIGH
      * ORDER BYTE, AND ANYTHING LEFT IN THE LOW ORDER BYTE MEANS THE
      * STEP WAS KILLED.
       31-RUN-STEP-ROUTINE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE  WS-NOW-DATE  TO  ST-START-DATE (WS-STEP-IX)
           MOVE  WS-HHMMSS    TO  ST-START-TIME (WS-STEP-IX)
           MOVE  0            TO  ST-END-DATE (WS-STEP-IX)
           MOVE  0            TO  ST-END-TIME (WS-STEP-IX)
           MOVE  0            TO  ST-RETURN-CODE (WS-STEP-IX)
           MOVE  'RUNNING'    TO  ST-STATUS (WS-STEP-IX)
           MOVE  'RAN'        TO  ST-ACTION (WS-STEP-IX)
           ADD  1  TO  WS-RAN-COUNT
           PERFORM 34-WRITE-STATUS-ROUTINE

           IF ST-COMMAND (WS-STEP-IX) = SPACES
               MOVE  ST-PROGRAM-NAME (WS-STEP-IX)  TO  WS-COMMAND
           ELSE
               MOVE  ST-COMMAND (WS-STEP-IX)       TO  WS-COMMAND
           END-IF
           DISPLAY 'STEP ' ST-STEP-NUMBER (WS-STEP-IX)
               ' STARTING: ' ST-PROGRAM-NAME (WS-STEP-IX)
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE  RETURN-CODE  TO  WS-SYSTEM-RC
           MOVE  0            TO  RETURN-CODE
           IF WS-SYSTEM-RC < 0
               MOVE  9999  TO  WS-SYSTEM-RC
           END-IF
           IF WS-SYSTEM-RC > 255
               DIVIDE 256 INTO WS-SYSTEM-RC
           END-IF
           IF WS-SYSTEM-RC > 9999
               MOVE  9999  TO  WS-SYSTEM-RC
           END-IF
           MOVE  WS-SYSTEM-RC  TO  ST-RETURN-CODE (WS-STEP-IX)

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE  WS-NOW-DATE  TO  ST-END-DATE (WS-STEP-IX)
           MOVE  WS-HHMMSS    TO  ST-END-TIME (WS-STEP-IX)
           IF WS-SYSTEM-RC NOT = 0
               MOVE  'FAILED'  TO  ST-STATUS (WS-STEP-IX)
               MOVE  'STOPPED - STEP FAILED'  TO  WS-STOP-REASON
               PERFORM 33-STOP-STREAM-ROUTINE
           ELSE
               IF ST-CHECK-BALANCE (WS-STEP-IX)
                   PERFORM 32-BALANCE-CHECK-ROUTINE
               ELSE
                   MOVE  'COMPLETE'  TO  ST-STATUS (WS-STEP-IX)
               END-IF
           END-IF
           PERFORM 34-WRITE-STATUS-ROUTINE
           DISPLAY 'STEP ' ST-STEP-NUMBER (WS-STEP-IX)
               ' ENDED: ' ST-STATUS (WS-STEP-IX)
               ' RC ' ST-RETURN-CODE (WS-STEP-IX)
           .

      * THE FLAG MUST BE THERE AND MUST CARRY A RUN DATE FROM INSIDE
      * THE STEP JUST RUN - A FLAG LEFT FROM AN EARLIER NIGHT PROVES
      * NOTHING ABOUT TONIGHT AND STOPS THE STREAM THE SAME AS AN
      * OUT OF BALANCE VERDICT.
       32-BALANCE-CHECK-ROUTINE.

           MOVE  'OUT OF BAL'  TO  ST-STATUS (WS-STEP-IX)
           OPEN  INPUT  BALANCE-FLAG-FILE
           IF WS-FLAG-FILE-STATUS NOT = '00'
               MOVE  'STOPPED - NO BALANCE FLAG'  TO  WS-STOP-REASON
               PERFORM 33-STOP-STREAM-ROUTINE
           ELSE
               READ BALANCE-FLAG-FILE
                   AT END
                       MOVE  SPACES  TO  BALANCE-FLAG-RECORD
               END-READ
               CLOSE BALANCE-FLAG-FILE
               EVALUATE TRUE
                   WHEN BF-RUN-DATE IS NOT NUMERIC
                     OR (BF-RUN-DATE NOT = ST-START-DATE (WS-STEP-IX)
                     AND BF-RUN-DATE NOT = ST-END-DATE (WS-STEP-IX))
                       MOVE  'STOPPED - BALANCE FLAG STALE'
                           TO  WS-STOP-REASON
                       PERFORM 33-STOP-STREAM-ROUTINE
                   WHEN BF-VERDICT = 'IN BALANCE'
                       MOVE  'COMPLETE'  TO  ST-STATUS (WS-STEP-IX)
                   WHEN OTHER
                       MOVE  'STOPPED - OUT OF BALANCE'
                           TO  WS-STOP-REASON
                       PERFORM 33-STOP-STREAM-ROUTINE
               END-EVALUATE
           END-IF
           .

       33-STOP-STREAM-ROUTINE.

           MOVE  'S'  TO  WS-STREAM-FLAG
           MOVE  ST-STEP-NUMBER (WS-STEP-IX)  TO  WS-STOP-STEP
           .

      * THE WHOLE STATUS FILE IS WRITTEN OVER EACH TIME SO IT ALWAYS
      * SHOWS EVERY STEP OF THE STREAM AS IT STANDS RIGHT NOW.
       34-WRITE-STATUS-ROUTINE.

           OPEN  OUTPUT  RUN-STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUNSTAT.TXT, STATUS = '
                   WS-STATUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-WRITE-IX FROM 1 BY 1
               UNTIL WS-WRITE-IX > WS-STEP-COUNT
               MOVE  SPACES          TO  RUN-STATUS-RECORD
               MOVE  WS-STREAM-DATE  TO  RS-STREAM-DATE
               MOVE  ST-STEP-NUMBER (WS-WRITE-IX)   TO  RS-STEP-NUMBER
               MOVE  ST-PROGRAM-NAME (WS-WRITE-IX)  TO  RS-PROGRAM-NAME
               MOVE  ST-START-DATE (WS-WRITE-IX)    TO  RS-START-DATE
               MOVE  ST-START-TIME (WS-WRITE-IX)    TO  RS-START-TIME
               MOVE  ST-END-DATE (WS-WRITE-IX)      TO  RS-END-DATE
               MOVE  ST-END-TIME (WS-WRITE-IX)      TO  RS-END-TIME
               MOVE  ST-RETURN-CODE (WS-WRITE-IX)   TO  RS-RETURN-CODE
               MOVE  ST-STATUS (WS-WRITE-IX)        TO  RS-STATUS
               WRITE RUN-STATUS-RECORD
           END-PERFORM
           CLOSE RUN-STATUS-FILE
           .

      * THE SUMMARY FITS ONE PAGE - THE STEP TABLE IS CAPPED AT
      * WS-STEP-MAX STEPS.
       35-EOF-ROUTINE.

           PERFORM 20-HEADER-ROUTINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM 28-SUMMARY-DETAIL-ROUTINE
           END-PERFORM
           MOVE  WS-RAN-COUNT          TO  RAN-COUNT-OUT
           MOVE  WS-SKIPPED-COUNT      TO  SKIPPED-COUNT-OUT
           MOVE  WS-NOT-REACHED-COUNT  TO  NOT-REACHED-OUT
           MOVE  COUNT-LINE            TO  SUMMARY-REPORT
           WRITE SUMMARY-REPORT AFTER ADVANCING 3 LINES
           IF STREAM-STOPPED
               MOVE  WS-STOP-REASON  TO  STREAM-STATUS-OUT
               MOVE  ' AT STEP '     TO  STREAM-AT-OUT
               MOVE  WS-STOP-STEP    TO  STREAM-STEP-OUT
           ELSE
               MOVE  'COMPLETE'      TO  STREAM-STATUS-OUT
               MOVE  SPACES          TO  STREAM-AT-OUT
               MOVE  0               TO  STREAM-STEP-OUT
           END-IF
           MOVE  STREAM-STATUS-LINE    TO  SUMMARY-REPORT
           WRITE SUMMARY-REPORT AFTER ADVANCING 2 LINES
           CLOSE SUMMARY-REPORT-FILE
           IF STREAM-STOPPED
               DISPLAY 'JOB STREAM ' WS-STOP-REASON
                   ' AT STEP ' WS-STOP-STEP
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'JOB STREAM COMPLETE'
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       40-WRITE-LINE.

           WRITE SUMMARY-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
