
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP20.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE PENDING EMPLOYEE TRANSACTION REPORT OF DRAKEA
      * LTD, COMPANION TO THE SBANJARAP13 PRE-EDIT. SBANJARAP13 HOLDS
      * EVERY CLEAN TRANSACTION WHOSE EFFECTIVE DATE IS STILL IN THE
      * FUTURE ON THE PENDING FILE AND RELEASES IT THE NIGHT IT COMES
      * DUE - THIS PROGRAM SHOWS HR WHAT IS WAITING AND TAKES OUT ANY
      * ENTRY HR HAS ASKED TO CANCEL. RUN IT AHEAD OF SBANJARAP13 SO A
      * CANCEL KEYED TODAY STOPS A TRANSACTION DUE TONIGHT.
      * ******
      * INPUT:
      *    THE PENDING TRANSACTION FILE (PENDTRAN.TXT) AND THE CANCEL
      *    REQUEST FILE (PENDCANC.TXT), ONE REQUEST PER ENTRY TO BE
      *    DROPPED, CONTAINING
      *        1. TRANSACTION CODE
      *        2. WAREHOUSE ID AND EMPLOYEE ID
      *        3. EFFECTIVE DATE OF THE ENTRY
      *        4. ID OF THE HR USER ASKING FOR THE CANCEL
      ***********
      * OUTPUT:
      *    THE PENDING TRANSACTION REPORT, IN EFFECTIVE DATE AND
      *    WAREHOUSE ORDER, LISTING EVERY ENTRY STILL QUEUED AND EVERY
      *    ENTRY CANCELLED THIS RUN, FOLLOWED BY ANY CANCEL REQUEST
      *    THAT MATCHED NOTHING. THE PENDING FILE IS REWRITTEN WITHOUT
      *    THE CANCELLED ENTRIES AND THE CANCEL REQUEST FILE IS
      *    EMPTIED SO NO REQUEST IS APPLIED TWICE.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO 'PENDTRAN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PENDING-WORK-FILE
               ASSIGN TO 'PENDTRANWK.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-WORK-FILE-STATUS.
           SELECT CANCEL-FILE
               ASSIGN TO 'PENDCANC.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CANCEL-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK.TMP'.
           SELECT PENDING-REPORT-FILE
               ASSIGN TO PRINTER 'PENDING-TRANS-REPORT'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  PENDING-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  PENDING-FILE-RECORD        PIC X(92).

       FD  PENDING-WORK-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  PENDING-WORK-RECORD        PIC X(92).

       FD  CANCEL-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  CANCEL-RECORD.
           05  CN-TRANS-CODE           PIC X.
           05  CN-WAREHOUSE-ID         PIC X(4).
           05  CN-EMPLOYEE-ID          PIC X(5).
           05  CN-EFFECTIVE-DATE       PIC 9(8).
           05  CN-REQUESTED-BY         PIC X(8).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-EFFECTIVE-DATE      PIC 9(8).
           05  SR-WAREHOUSE-ID        PIC X(4).
           05  SR-EMPLOYEE-ID         PIC X(5).
           05  SR-PENDING-IMAGE       PIC X(92).

       FD  PENDING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  PENDING-REPORT             PIC X(100).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-PENDING-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PEND-WORK-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-CANCEL-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-PENDING-OPEN-FLAG    PIC X       VALUE 'N'.
               88  PENDING-FILE-FOUND              VALUE 'Y'.
           05  WS-CANCEL-OPEN-FLAG     PIC X       VALUE 'N'.
               88  CANCEL-FILE-FOUND               VALUE 'Y'.
           05  WS-CANCEL-HIT-FLAG      PIC X       VALUE 'N'.
               88  ENTRY-CANCELLED                 VALUE 'Y'.
           05  WS-FIRST-RECORD-FLAG    PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

           COPY PENDTRAN.

           COPY EMPTRAN.

       01  DATE-WORK-FIELDS.
           05  WS-WORK-DATE            PIC 9(8)    VALUE 0.
           05  WS-WORK-BREAKOUT  REDEFINES  WS-WORK-DATE.
               10  WS-WORK-YYYY        PIC 9999.
               10  WS-WORK-MM          PIC 99.
               10  WS-WORK-DD          PIC 99.
           05  WS-WORK-MMDDYYYY        PIC 9(8)    VALUE 0.
           05  WS-PREV-EFFECTIVE-DATE  PIC 9(8)    VALUE 0.
           05  WS-DAYS-OUT             PIC S9(5)   VALUE 0.

       01  PENDING-COUNTS.
           05  WS-PENDING-COUNT        PIC 9(4)    VALUE 0.
           05  WS-CANCELLED-COUNT      PIC 9(4)    VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(4)    VALUE 0.

      * ONE ENTRY PER CANCEL REQUEST. A REQUEST TAKES OUT THE FIRST
      * PENDING ENTRY THAT MATCHES IT ON CODE, KEY AND EFFECTIVE
      * DATE, THEN IS MARKED USED SO TWO IDENTICAL ENTRIES NEED TWO
      * REQUESTS. THE TABLE CARRIES ONE SLOT MORE THAN WS-CANCEL-MAX
      * BECAUSE THE SEARCH SUBSCRIPT RUNS ONE PAST THE LAST USED
      * ENTRY ON A NOT-FOUND.
       01  CANCEL-TABLE-FIELDS.
           05  WS-CANCEL-COUNT     PIC S9(4)  COMP  VALUE 0.
           05  WS-CANCEL-IX        PIC S9(4)  COMP  VALUE 0.
           05  WS-CANCEL-MAX       PIC S9(4)  COMP  VALUE 200.

       01  CANCEL-TABLE.
           05  CANCEL-ENTRY OCCURS 201 TIMES.
               10  CT-TRANS-CODE       PIC X.
               10  CT-WAREHOUSE-ID     PIC X(4).
               10  CT-EMPLOYEE-ID      PIC X(5).
               10  CT-EFFECTIVE-DATE   PIC 9(8).
               10  CT-REQUESTED-BY     PIC X(8).
               10  CT-USED-FLAG        PIC X.
                   88  CT-USED                 VALUE 'Y'.

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
           05      PIC X(25)  VALUE SPACES.
           05      PIC X(55)  VALUE 'PENDING TRANSACTION REPORT'.

       01  HEADING-THREE.
           05      PIC X(11)  VALUE ' WAREHOUSE'.
           05      PIC X(8)   VALUE 'EMPLOYEE'.
           05      PIC X(11)  VALUE 'TRANS'.
           05      PIC X(12)  VALUE 'LAST NAME'.
           05      PIC X(13)  VALUE 'QUEUED ON'.
           05      PIC X(8)   VALUE 'DAYS OUT'.
           05      PIC X(30)  VALUE ' STATUS'.

       01  EFFECTIVE-GROUP-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'EFFECTIVE '.
           05  GRP-EFFECTIVE-OUT   PIC 99/99/9999.

       01  DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-EMPLOYEE-OUT    PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-TRANS-DESC-OUT  PIC X(9).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-LAST-NAME-OUT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-QUEUED-OUT      PIC 99/99/9999.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-DAYS-OUT        PIC -ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-STATUS-OUT      PIC X(30).

       01  UNMATCHED-HEADING-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05                      PIC X(40)
                   VALUE 'CANCEL REQUESTS WITH NO MATCHING ENTRY'.

       01  UNMATCHED-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  UM-WAREHOUSE-OUT    PIC X(4).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  UM-EMPLOYEE-OUT     PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  UM-TRANS-CODE-OUT   PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'EFFECTIVE '.
           05  UM-EFFECTIVE-OUT    PIC X(10).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(13)   VALUE 'REQUESTED BY '.
           05  UM-REQUESTED-OUT    PIC X(8).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                      PIC X(15)  VALUE 'STILL PENDING:'.
           05  TOTAL-PENDING-OUT       PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                      PIC X(15)  VALUE 'CANCELLED:'.
           05  TOTAL-CANCELLED-OUT     PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05                      PIC X(15)  VALUE 'NOT MATCHED:'.
           05  TOTAL-UNMATCHED-OUT     PIC ZZZ9.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  22-LOAD-CANCEL-ROUTINE
           SORT  SORT-WORK-FILE
               ON ASCENDING KEY SR-EFFECTIVE-DATE SR-WAREHOUSE-ID
                                SR-EMPLOYEE-ID
               INPUT PROCEDURE IS 21-SORT-INPUT-ROUTINE
               OUTPUT PROCEDURE IS 23-SORT-OUTPUT-ROUTINE
           PERFORM  27-PENDING-COPYBACK-ROUTINE
           PERFORM  28-UNMATCHED-CANCEL-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .

       15-HOUSEKEEPING-ROUTINE.

           OPEN  OUTPUT  PENDING-WORK-FILE
           OPEN  OUTPUT  PENDING-REPORT-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.

           WRITE PENDING-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE PENDING-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE PENDING-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE PENDING-REPORT FROM HEADING-THREE
               AFTER ADVANCING 3 LINES
           MOVE 2 TO PROPER-SPACING
           .

      * STATUS '35' ON EITHER INPUT JUST MEANS NOTHING IS QUEUED OR
      * NOTHING WAS ASKED FOR - THE REPORT STILL PRINTS ITS TOTALS.
       21-SORT-INPUT-ROUTINE.

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
               READ PENDING-FILE INTO PENDING-TRANS-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  PT-TRANS-IMAGE  TO  EMPLOYEE-TRANS-RECORD
                       MOVE  EMT-EFFECTIVE-DATE  TO  SR-EFFECTIVE-DATE
                       MOVE  EMT-WAREHOUSE-ID    TO  SR-WAREHOUSE-ID
                       MOVE  EMT-EMPLOYEE-ID     TO  SR-EMPLOYEE-ID
                       MOVE  PENDING-TRANS-RECORD
                           TO  SR-PENDING-IMAGE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           IF PENDING-FILE-FOUND
               CLOSE PENDING-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

       22-LOAD-CANCEL-ROUTINE.

           OPEN  INPUT  CANCEL-FILE
           EVALUATE WS-CANCEL-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-CANCEL-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING PENDCANC.TXT, STATUS = '
                       WS-CANCEL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ CANCEL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF WS-CANCEL-COUNT >= WS-CANCEL-MAX
                           DISPLAY 'CANCEL TABLE FULL, SKIPPED: '
                               CN-WAREHOUSE-ID CN-EMPLOYEE-ID
                       ELSE
                           ADD  1  TO  WS-CANCEL-COUNT
                           MOVE  WS-CANCEL-COUNT  TO  WS-CANCEL-IX
                           MOVE  CN-TRANS-CODE
                               TO  CT-TRANS-CODE (WS-CANCEL-IX)
                           MOVE  CN-WAREHOUSE-ID
                               TO  CT-WAREHOUSE-ID (WS-CANCEL-IX)
                           MOVE  CN-EMPLOYEE-ID
                               TO  CT-EMPLOYEE-ID (WS-CANCEL-IX)
                           IF CN-EFFECTIVE-DATE IS NUMERIC
                               MOVE  CN-EFFECTIVE-DATE
                                   TO  CT-EFFECTIVE-DATE (WS-CANCEL-IX)
                           ELSE
                               MOVE  0
                                   TO  CT-EFFECTIVE-DATE (WS-CANCEL-IX)
                           END-IF
                           MOVE  CN-REQUESTED-BY
                               TO  CT-REQUESTED-BY (WS-CANCEL-IX)
                           MOVE  'N'  TO  CT-USED-FLAG (WS-CANCEL-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF CANCEL-FILE-FOUND
               CLOSE CANCEL-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

       23-SORT-OUTPUT-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-MAIN-ROUTINE
               END-RETURN
           END-PERFORM
           .

       30-MAIN-ROUTINE.

           MOVE  SR-PENDING-IMAGE  TO  PENDING-TRANS-RECORD
           MOVE  PT-TRANS-IMAGE    TO  EMPLOYEE-TRANS-RECORD
           IF FIRST-RECORD
              OR EMT-EFFECTIVE-DATE NOT = WS-PREV-EFFECTIVE-DATE
               MOVE  'N'                 TO  WS-FIRST-RECORD-FLAG
               MOVE  EMT-EFFECTIVE-DATE  TO  WS-PREV-EFFECTIVE-DATE
               PERFORM 32-EFFECTIVE-GROUP-ROUTINE
           END-IF
           PERFORM 31-CANCEL-MATCH-ROUTINE
           MOVE  EMT-WAREHOUSE-ID   TO  DTL-WAREHOUSE-OUT
           MOVE  EMT-EMPLOYEE-ID    TO  DTL-EMPLOYEE-OUT
           MOVE  EMT-LAST-NAME      TO  DTL-LAST-NAME-OUT
           PERFORM 33-TRANS-DESC-ROUTINE
           MOVE  PT-QUEUED-DATE     TO  WS-WORK-DATE
           COMPUTE WS-WORK-MMDDYYYY =
               WS-WORK-MM * 1000000 + WS-WORK-DD * 10000
               + WS-WORK-YYYY
           MOVE  WS-WORK-MMDDYYYY   TO  DTL-QUEUED-OUT
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(EMT-EFFECTIVE-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE  WS-DAYS-OUT        TO  DTL-DAYS-OUT
           IF ENTRY-CANCELLED
               ADD  1  TO  WS-CANCELLED-COUNT
               MOVE  SPACES  TO  DTL-STATUS-OUT
               STRING 'CANCELLED BY '  DELIMITED BY SIZE
                      CT-REQUESTED-BY (WS-CANCEL-IX)
                                       DELIMITED BY SIZE
                   INTO DTL-STATUS-OUT
               END-STRING
           ELSE
               ADD  1  TO  WS-PENDING-COUNT
               WRITE PENDING-WORK-RECORD  FROM  PENDING-TRANS-RECORD
               MOVE  'PENDING'  TO  DTL-STATUS-OUT
           END-IF
           MOVE  DETAIL-LINE  TO  PENDING-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING
           .

       31-CANCEL-MATCH-ROUTINE.

           MOVE  'N'  TO  WS-CANCEL-HIT-FLAG
           PERFORM VARYING WS-CANCEL-IX FROM 1 BY 1
               UNTIL WS-CANCEL-IX > WS-CANCEL-COUNT
                  OR (NOT CT-USED (WS-CANCEL-IX)
                      AND CT-TRANS-CODE (WS-CANCEL-IX)
                              = EMT-TRANS-CODE
                      AND CT-WAREHOUSE-ID (WS-CANCEL-IX)
                              = EMT-WAREHOUSE-ID
                      AND CT-EMPLOYEE-ID (WS-CANCEL-IX)
                              = EMT-EMPLOYEE-ID
                      AND CT-EFFECTIVE-DATE (WS-CANCEL-IX)
                              = EMT-EFFECTIVE-DATE)
               CONTINUE
           END-PERFORM
           IF WS-CANCEL-IX NOT > WS-CANCEL-COUNT
               MOVE  'Y'  TO  WS-CANCEL-HIT-FLAG
               MOVE  'Y'  TO  CT-USED-FLAG (WS-CANCEL-IX)
           END-IF
           .

       32-EFFECTIVE-GROUP-ROUTINE.

           MOVE  EMT-EFFECTIVE-DATE  TO  WS-WORK-DATE
           COMPUTE WS-WORK-MMDDYYYY =
               WS-WORK-MM * 1000000 + WS-WORK-DD * 10000
               + WS-WORK-YYYY
           MOVE  WS-WORK-MMDDYYYY      TO  GRP-EFFECTIVE-OUT
           MOVE  EFFECTIVE-GROUP-LINE  TO  PENDING-REPORT
           WRITE PENDING-REPORT AFTER ADVANCING 2 LINES
           MOVE  1 TO PROPER-SPACING
           .

       33-TRANS-DESC-ROUTINE.

           EVALUATE TRUE
               WHEN EMT-HIRE
                   MOVE  'HIRE'       TO  DTL-TRANS-DESC-OUT
               WHEN EMT-CHANGE
                   MOVE  'CHANGE'     TO  DTL-TRANS-DESC-OUT
               WHEN EMT-TERMINATE
                   MOVE  'TERMINATE'  TO  DTL-TRANS-DESC-OUT
               WHEN EMT-TRANSFER
                   MOVE  'TRANSFER'   TO  DTL-TRANS-DESC-OUT
               WHEN EMT-REHIRE
                   MOVE  'REHIRE'     TO  DTL-TRANS-DESC-OUT
               WHEN OTHER
                   MOVE  EMT-TRANS-CODE  TO  DTL-TRANS-DESC-OUT
           END-EVALUATE
           .

      * THE SURVIVING ENTRIES GO BACK OVER PENDTRAN.TXT THE SAME
      * DOUBLE-PASS WAY SBANJARAP13 REBUILDS ITS SUSPENSE FILE, THEN
      * THE CANCEL REQUESTS ARE CLEARED NOW THAT THEY HAVE BEEN USED.
       27-PENDING-COPYBACK-ROUTINE.

           CLOSE PENDING-WORK-FILE
           MOVE  ' '  TO  EOF-FLAG
           OPEN  INPUT   PENDING-WORK-FILE
           OPEN  OUTPUT  PENDING-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PENDING-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE PENDING-FILE-RECORD
                           FROM PENDING-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
               PENDING-WORK-FILE
           IF CANCEL-FILE-FOUND
               OPEN  OUTPUT  CANCEL-FILE
               CLOSE CANCEL-FILE
           END-IF
           .

       28-UNMATCHED-CANCEL-ROUTINE.

           PERFORM 34-UNMATCHED-LINE-ROUTINE
               VARYING WS-CANCEL-IX FROM 1 BY 1
               UNTIL WS-CANCEL-IX > WS-CANCEL-COUNT
           .

       34-UNMATCHED-LINE-ROUTINE.

           IF NOT CT-USED (WS-CANCEL-IX)
               IF WS-UNMATCHED-COUNT = 0
                   WRITE PENDING-REPORT FROM UNMATCHED-HEADING-LINE
                       AFTER ADVANCING 3 LINES
                   MOVE  2  TO  PROPER-SPACING
               END-IF
               ADD  1  TO  WS-UNMATCHED-COUNT
               MOVE  CT-WAREHOUSE-ID (WS-CANCEL-IX)
                   TO  UM-WAREHOUSE-OUT
               MOVE  CT-EMPLOYEE-ID (WS-CANCEL-IX)
                   TO  UM-EMPLOYEE-OUT
               MOVE  CT-TRANS-CODE (WS-CANCEL-IX)
                   TO  UM-TRANS-CODE-OUT
               IF CT-EFFECTIVE-DATE (WS-CANCEL-IX) = 0
                   MOVE  'INVALID'  TO  UM-EFFECTIVE-OUT
               ELSE
                   MOVE  CT-EFFECTIVE-DATE (WS-CANCEL-IX)
                       TO  WS-WORK-DATE
                   MOVE  SPACES  TO  UM-EFFECTIVE-OUT
                   STRING WS-WORK-MM    DELIMITED BY SIZE
                          '/'           DELIMITED BY SIZE
                          WS-WORK-DD    DELIMITED BY SIZE
                          '/'           DELIMITED BY SIZE
                          WS-WORK-YYYY  DELIMITED BY SIZE
                       INTO UM-EFFECTIVE-OUT
                   END-STRING
               END-IF
               MOVE  CT-REQUESTED-BY (WS-CANCEL-IX)
                   TO  UM-REQUESTED-OUT
               MOVE  UNMATCHED-LINE  TO  PENDING-REPORT
               PERFORM 40-WRITE-LINE
               MOVE  1 TO PROPER-SPACING
           END-IF
           .

       35-EOF-ROUTINE.

           MOVE  WS-PENDING-COUNT    TO  TOTAL-PENDING-OUT
           MOVE  WS-CANCELLED-COUNT  TO  TOTAL-CANCELLED-OUT
           MOVE  WS-UNMATCHED-COUNT  TO  TOTAL-UNMATCHED-OUT
           MOVE  TOTAL-LINE          TO  PENDING-REPORT
           WRITE PENDING-REPORT AFTER ADVANCING 3 LINES
           CLOSE PENDING-REPORT-FILE
           STOP RUN
           .

       40-WRITE-LINE.

           WRITE PENDING-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
