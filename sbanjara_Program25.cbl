
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP25.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE ANNUAL TOTAL COMPENSATION STATEMENT PRINT OF
      * DRAKEA LTD. EACH JANUARY MANAGERS HAND EVERY EMPLOYEE A
      * ONE-PAGE SUMMARY OF THEIR PAY AT REVIEW TIME, AND HR USED TO
      * TYPE THEM UP ONE AT A TIME. EVERYTHING ON THE STATEMENT IS
      * ALREADY ON FILE, SO THIS PROGRAM PRINTS THEM ALL IN ONE RUN.
      * ******
      * INPUT:
      *    THE EMPLOYEE RECORD FILE (HIRE-DATE, SALARIES, LAST PAY
      *    INCREASE), THE PAY GRADE MASTER (TITLE AND SALARY RANGE),
      *    THE WAREHOUSE MASTER (NAME AND MANAGER), THE SERVICE DATE
      *    MASTER (SERVICE.DAT - SENIORITY DATE OF A REHIRE), AND THE
      *    LIVE AND ARCHIVED SALARY HISTORY SNAPSHOTS (SALARYHIST.TXT
      *    AND SALHISTARCH.TXT) THE RAISE HISTORY IS BUILT FROM.
      ***********
      * OUTPUT:
      *    THE STATEMENT PRINT - ONE PAGE PER ACTIVE EMPLOYEE, IN
      *    WAREHOUSE ORDER, EACH WAREHOUSE'S STACK STARTING WITH A
      *    SEPARATOR PAGE ADDRESSED TO ITS MANAGER, AND A CONTROL
      *    TOTAL PAGE AT THE END WITH THE STATEMENTS PRINTED PER
      *    WAREHOUSE.
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
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'WHMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WM-WAREHOUSE-ID
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT SERVICE-DATE-FILE
               ASSIGN TO 'SERVICE.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SV-EMPLOYEE-KEY
                   FILE STATUS IS WS-SERVICE-FILE-STATUS.
           SELECT SALARY-HISTORY-FILE
               ASSIGN TO 'SALARYHIST.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SALARY-HIST-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO 'SALHISTARCH.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK.TMP'.
           SELECT SORTED-HISTORY-FILE
               ASSIGN TO 'SALHISTSRT.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO PRINTER 'COMPENSATION-STATEMENTS'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLOYEE-RECORD-FILE
           RECORD CONTAINS 79 CHARACTERS.

           COPY EMPREC.

       FD  PAY-GRADE-MASTER
           RECORD CONTAINS 30 CHARACTERS.

           COPY PAYGRADE.

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 59 CHARACTERS.

           COPY WHMAST.

       FD  SERVICE-DATE-FILE
           RECORD CONTAINS 46 CHARACTERS.

           COPY SVCDATE.

       FD  SALARY-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.

           COPY SALHIST.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  ARCHIVE-RECORD             PIC X(33).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-WAREHOUSE-ID        PIC X(4).
           05  SR-EMPLOYEE-ID         PIC X(5).
           05  SR-RUN-DATE            PIC 9(8).
           05  SR-CURRENT-SALARY      PIC 9(6)V99.
           05  SR-PAY-INCREASE-DATE   PIC 9(8).

      * THE SNAPSHOTS IN EMPLOYEE KEY AND RUN DATE ORDER, READ IN
      * STEP WITH THE EMPLOYEE RECORD FILE.
       FD  SORTED-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  SORTED-HISTORY-RECORD.
           05  HS-EMPLOYEE-KEY.
               10  HS-WAREHOUSE-ID    PIC X(4).
               10  HS-EMPLOYEE-ID     PIC X(5).
           05  HS-RUN-DATE            PIC 9(8).
           05  HS-CURRENT-SALARY      PIC 9(6)V99.
           05  HS-PAY-INCREASE-DATE   PIC 9(8).

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  STATEMENT-LINE          PIC X(80).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PAY-GRADE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-SERVICE-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-SALARY-HIST-FILE-STATUS PIC XX   VALUE '00'.
           05  WS-ARCHIVE-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-SORTED-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-SERVICE-OPEN-FLAG    PIC X       VALUE 'N'.
               88  SERVICE-FILE-OPEN               VALUE 'Y'.
           05  WS-ARCHIVE-OPEN-FLAG    PIC X       VALUE 'N'.
               88  ARCHIVE-FILE-FOUND              VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG     PIC X       VALUE 'N'.
               88  NO-MORE-HISTORY                 VALUE 'Y'.
           05  WS-REHIRE-FLAG          PIC X       VALUE 'N'.
               88  EMPLOYEE-REHIRED                VALUE 'Y'.
           05  WS-GRADE-FOUND-FLAG     PIC X       VALUE 'N'.
               88  GRADE-FOUND                     VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

       01  WAREHOUSE-BREAK-FIELDS.
           05  WS-FIRST-RECORD-FLAG    PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
           05  WS-PREV-WAREHOUSE-ID    PIC X(4)    VALUE SPACES.
           05  WS-WH-NAME              PIC X(20)   VALUE SPACES.
           05  WS-WH-CITY              PIC X(15)   VALUE SPACES.
           05  WS-WH-MANAGER           PIC X(20)   VALUE SPACES.

       01  SERVICE-FIELDS.
           05  WS-SERVICE-DATE         PIC 9(8)    VALUE 0.
           05  WS-SVC-BREAKOUT  REDEFINES  WS-SERVICE-DATE.
               10  WS-SVC-YYYY         PIC 9999.
               10  WS-SVC-MM           PIC 99.
               10  WS-SVC-DD           PIC 99.
           05  WS-SERVICE-YEARS        PIC 99      VALUE 0.

       01  RANGE-FIELDS.
           05  WS-RANGE-PERCENT        PIC S9(4)V9 VALUE 0.

      * THE RAISES KEPT FOR THE STATEMENT - THE MOST RECENT FIVE,
      * OLDEST FIRST. A RAISE IS ANY SNAPSHOT WHOSE SALARY IS ABOVE
      * THE ONE BEFORE IT, DATED BY THE PAY INCREASE DATE ON THAT
      * SNAPSHOT; A RAISE GIVEN SINCE THE LAST SNAPSHOT IS PICKED UP
      * FROM THE EMPLOYEE RECORD ITSELF.
       01  RAISE-TABLE-FIELDS.
           05  WS-RAISE-COUNT      PIC S9(4)  COMP  VALUE 0.
           05  WS-RAISE-IX         PIC S9(4)  COMP  VALUE 0.
           05  WS-RAISE-MAX        PIC S9(4)  COMP  VALUE 5.
           05  WS-PRIOR-SALARY     PIC 9(6)V99      VALUE 0.
           05  WS-NEW-RAISE-DATE   PIC 9(8)         VALUE 0.
           05  WS-NEW-RAISE-SALARY PIC 9(6)V99      VALUE 0.

       01  RAISE-TABLE.
           05  RT-ENTRY OCCURS 6 TIMES.
               10  RT-RAISE-DATE       PIC 9(8).
               10  RT-PRIOR-SALARY     PIC 9(6)V99.
               10  RT-NEW-SALARY       PIC 9(6)V99.
               10  RT-RAISE-PERCENT    PIC S9(3)V99.

      * STATEMENTS PRINTED PER WAREHOUSE FOR THE CONTROL TOTAL PAGE.
       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-WH-COUNT         PIC S9(4)  COMP  VALUE 0.
           05  WS-WH-IX            PIC S9(4)  COMP  VALUE 0.
           05  WS-WH-MAX           PIC S9(4)  COMP  VALUE 99.
           05  WS-STATEMENT-TOTAL  PIC 9(6)         VALUE 0.

       01  WAREHOUSE-TABLE.
           05  WT-ENTRY OCCURS 100 TIMES.
               10  WT-WAREHOUSE-ID     PIC X(4).
               10  WT-WAREHOUSE-NAME   PIC X(20).
               10  WT-MANAGER-NAME     PIC X(20).
               10  WT-STATEMENT-COUNT  PIC 9(5).

       01  WS-MMDDYYYY-WORK        PIC 9(8)        VALUE 0.

       01  WS-DATE-BREAKOUT.
           05  WS-BRK-YYYY         PIC 9999.
           05  WS-BRK-MM           PIC 99.
           05  WS-BRK-DD           PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

       01 HOLDER-VALUES.
           05  COUNTER             PIC 9(4)        VALUE 0.

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
           05  COUNTER-OUT         PIC ZZZ9.

       01  HEADING-TWO.
           05          PIC X(22)  VALUE SPACES.
           05          PIC X(58)
                       VALUE 'ANNUAL TOTAL COMPENSATION STATEMENT'.

       01  SEPARATOR-LINE-ONE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'STATEMENTS FOR WAREHOUSE '.
           05  SEP-WAREHOUSE-OUT   PIC X(4).
           05                      PIC X(3)    VALUE ' - '.
           05  SEP-WH-NAME-OUT     PIC X(20).

       01  SEPARATOR-LINE-TWO.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(25)   VALUE 'LOCATION:'.
           05  SEP-CITY-OUT        PIC X(15).

       01  SEPARATOR-LINE-THREE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'DELIVER TO MANAGER:'.
           05  SEP-MANAGER-OUT     PIC X(20).

       01  EMPLOYEE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'EMPLOYEE:'.
           05  EMP-ID-OUT          PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  EMP-FIRST-NAME-OUT  PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  EMP-LAST-NAME-OUT   PIC X(10).

       01  EMP-WAREHOUSE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'WAREHOUSE:'.
           05  EMP-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  EMP-WH-NAME-OUT     PIC X(20).

       01  EMP-MANAGER-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'MANAGER:'.
           05  EMP-MANAGER-OUT     PIC X(20).

       01  EMP-POSITION-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'POSITION:'.
           05  EMP-POSITION-OUT    PIC X(2).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  EMP-TITLE-OUT       PIC X(12).

       01  EMP-HIRE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'HIRE DATE:'.
           05  EMP-HIRE-DATE-OUT   PIC 99/99/9999.

       01  EMP-SERVICE-DATE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'SERVICE DATE:'.
           05  EMP-SVC-DATE-OUT    PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'REHIRED'.

       01  EMP-SERVICE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)
                                   VALUE 'YEARS OF SERVICE:'.
           05  EMP-YEARS-OUT       PIC Z9.

       01  PAY-HEADING-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'YOUR PAY'.

       01  PAY-AMOUNT-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  PAY-LABEL-OUT       PIC X(25).
           05  PAY-AMOUNT-OUT      PIC $ZZZ,ZZZ.99.

       01  PAY-DATE-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'LAST PAY INCREASE'.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PAY-DATE-OUT        PIC 99/99/9999.

       01  RANGE-HEADING-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(30)
                                   VALUE 'SALARY RANGE FOR YOUR GRADE'.

       01  RANGE-POSITION-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'POSITION IN RANGE'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RANGE-PERCENT-OUT   PIC -ZZZ9.9.
           05                      PIC X(1)    VALUE '%'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RANGE-TEXT-OUT      PIC X(15).

       01  RANGE-MISSING-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05                      PIC X(40)
                       VALUE 'NO SALARY RANGE ON FILE FOR THIS GRADE'.

       01  RAISE-HEADING-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(30)
                                   VALUE 'RECENT PAY INCREASES'.

       01  RAISE-COLUMN-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05                      PIC X(16)   VALUE 'EFFECTIVE'.
           05                      PIC X(15)   VALUE '   FROM SALARY'.
           05                      PIC X(15)   VALUE '     TO SALARY'.
           05                      PIC X(10)   VALUE '  INCREASE'.

       01  RAISE-DETAIL-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  RAISE-DATE-OUT      PIC 99/99/9999.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  RAISE-PRIOR-OUT     PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RAISE-NEW-OUT       PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RAISE-PERCENT-OUT   PIC ZZ9.99.
           05                      PIC X(1)    VALUE '%'.

       01  NO-RAISE-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05                      PIC X(30)
                                   VALUE 'NO PAY INCREASES ON FILE'.

       01  CONTROL-HEADING.
           05          PIC X(27)  VALUE SPACES.
           05          PIC X(53)  VALUE 'STATEMENT CONTROL TOTALS'.

       01  CONTROL-COLUMN-LINE.
           05          PIC X(15)  VALUE '   WAREHOUSE'.
           05          PIC X(23)  VALUE 'NAME'.
           05          PIC X(23)  VALUE 'MANAGER'.
           05          PIC X(10)  VALUE 'STATEMENTS'.

       01  CONTROL-DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  CTL-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  CTL-WH-NAME-OUT     PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CTL-MANAGER-OUT     PIC X(20).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  CTL-COUNT-OUT       PIC ZZ,ZZ9.

       01  CONTROL-TOTAL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(58)
                                   VALUE 'TOTAL STATEMENTS PRINTED'.
           05  CTL-TOTAL-OUT       PIC ZZZ,ZZ9.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           SORT  SORT-WORK-FILE
               ON ASCENDING KEY SR-WAREHOUSE-ID SR-EMPLOYEE-ID
                                SR-RUN-DATE
               INPUT PROCEDURE IS 21-SORT-INPUT-ROUTINE
               GIVING SORTED-HISTORY-FILE
           PERFORM  17-OPEN-HISTORY-ROUTINE
           PERFORM  25-PROCESS-EMPLOYEE-ROUTINE
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
           OPEN  INPUT  WAREHOUSE-MASTER
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAREHOUSE-MASTER, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * NO SERVICE DATE MASTER YET MEANS NOBODY HAS BEEN REHIRED -
      * EVERY EMPLOYEE'S SERVICE THEN RUNS FROM HIRE-DATE.
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
           OPEN  OUTPUT  STATEMENT-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           .

       17-OPEN-HISTORY-ROUTINE.

           OPEN  INPUT  SORTED-HISTORY-FILE
           IF WS-SORTED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALHISTSRT.TMP, STATUS = '
                   WS-SORTED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 18-READ-HISTORY-ROUTINE
           .

       18-READ-HISTORY-ROUTINE.

           READ SORTED-HISTORY-FILE
               AT END
                   MOVE  'Y'  TO  WS-HISTORY-EOF-FLAG
           END-READ
           .

       20-HEADER-ROUTINE.

           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE STATEMENT-LINE FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE STATEMENT-LINE FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 2 TO PROPER-SPACING
           .

      * THE RAISE HISTORY SPANS THE LIVE SNAPSHOTS AND EVERY YEAR
      * SBANJARAP10 HAS ARCHIVED. NO ARCHIVE YET IS NOT AN ERROR.
       21-SORT-INPUT-ROUTINE.

           OPEN  INPUT  SALARY-HISTORY-FILE
           IF WS-SALARY-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALARY-HISTORY-FILE, STATUS = '
                   WS-SALARY-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 22-RELEASE-ROUTINE
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           MOVE  ' '  TO  EOF-FLAG

           OPEN  INPUT  ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-ARCHIVE-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING SALHISTARCH.TXT, STATUS = '
                       WS-ARCHIVE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ ARCHIVE-FILE INTO SALARY-HISTORY-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 22-RELEASE-ROUTINE
               END-READ
           END-PERFORM
           IF ARCHIVE-FILE-FOUND
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

       22-RELEASE-ROUTINE.

           MOVE  SH-WAREHOUSE-ID       TO  SR-WAREHOUSE-ID
           MOVE  SH-EMPLOYEE-ID        TO  SR-EMPLOYEE-ID
           MOVE  SH-RUN-DATE           TO  SR-RUN-DATE
           MOVE  SH-CURRENT-SALARY     TO  SR-CURRENT-SALARY
           MOVE  SH-PAY-INCREASE-DATE  TO  SR-PAY-INCREASE-DATE
           RELEASE SORT-RECORD
           .

       23-MMDDYYYY-ROUTINE.

           COMPUTE WS-MMDDYYYY-WORK =
               WS-BRK-MM * 1000000 + WS-BRK-DD * 10000
               + WS-BRK-YYYY
           .

      * THE EMPLOYEE FILE COMES IN KEY ORDER, SO IT IS ALREADY
      * GROUPED BY WAREHOUSE. THE SORTED SNAPSHOTS ARE ADVANCED IN
      * STEP WITH IT FOR EVERY EMPLOYEE, ACTIVE OR NOT.
       25-PROCESS-EMPLOYEE-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 26-RAISE-HISTORY-ROUTINE
                       IF EMPLOYEE-ACTIVE
                           PERFORM 30-MAIN-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           .

       26-RAISE-HISTORY-ROUTINE.

           MOVE  0  TO  WS-RAISE-COUNT
                        WS-PRIOR-SALARY
           PERFORM UNTIL NO-MORE-HISTORY
                      OR HS-EMPLOYEE-KEY > EMPLOYEE-KEY
               IF HS-EMPLOYEE-KEY = EMPLOYEE-KEY
                   IF WS-PRIOR-SALARY > 0
                      AND HS-CURRENT-SALARY > WS-PRIOR-SALARY
                       MOVE  HS-PAY-INCREASE-DATE
                           TO  WS-NEW-RAISE-DATE
                       MOVE  HS-CURRENT-SALARY
                           TO  WS-NEW-RAISE-SALARY
                       PERFORM 27-RAISE-ADD-ROUTINE
                   END-IF
                   MOVE  HS-CURRENT-SALARY  TO  WS-PRIOR-SALARY
               END-IF
               PERFORM 18-READ-HISTORY-ROUTINE
           END-PERFORM
           IF WS-PRIOR-SALARY > 0
              AND CURRENT-SALARY > WS-PRIOR-SALARY
               MOVE  PAY-INCREASE-DATE  TO  WS-NEW-RAISE-DATE
               MOVE  CURRENT-SALARY     TO  WS-NEW-RAISE-SALARY
               PERFORM 27-RAISE-ADD-ROUTINE
           END-IF
           .

      * ONCE FIVE ARE HELD THE OLDEST DROPS OFF THE TOP.
       27-RAISE-ADD-ROUTINE.

           IF WS-RAISE-COUNT >= WS-RAISE-MAX
               PERFORM VARYING WS-RAISE-IX FROM 1 BY 1
                   UNTIL WS-RAISE-IX >= WS-RAISE-COUNT
                   MOVE  RT-ENTRY (WS-RAISE-IX + 1)
                       TO  RT-ENTRY (WS-RAISE-IX)
               END-PERFORM
           ELSE
               ADD  1  TO  WS-RAISE-COUNT
           END-IF
           MOVE  WS-NEW-RAISE-DATE    TO  RT-RAISE-DATE (WS-RAISE-COUNT)
           MOVE  WS-PRIOR-SALARY    TO  RT-PRIOR-SALARY (WS-RAISE-COUNT)
           MOVE  WS-NEW-RAISE-SALARY  TO  RT-NEW-SALARY (WS-RAISE-COUNT)
           COMPUTE RT-RAISE-PERCENT (WS-RAISE-COUNT) ROUNDED =
               ((WS-NEW-RAISE-SALARY - WS-PRIOR-SALARY) /
                WS-PRIOR-SALARY) * 100
               ON SIZE ERROR
                   MOVE 0 TO RT-RAISE-PERCENT (WS-RAISE-COUNT)
           END-COMPUTE
           .

       30-MAIN-ROUTINE.

           IF FIRST-RECORD
              OR WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
               MOVE  'N'  TO  WS-FIRST-RECORD-FLAG
               MOVE  WAREHOUSE-ID  TO  WS-PREV-WAREHOUSE-ID
               PERFORM 31-WAREHOUSE-SEPARATOR-ROUTINE
           END-IF
           ADD  1  TO  WT-STATEMENT-COUNT (WS-WH-COUNT)
           ADD  1  TO  WS-STATEMENT-TOTAL
           PERFORM 20-HEADER-ROUTINE
           PERFORM 32-EMPLOYEE-SECTION-ROUTINE
           PERFORM 33-PAY-SECTION-ROUTINE
           PERFORM 34-RAISE-SECTION-ROUTINE
           .

      * EACH MANAGER'S STACK OPENS WITH A PAGE ADDRESSED TO THEM.
       31-WAREHOUSE-SEPARATOR-ROUTINE.

           MOVE  WAREHOUSE-ID  TO  WM-WAREHOUSE-ID
           READ  WAREHOUSE-MASTER
               INVALID KEY
                   MOVE  'NOT ON FILE'      TO  WS-WH-NAME
                   MOVE  SPACES             TO  WS-WH-CITY
                   MOVE  SPACES             TO  WS-WH-MANAGER
               NOT INVALID KEY
                   MOVE  WM-WAREHOUSE-NAME  TO  WS-WH-NAME
                   MOVE  WM-WAREHOUSE-CITY  TO  WS-WH-CITY
                   MOVE  WM-MANAGER-NAME    TO  WS-WH-MANAGER
           END-READ
           IF WS-WH-COUNT >= WS-WH-MAX
               DISPLAY 'WAREHOUSE TABLE FULL AT ' WAREHOUSE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1  TO  WS-WH-COUNT
           MOVE  WAREHOUSE-ID   TO  WT-WAREHOUSE-ID (WS-WH-COUNT)
           MOVE  WS-WH-NAME     TO  WT-WAREHOUSE-NAME (WS-WH-COUNT)
           MOVE  WS-WH-MANAGER  TO  WT-MANAGER-NAME (WS-WH-COUNT)
           MOVE  0              TO  WT-STATEMENT-COUNT (WS-WH-COUNT)

           PERFORM 20-HEADER-ROUTINE
           MOVE  WAREHOUSE-ID   TO  SEP-WAREHOUSE-OUT
           MOVE  WS-WH-NAME     TO  SEP-WH-NAME-OUT
           MOVE  WS-WH-CITY     TO  SEP-CITY-OUT
           MOVE  WS-WH-MANAGER  TO  SEP-MANAGER-OUT
           WRITE STATEMENT-LINE FROM SEPARATOR-LINE-ONE
               AFTER ADVANCING 6 LINES
           WRITE STATEMENT-LINE FROM SEPARATOR-LINE-TWO
               AFTER ADVANCING 2 LINES
           WRITE STATEMENT-LINE FROM SEPARATOR-LINE-THREE
               AFTER ADVANCING 2 LINES
           .

      * A REHIRE'S YEARS OF SERVICE RUN FROM THE SENIORITY DATE ON
      * THE SERVICE DATE MASTER, THE SAME AS THEIR ANNIVERSARIES ON
      * SBANJARAP15. EVERYONE ELSE RUNS FROM HIRE-DATE.
       32-EMPLOYEE-SECTION-ROUTINE.

           MOVE  HIRE-DATE  TO  WS-SERVICE-DATE
           MOVE  'N'        TO  WS-REHIRE-FLAG
           IF SERVICE-FILE-OPEN
               MOVE  EMPLOYEE-KEY  TO  SV-EMPLOYEE-KEY
               READ  SERVICE-DATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE  'Y'  TO  WS-REHIRE-FLAG
                       MOVE  SV-SENIORITY-DATE  TO  WS-SERVICE-DATE
               END-READ
           END-IF
           MOVE  0  TO  WS-SERVICE-YEARS
           IF WS-SERVICE-DATE > 0
              AND WS-SERVICE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-SERVICE-YEARS = WS-YEAR - WS-SVC-YYYY
               IF WS-MONTH * 100 + WS-DAY
                      < WS-SVC-MM * 100 + WS-SVC-DD
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
           END-IF

           MOVE  EMPLOYEE-POSITION  TO  PAY-GRADE-CODE
           READ  PAY-GRADE-MASTER
               INVALID KEY
                   MOVE  'N'  TO  WS-GRADE-FOUND-FLAG
                   MOVE  'NOT ON FILE'    TO  EMP-TITLE-OUT
               NOT INVALID KEY
                   MOVE  'Y'  TO  WS-GRADE-FOUND-FLAG
                   MOVE  PAY-GRADE-TITLE  TO  EMP-TITLE-OUT
           END-READ

           MOVE  EMPLOYEE-ID        TO  EMP-ID-OUT
           MOVE  FIRST-NAME         TO  EMP-FIRST-NAME-OUT
           MOVE  LAST-NAME          TO  EMP-LAST-NAME-OUT
           MOVE  EMPLOYEE-LINE      TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES
           MOVE  WAREHOUSE-ID       TO  EMP-WAREHOUSE-OUT
           MOVE  WS-WH-NAME         TO  EMP-WH-NAME-OUT
           MOVE  EMP-WAREHOUSE-LINE TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           MOVE  WS-WH-MANAGER      TO  EMP-MANAGER-OUT
           MOVE  EMP-MANAGER-LINE   TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           MOVE  EMPLOYEE-POSITION  TO  EMP-POSITION-OUT
           MOVE  EMP-POSITION-LINE  TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           MOVE  HIRE-DATE          TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK   TO  EMP-HIRE-DATE-OUT
           MOVE  EMP-HIRE-LINE      TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
           IF EMPLOYEE-REHIRED
               MOVE  WS-SERVICE-DATE  TO  WS-DATE-BREAKOUT
               PERFORM 23-MMDDYYYY-ROUTINE
               MOVE  WS-MMDDYYYY-WORK       TO  EMP-SVC-DATE-OUT
               MOVE  EMP-SERVICE-DATE-LINE  TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE  WS-SERVICE-YEARS   TO  EMP-YEARS-OUT
           MOVE  EMP-SERVICE-LINE   TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           .

      * WHERE CURRENT-SALARY SITS IN THE GRADE'S RANGE - 0% AT THE
      * MINIMUM, 100% AT THE MAXIMUM, OUTSIDE THAT WHEN OFF RANGE.
       33-PAY-SECTION-ROUTINE.

           MOVE  PAY-HEADING-LINE   TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES
           MOVE  'CURRENT ANNUAL SALARY'  TO  PAY-LABEL-OUT
           MOVE  CURRENT-SALARY     TO  PAY-AMOUNT-OUT
           MOVE  PAY-AMOUNT-LINE    TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
           MOVE  'STARTING SALARY'  TO  PAY-LABEL-OUT
           MOVE  STARTING-SALARY    TO  PAY-AMOUNT-OUT
           MOVE  PAY-AMOUNT-LINE    TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           IF PAY-INCREASE-DATE > 0
               MOVE  PAY-INCREASE-DATE  TO  WS-DATE-BREAKOUT
               PERFORM 23-MMDDYYYY-ROUTINE
               MOVE  WS-MMDDYYYY-WORK   TO  PAY-DATE-OUT
               MOVE  PAY-DATE-LINE      TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           END-IF

           MOVE  RANGE-HEADING-LINE  TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES
           IF NOT GRADE-FOUND
               MOVE  RANGE-MISSING-LINE  TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE  'GRADE MINIMUM'       TO  PAY-LABEL-OUT
               MOVE  PAY-GRADE-MIN-SALARY  TO  PAY-AMOUNT-OUT
               MOVE  PAY-AMOUNT-LINE       TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
               MOVE  'GRADE MAXIMUM'       TO  PAY-LABEL-OUT
               MOVE  PAY-GRADE-MAX-SALARY  TO  PAY-AMOUNT-OUT
               MOVE  PAY-AMOUNT-LINE       TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
               MOVE  0  TO  WS-RANGE-PERCENT
               IF PAY-GRADE-MAX-SALARY > PAY-GRADE-MIN-SALARY
                   COMPUTE WS-RANGE-PERCENT ROUNDED =
                       ((CURRENT-SALARY - PAY-GRADE-MIN-SALARY) /
                        (PAY-GRADE-MAX-SALARY - PAY-GRADE-MIN-SALARY))
                       * 100
                       ON SIZE ERROR
                           MOVE 0 TO WS-RANGE-PERCENT
                   END-COMPUTE
               END-IF
               EVALUATE TRUE
                   WHEN CURRENT-SALARY < PAY-GRADE-MIN-SALARY
                       MOVE  'BELOW MINIMUM'  TO  RANGE-TEXT-OUT
                   WHEN CURRENT-SALARY > PAY-GRADE-MAX-SALARY
                       MOVE  'ABOVE MAXIMUM'  TO  RANGE-TEXT-OUT
                   WHEN OTHER
                       MOVE  SPACES           TO  RANGE-TEXT-OUT
               END-EVALUATE
               MOVE  WS-RANGE-PERCENT     TO  RANGE-PERCENT-OUT
               MOVE  RANGE-POSITION-LINE  TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           END-IF
           .

       34-RAISE-SECTION-ROUTINE.

           MOVE  RAISE-HEADING-LINE  TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES
           IF WS-RAISE-COUNT = 0
               MOVE  NO-RAISE-LINE  TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE  RAISE-COLUMN-LINE  TO  STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES
               MOVE  2  TO  PROPER-SPACING
               PERFORM VARYING WS-RAISE-IX FROM 1 BY 1
                   UNTIL WS-RAISE-IX > WS-RAISE-COUNT
                   MOVE  RT-RAISE-DATE (WS-RAISE-IX)
                       TO  WS-DATE-BREAKOUT
                   PERFORM 23-MMDDYYYY-ROUTINE
                   MOVE  WS-MMDDYYYY-WORK  TO  RAISE-DATE-OUT
                   MOVE  RT-PRIOR-SALARY (WS-RAISE-IX)
                       TO  RAISE-PRIOR-OUT
                   MOVE  RT-NEW-SALARY (WS-RAISE-IX)
                       TO  RAISE-NEW-OUT
                   MOVE  RT-RAISE-PERCENT (WS-RAISE-IX)
                       TO  RAISE-PERCENT-OUT
                   MOVE  RAISE-DETAIL-LINE  TO  STATEMENT-LINE
                   PERFORM 40-WRITE-LINE
                   MOVE  1  TO  PROPER-SPACING
               END-PERFORM
           END-IF
           .

      * THE CONTROL TOTAL PAGE - ONE LINE PER WAREHOUSE STACK.
       35-EOF-ROUTINE.

           PERFORM 20-HEADER-ROUTINE
           WRITE STATEMENT-LINE FROM CONTROL-HEADING
               AFTER ADVANCING 2 LINES
           WRITE STATEMENT-LINE FROM CONTROL-COLUMN-LINE
               AFTER ADVANCING 3 LINES
           MOVE  2  TO  PROPER-SPACING
           PERFORM VARYING WS-WH-IX FROM 1 BY 1
               UNTIL WS-WH-IX > WS-WH-COUNT
               MOVE  WT-WAREHOUSE-ID (WS-WH-IX)    TO  CTL-WAREHOUSE-OUT
               MOVE  WT-WAREHOUSE-NAME (WS-WH-IX)  TO  CTL-WH-NAME-OUT
               MOVE  WT-MANAGER-NAME (WS-WH-IX)    TO  CTL-MANAGER-OUT
               MOVE  WT-STATEMENT-COUNT (WS-WH-IX) TO  CTL-COUNT-OUT
               MOVE  CONTROL-DETAIL-LINE  TO  STATEMENT-LINE
               PERFORM 40-WRITE-LINE
               MOVE  1  TO  PROPER-SPACING
           END-PERFORM
           MOVE  WS-STATEMENT-TOTAL  TO  CTL-TOTAL-OUT
           MOVE  CONTROL-TOTAL-LINE  TO  STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES
           CLOSE EMPLOYEE-RECORD-FILE
               PAY-GRADE-MASTER
               WAREHOUSE-MASTER
               SORTED-HISTORY-FILE
               STATEMENT-FILE
           IF SERVICE-FILE-OPEN
               CLOSE SERVICE-DATE-FILE
           END-IF
           STOP RUN
           .

       40-WRITE-LINE.

           WRITE STATEMENT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
