
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP22.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE OUTSTANDING APPROVALS REPORT OF DRAKEA LTD.
      * SBANJARAP7 HOLDS EVERY CHANGE TRANSACTION WHOSE RAISE IS OVER
      * THE RUN-PARAMETER APPROVAL PERCENTAGE, OR THAT TAKES THE
      * EMPLOYEE PAST THE PAY GRADE MAXIMUM, ON THE APPROVAL QUEUE
      * UNTIL A SECOND PERSON RULES ON IT. THIS REPORT LISTS WHAT IS
      * STILL WAITING, GROUPED UNDER THE MANAGER OF THE EMPLOYEE'S
      * WAREHOUSE, WITH THE NUMBER OF DAYS EACH ITEM HAS BEEN HELD.
      * ******
      * INPUT:
      *    THE APPROVAL QUEUE (APPRQUE.TXT) AND THE WAREHOUSE MASTER.
      ***********
      * OUTPUT:
      *    THE OUTSTANDING APPROVALS REPORT BY WAREHOUSE MANAGER,
      *    OLDEST ITEM FIRST WITHIN EACH MANAGER, WITH A COUNT AND
      *    THE OLDEST AGE PER MANAGER AND A COMPANY TOTAL.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPRQUE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'WHMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WM-WAREHOUSE-ID
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK.TMP'.
           SELECT APPROVAL-REPORT-FILE
               ASSIGN TO PRINTER 'OUTSTANDING-APPROVALS'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  APPROVAL-QUEUE-RECORD      PIC X(106).

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 59 CHARACTERS.

           COPY WHMAST.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-MANAGER-NAME        PIC X(20).
           05  SR-WAREHOUSE-ID        PIC X(4).
           05  SR-QUEUED-DATE         PIC 9(8).
           05  SR-EMPLOYEE-ID         PIC X(5).
           05  SR-HOLD-IMAGE          PIC X(106).

       FD  APPROVAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  APPROVAL-REPORT         PIC X(132).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-QUEUE-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-QUEUE-OPEN-FLAG      PIC X       VALUE 'N'.
               88  QUEUE-FILE-FOUND                VALUE 'Y'.
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

           COPY APPRHOLD.

           COPY EMPTRAN.

       01  WS-MMDDYYYY-WORK        PIC 9(8)        VALUE 0.

       01  WS-DATE-BREAKOUT.
           05  WS-BRK-YYYY         PIC 9999.
           05  WS-BRK-MM           PIC 99.
           05  WS-BRK-DD           PIC 99.

       01  AGE-FIELDS.
           05  WS-AGE-DAYS         PIC 9(5)    VALUE 0.
           05  WS-MGR-OLDEST-DAYS  PIC 9(5)    VALUE 0.
           05  WS-ALL-OLDEST-DAYS  PIC 9(5)    VALUE 0.

       01  MANAGER-BREAK-FIELDS.
           05  WS-PREV-MANAGER-NAME    PIC X(20)   VALUE SPACES.
           05  WS-MGR-ITEM-COUNT       PIC 9(4)    VALUE 0.
           05  WS-ITEM-COUNT           PIC 9(5)    VALUE 0.

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
           05          PIC X(28)  VALUE SPACES.
           05          PIC X(52)  VALUE 'OUTSTANDING APPROVALS REPORT'.

       01  HEADING-THREE.
           05          PIC X(12)  VALUE '   WAREHOUSE'.
           05          PIC X(11)  VALUE '   EMPLOYEE'.
           05          PIC X(14)  VALUE '  LAST NAME'.
           05          PIC X(14)  VALUE '   OLD SALARY'.
           05          PIC X(14)  VALUE '   NEW SALARY'.
           05          PIC X(10)  VALUE '   RAISE'.
           05          PIC X(15)  VALUE '  HELD FOR'.
           05          PIC X(13)  VALUE '  QUEUED ON'.
           05          PIC X(10)  VALUE 'DAYS HELD'.

       01  MANAGER-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'MANAGER: '.
           05  MGR-NAME-OUT        PIC X(20).

       01  DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  DTL-EMPLOYEE-OUT    PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-LAST-NAME-OUT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-OLD-SALARY-OUT  PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-NEW-SALARY-OUT  PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-PCT-OUT         PIC ZZ9.99.
           05                      PIC X(1)    VALUE '%'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-REASON-OUT      PIC X(12).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-QUEUED-OUT      PIC 99/99/9999.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-AGE-OUT         PIC ZZZZ9.

       01  MANAGER-TOTAL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  MGR-TOTAL-NAME-OUT  PIC X(20).
           05                      PIC X(18)   VALUE ' ITEMS WAITING:'.
           05  MGR-COUNT-OUT       PIC ZZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(18)
                                   VALUE 'OLDEST DAYS HELD:'.
           05  MGR-OLDEST-OUT      PIC ZZZZ9.

       01  TOTAL-LINE.
           05  FILLER              PIC X(25)   VALUE SPACES.
           05                      PIC X(18)   VALUE 'TOTAL WAITING:'.
           05  TOTAL-COUNT-OUT     PIC ZZZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05                      PIC X(18)
                                   VALUE 'OLDEST DAYS HELD:'.
           05  TOTAL-OLDEST-OUT    PIC ZZZZ9.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           SORT  SORT-WORK-FILE
               ON ASCENDING KEY SR-MANAGER-NAME SR-WAREHOUSE-ID
                                SR-QUEUED-DATE SR-EMPLOYEE-ID
               INPUT PROCEDURE IS 21-SORT-INPUT-ROUTINE
               OUTPUT PROCEDURE IS 22-SORT-OUTPUT-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .

       15-HOUSEKEEPING-ROUTINE.

           OPEN  INPUT  WAREHOUSE-MASTER
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAREHOUSE-MASTER, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  APPROVAL-REPORT-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.

           WRITE APPROVAL-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE APPROVAL-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE APPROVAL-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE APPROVAL-REPORT FROM HEADING-THREE
               AFTER ADVANCING 3 LINES
           MOVE 2 TO PROPER-SPACING
           .

      * THE MANAGER IS LOOKED UP HERE SO THE SORT CAN GROUP ON IT.
      * NO QUEUE FILE MEANS NOTHING HAS EVER BEEN HELD.
       21-SORT-INPUT-ROUTINE.

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
               READ APPROVAL-QUEUE-FILE INTO APPROVAL-HOLD-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  AH-TRANS-IMAGE  TO  EMPLOYEE-TRANS-RECORD
                       MOVE  EMT-WAREHOUSE-ID  TO  WM-WAREHOUSE-ID
                       READ  WAREHOUSE-MASTER
                           INVALID KEY
                               MOVE  'NO MANAGER ON FILE'
                                   TO  SR-MANAGER-NAME
                           NOT INVALID KEY
                               MOVE  WM-MANAGER-NAME
                                   TO  SR-MANAGER-NAME
                       END-READ
                       MOVE  EMT-WAREHOUSE-ID  TO  SR-WAREHOUSE-ID
                       MOVE  AH-QUEUED-DATE    TO  SR-QUEUED-DATE
                       MOVE  EMT-EMPLOYEE-ID   TO  SR-EMPLOYEE-ID
                       MOVE  APPROVAL-HOLD-RECORD  TO  SR-HOLD-IMAGE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           IF QUEUE-FILE-FOUND
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

       22-SORT-OUTPUT-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF FIRST-RECORD
                          OR SR-MANAGER-NAME NOT = WS-PREV-MANAGER-NAME
                           IF NOT FIRST-RECORD
                               PERFORM 32-MANAGER-TOTAL-ROUTINE
                           END-IF
                           MOVE 'N' TO WS-FIRST-RECORD-FLAG
                           MOVE SR-MANAGER-NAME TO WS-PREV-MANAGER-NAME
                           PERFORM 31-MANAGER-HEADING-ROUTINE
                       END-IF
                       PERFORM 30-MAIN-ROUTINE
               END-RETURN
           END-PERFORM
           IF NOT FIRST-RECORD
               PERFORM 32-MANAGER-TOTAL-ROUTINE
           END-IF
           .

       23-MMDDYYYY-ROUTINE.

           COMPUTE WS-MMDDYYYY-WORK =
               WS-BRK-MM * 1000000 + WS-BRK-DD * 10000
               + WS-BRK-YYYY
           .

      * AGE IS CALENDAR DAYS FROM THE NIGHT THE ITEM WAS HELD.
       30-MAIN-ROUTINE.

           MOVE  SR-HOLD-IMAGE     TO  APPROVAL-HOLD-RECORD
           MOVE  AH-TRANS-IMAGE    TO  EMPLOYEE-TRANS-RECORD
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(AH-QUEUED-DATE)
               ON SIZE ERROR
                   MOVE 0 TO WS-AGE-DAYS
           END-COMPUTE
           IF WS-AGE-DAYS > WS-MGR-OLDEST-DAYS
               MOVE  WS-AGE-DAYS  TO  WS-MGR-OLDEST-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-ALL-OLDEST-DAYS
               MOVE  WS-AGE-DAYS  TO  WS-ALL-OLDEST-DAYS
           END-IF
           ADD  1  TO  WS-MGR-ITEM-COUNT
           ADD  1  TO  WS-ITEM-COUNT

           MOVE  EMT-WAREHOUSE-ID     TO  DTL-WAREHOUSE-OUT
           MOVE  EMT-EMPLOYEE-ID      TO  DTL-EMPLOYEE-OUT
           MOVE  EMT-LAST-NAME        TO  DTL-LAST-NAME-OUT
           MOVE  AH-OLD-SALARY        TO  DTL-OLD-SALARY-OUT
           MOVE  EMT-CURRENT-SALARY   TO  DTL-NEW-SALARY-OUT
           MOVE  AH-PERCENT-INCREASE  TO  DTL-PCT-OUT
           EVALUATE TRUE
               WHEN AH-OVER-GRADE-MAX
                   MOVE  'OVER GRADE'    TO  DTL-REASON-OUT
               WHEN AH-OVER-PERCENT
                   MOVE  'OVER PERCENT'  TO  DTL-REASON-OUT
               WHEN OTHER
                   MOVE  SPACES          TO  DTL-REASON-OUT
           END-EVALUATE
           MOVE  AH-QUEUED-DATE       TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK     TO  DTL-QUEUED-OUT
           MOVE  WS-AGE-DAYS          TO  DTL-AGE-OUT
           MOVE  DETAIL-LINE          TO  APPROVAL-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING
           .

       31-MANAGER-HEADING-ROUTINE.

           MOVE  SR-MANAGER-NAME  TO  MGR-NAME-OUT
           MOVE  MANAGER-LINE     TO  APPROVAL-REPORT
           WRITE APPROVAL-REPORT AFTER ADVANCING 2 LINES
           MOVE  1 TO PROPER-SPACING
           .

       32-MANAGER-TOTAL-ROUTINE.

           MOVE  WS-PREV-MANAGER-NAME  TO  MGR-TOTAL-NAME-OUT
           MOVE  WS-MGR-ITEM-COUNT     TO  MGR-COUNT-OUT
           MOVE  WS-MGR-OLDEST-DAYS    TO  MGR-OLDEST-OUT
           MOVE  MANAGER-TOTAL-LINE    TO  APPROVAL-REPORT
           WRITE APPROVAL-REPORT AFTER ADVANCING 2 LINES
           MOVE  0 TO WS-MGR-ITEM-COUNT
           MOVE  0 TO WS-MGR-OLDEST-DAYS
           .

       35-EOF-ROUTINE.

           MOVE  WS-ITEM-COUNT        TO  TOTAL-COUNT-OUT
           MOVE  WS-ALL-OLDEST-DAYS   TO  TOTAL-OLDEST-OUT
           MOVE  TOTAL-LINE           TO  APPROVAL-REPORT
           WRITE APPROVAL-REPORT AFTER ADVANCING 3 LINES
           CLOSE WAREHOUSE-MASTER
               APPROVAL-REPORT-FILE
           STOP RUN
           .

       40-WRITE-LINE.

           WRITE APPROVAL-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
