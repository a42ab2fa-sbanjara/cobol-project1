
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP21.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE RETROACTIVE PAY PROGRAM OF DRAKEA LTD. WHEN A
      * CHANGE TRANSACTION CARRIES A PAY-INCREASE-DATE EARLIER THAN
      * THE CURRENT PAY PERIOD, SBANJARAP7 RAISES CURRENT-SALARY BUT
      * THE PERIODS ALREADY PAID WENT OUT AT THE OLD RATE. THIS
      * PROGRAM TAKES THE BEFORE AND AFTER IMAGES OF EVERY SUCH
      * REWRITE FROM THE UPDATE JOURNAL, WALKS EVERY PAY PERIOD FROM
      * THE INCREASE DATE THAT HAD CLOSED BY THE NIGHT SBANJARAP7
      * APPLIED THE RAISE, AND WORKS OUT THE SHORTFALL PERIOD BY
      * PERIOD - PRORATING A PARTIAL PERIOD (THE INCREASE DATE, A
      * HIRE OR A TERMINATION INSIDE IT) BY DAYS EXACTLY AS THE
      * SBANJARAP16 REGISTER DOES.
      *
      * EACH RUN TAKES THE JOURNAL RECORDS ADDED SINCE THE LAST ONE
      * AND LOGS THE JOURNAL RECORD RANGE IT PAID ON THE RETRO
      * CONTROL FILE, SO EVERY SBANJARAP7 RUN IS PAID ONCE AND ONLY
      * ONCE. PERIODS THAT CLOSED AFTER THE RAISE WAS APPLIED WENT
      * OUT AT THE NEW RATE ON THE SBANJARAP16 REGISTER AND ARE NOT
      * PAID AGAIN, SO THE RESULT IS THE SAME HOWEVER LATE THIS
      * PROGRAM RUNS. WITH NO CONTROL FILE YET, IT STARTS AT THE
      * LATEST SBANJARAP7 RUN ON THE JOURNAL. A RUN SBANJARAP17 BACKED
      * OUT IS PASSED OVER; ONE BACKED OUT AFTER ITS RETRO PAY WENT
      * OUT IS FLAGGED ON THE REGISTER FOR RECOVERY BY HAND.
      * ******
      * INPUT:
      *    THE SBANJARAP7 UPDATE JOURNAL (EMPJRNL.TXT), THE RETRO
      *    CONTROL FILE (RETROCTL.TXT), THE PAY CALENDAR MASTER
      *    (PAYCAL.TXT) AND THE WAREHOUSE MASTER.
      ***********
      * OUTPUT:
      *    THE RETRO PAY FILE FOR PAYROLL (RETROPAY.TXT), ONE RECORD
      *    PER EMPLOYEE PER PERIOD OWED; THE RETRO GL FILE
      *    (RETROGL.TXT), ONE RECORD PER WAREHOUSE COST CENTER FOR
      *    BOOKING ALONGSIDE GLEXTRACT.TXT; AND THE RETRO PAY
      *    REGISTER BY WAREHOUSE COST CENTER WITH A COMPANY TOTAL;
      *    AND THE RUN LOGGED ON RETROCTL.TXT.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO 'EMPJRNL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RETRO-CONTROL-FILE
               ASSIGN TO 'RETROCTL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETRO-CTL-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE
               ASSIGN TO 'PAYCAL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'WHMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WM-WAREHOUSE-ID
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT RETRO-PAY-FILE
               ASSIGN TO 'RETROPAY.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETRO-FILE-STATUS.
           SELECT RETRO-GL-FILE
               ASSIGN TO 'RETROGL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETRO-GL-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK.TMP'.
           SELECT RETRO-REPORT-FILE
               ASSIGN TO PRINTER 'RETRO-PAY-REGISTER'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  JOURNAL-FILE
           RECORD CONTAINS 95 CHARACTERS.

           COPY EMPJRNL.

      * ONE RECORD PER RUN. JOURNAL POSITIONS ARE RECORD NUMBERS ON
      * EMPJRNL.TXT, COUNTED FROM 1 - THE JOURNAL IS ONLY EVER ADDED
      * TO. THE NEXT RUN STARTS ONE PAST THE LAST RC-TO-POSITION.
       FD  RETRO-CONTROL-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01  RETRO-CONTROL-RECORD.
           05  RC-RUN-DATE             PIC 9(8).
           05  RC-FROM-POSITION        PIC 9(8).
           05  RC-TO-POSITION          PIC 9(8).
           05  RC-RAISE-COUNT          PIC 9(5).
           05  RC-RETRO-TOTAL          PIC 9(8)V99.

       FD  PAY-CALENDAR-FILE
           RECORD CONTAINS 29 CHARACTERS.

           COPY PAYCAL.

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 59 CHARACTERS.

           COPY WHMAST.

       FD  RETRO-PAY-FILE
           RECORD CONTAINS 63 CHARACTERS.

           COPY RETROPAY.

      * SAME COST CENTER AND DATE WIDTHS AS THE GL INTERFACE RECORD
      * SBANJARAP1 WRITES, SO THE TWO FILES BOOK SIDE BY SIDE.
       FD  RETRO-GL-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  RETRO-GL-RECORD.
           05  RG-COST-CENTER          PIC X(4).
           05  RG-PERIOD-END-DATE      PIC 9(8).
           05  RG-RETRO-PAY-TOT        PIC 9(6)V99.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-WAREHOUSE-ID        PIC X(4).
           05  SR-EMPLOYEE-ID         PIC X(5).
           05  SR-PERIOD-END-DATE     PIC 9(8).
           05  SR-PERIOD-NUMBER       PIC 9(3).
           05  SR-LAST-NAME           PIC X(10).
           05  SR-PAY-INCREASE-DATE   PIC 9(8).
           05  SR-DAYS-WORKED         PIC 9(3).
           05  SR-OLD-PERIOD-GROSS    PIC 9(6)V99.
           05  SR-NEW-PERIOD-GROSS    PIC 9(6)V99.
           05  SR-RETRO-AMOUNT        PIC 9(6)V99.

       FD  RETRO-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  RETRO-REPORT            PIC X(132).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-CAL-EOF-FLAG         PIC X       VALUE ' '.
               88  NO-MORE-CALENDAR                VALUE 'N'.
           05  WS-JOURNAL-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-RETRO-CTL-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-CALENDAR-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX     VALUE '00'.
           05  WS-RETRO-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-RETRO-GL-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PERIOD-FOUND-FLAG    PIC X       VALUE 'N'.
               88  PERIOD-FOUND                    VALUE 'Y'.
           05  WS-JOURNAL-OPEN-FLAG    PIC X       VALUE 'N'.
               88  JOURNAL-FILE-FOUND              VALUE 'Y'.
           05  WS-CONTROL-FOUND-FLAG   PIC X       VALUE 'N'.
               88  CONTROL-FILE-FOUND              VALUE 'Y'.
           05  WS-BEFORE-HELD-FLAG     PIC X       VALUE 'N'.
               88  BEFORE-IMAGE-HELD               VALUE 'Y'.
           05  WS-RUN-BACKED-OUT-FLAG  PIC X       VALUE 'N'.
               88  RUN-BACKED-OUT                  VALUE 'Y'.
           05  WS-IN-PERIOD-FLAG       PIC X       VALUE 'N'.
               88  WORKED-IN-PERIOD                VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

           COPY EMPREC.

      * THE BEFORE IMAGE OF A REWRITE IS HELD HERE UNTIL ITS AFTER
      * IMAGE, WHICH SBANJARAP7 ALWAYS JOURNALS NEXT, IS READ. IT IS
      * LAID OVER THE EMPREC POSITIONS THE RAISE TEST NEEDS.
       01  WS-BEFORE-IMAGE.
           05  FILLER                  PIC X(54)   VALUE SPACES.
           05  WB-PAY-INCREASE-DATE    PIC 9(8)    VALUE 0.
           05  WB-CURRENT-SALARY       PIC 9(6)V99 VALUE 0.
           05  WB-EMPLOYEE-STATUS      PIC X       VALUE SPACE.
               88  WB-EMPLOYEE-ACTIVE              VALUE 'A'.
           05  FILLER                  PIC X(8)    VALUE SPACES.

      * THE CURRENT PERIOD (THE ONE THE RUN DATE FALLS IN) IS FOUND
      * THE SAME WAY SBANJARAP16 FINDS IT. EVERY EARLIER PERIOD ON THE
      * CALENDAR IS CLOSED - IT HAS ALREADY BEEN PAID - AND IS HELD
      * IN THE TABLE BELOW FOR THE RETRO WALK.
       01  PERIOD-FIELDS.
           05  WS-PERIOD-NUMBER    PIC 9(3)    VALUE 0.
           05  WS-PERIODS-PER-YEAR PIC 9(2)    VALUE 0.
           05  WS-PERIOD-START     PIC 9(8)    VALUE 0.
           05  WS-PERIOD-END       PIC 9(8)    VALUE 0.
           05  WS-PERIOD-START-INT PIC 9(7)    VALUE 0.
           05  WS-PERIOD-END-INT   PIC 9(7)    VALUE 0.
           05  WS-PERIOD-DAYS      PIC 9(3)    VALUE 0.

      * THE TABLE CARRIES ONE SLOT MORE THAN WS-CAL-MAX SO THE
      * SUBSCRIPT CAN RUN ONE PAST THE LAST USED ENTRY.
       01  CALENDAR-TABLE-FIELDS.
           05  WS-CAL-COUNT        PIC S9(4)  COMP  VALUE 0.
           05  WS-CAL-IX           PIC S9(4)  COMP  VALUE 0.
           05  WS-CAL-MAX          PIC S9(4)  COMP  VALUE 160.

       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY OCCURS 161 TIMES.
               10  CL-PERIOD-NUMBER     PIC 9(3).
               10  CL-PERIODS-PER-YEAR  PIC 9(2).
               10  CL-START-DATE        PIC 9(8).
               10  CL-END-DATE          PIC 9(8).

      * THE JOURNAL RECORD RANGE THIS RUN PAYS, AND WHERE THE
      * LATEST SBANJARAP7 RUN ON THE JOURNAL STARTS.
       01  JOURNAL-RANGE-FIELDS.
           05  WS-FROM-POSITION    PIC 9(8)    VALUE 0.
           05  WS-TO-POSITION      PIC 9(8)    VALUE 0.
           05  WS-LAST-TO-POSITION PIC 9(8)    VALUE 0.
           05  WS-LAST-RUN-POSITION PIC 9(8)   VALUE 0.
           05  WS-JOURNAL-POSITION PIC 9(8)    VALUE 0.
           05  WS-JOURNAL-COUNT    PIC 9(8)    VALUE 0.

      * THE JOURNAL IS KEPT ACROSS RUNS AND EVERY SBANJARAP7 RUN ON
      * IT STARTS AGAIN AT SEQUENCE 1. A RUN SBANJARAP17 BACKED OUT
      * IS FOLLOWED BY A BACK-OUT MARKER, AND ITS RAISES NEVER STOOD,
      * SO EVERY MARKER ON THE JOURNAL LISTS ITS RUN HERE, BY ITS
      * PLACE ON THE JOURNAL, WITH THE MARKER'S OWN POSITION. A
      * LISTED RUN INSIDE THE RANGE IS PASSED OVER. A LISTED RUN
      * BEFORE THE RANGE WHOSE MARKER IS INSIDE IT WAS BACKED OUT
      * AFTER AN EARLIER RUN OF THIS PROGRAM HAD PAID IT, AND IS
      * COUNTED AS A LATE BACK OUT.
       01  BACKOUT-TABLE-FIELDS.
           05  WS-JOURNAL-RUN-NUMBER  PIC 9(6)        VALUE 0.
           05  WS-BACKOUT-COUNT    PIC S9(4)  COMP  VALUE 0.
           05  WS-BACKOUT-IX       PIC S9(4)  COMP  VALUE 0.
           05  WS-BACKOUT-MAX      PIC S9(4)  COMP  VALUE 200.

       01  BACKOUT-TABLE.
           05  BACKOUT-ENTRY OCCURS 201 TIMES.
               10  BT-RUN-NUMBER       PIC 9(6).
               10  BT-MARKER-POSITION  PIC 9(8).

       01  PRORATE-FIELDS.
           05  WS-APPLIED-DATE     PIC 9(8)    VALUE 0.
           05  WS-OLD-SALARY       PIC 9(6)V99 VALUE 0.
           05  WS-WORK-FROM        PIC 9(8)    VALUE 0.
           05  WS-WORK-TO          PIC 9(8)    VALUE 0.
           05  WS-WORK-FROM-INT    PIC 9(7)    VALUE 0.
           05  WS-WORK-TO-INT      PIC 9(7)    VALUE 0.
           05  WS-DAYS-WORKED      PIC 9(3)    VALUE 0.
           05  WS-PERIOD-GROSS     PIC 9(6)V99 VALUE 0.
           05  WS-OLD-PRORATED     PIC 9(6)V99 VALUE 0.
           05  WS-NEW-PRORATED     PIC 9(6)V99 VALUE 0.

       01  TOTAL-FIELDS.
           05  WS-RAISE-COUNT      PIC 9(5)    VALUE 0.
           05  WS-PERIOD-ROW-COUNT PIC 9(6)    VALUE 0.
           05  WS-RETRO-TOTAL      PIC 9(8)V99 VALUE 0.
           05  WS-LATE-BACKOUTS    PIC 9(4)    VALUE 0.

       01  WAREHOUSE-BREAK-FIELDS.
           05  WS-FIRST-RECORD-FLAG    PIC X       VALUE 'Y'.
               88  FIRST-RECORD                    VALUE 'Y'.
           05  WS-PREV-WAREHOUSE-ID    PIC X(4)    VALUE SPACES.
           05  WS-WH-RETRO-TOTAL       PIC 9(6)V99 VALUE 0.
           05  WS-WH-ROW-COUNT         PIC 9(4)    VALUE 0.

       01  WS-WAREHOUSE-NAME       PIC X(20)       VALUE SPACES.

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
           05          PIC X(32)  VALUE SPACES.
           05          PIC X(48)  VALUE 'RETRO PAY REGISTER'.

       01  HEADING-PERIOD.
           05          PIC X(21)  VALUE '   PAYABLE IN PERIOD'.
           05  HDG-PERIOD-OUT      PIC ZZ9.
           05          PIC X(5)   VALUE SPACES.
           05  HDG-START-OUT       PIC 99/99/9999.
           05          PIC X(3)   VALUE ' - '.
           05  HDG-END-OUT         PIC 99/99/9999.

       01  HEADING-THREE.
           05          PIC X(12)  VALUE '   WAREHOUSE'.
           05          PIC X(11)  VALUE '   EMPLOYEE'.
           05          PIC X(13)  VALUE '  LAST NAME'.
           05          PIC X(13)  VALUE '  INCREASE'.
           05          PIC X(8)   VALUE 'PERIOD'.
           05          PIC X(12)  VALUE ' PERIOD END'.
           05          PIC X(7)   VALUE ' DAYS'.
           05          PIC X(14)  VALUE '    PAID AT'.
           05          PIC X(14)  VALUE '    OWED AT'.
           05          PIC X(14)  VALUE '    RETRO PAY'.

       01  DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  DTL-EMPLOYEE-OUT    PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-LAST-NAME-OUT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-INCREASE-OUT    PIC 99/99/9999.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-PERIOD-OUT      PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-PERIOD-END-OUT  PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-DAYS-OUT        PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-OLD-GROSS-OUT   PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-NEW-GROSS-OUT   PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-RETRO-OUT       PIC $ZZZ,ZZZ.99.

       01  WAREHOUSE-SUBTOTAL-LINE.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  SUBTOTAL-WAREHOUSE-OUT PIC X(4).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  SUBTOTAL-WH-NAME-OUT   PIC X(20).
           05           PIC X(24)  VALUE ' COST CENTER RETRO PAY:'.
           05  WH-RETRO-TOT-OUT       PIC $Z,ZZZ,ZZZ.99.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05           PIC X(9)   VALUE 'PERIODS:'.
           05  WH-ROW-COUNT-OUT       PIC ZZZ9.

       01  TOTAL-LINE.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05                      PIC X(17)   VALUE 'TOTAL RETRO PAY:'.
           05  RETRO-TOTAL-OUT     PIC $ZZ,ZZZ,ZZZ.99.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(19)
                                   VALUE 'RAISES RETRO PAID:'.
           05  RAISE-TOTAL-OUT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'PERIODS:'.
           05  ROW-TOTAL-OUT       PIC ZZZ,ZZ9.

       01  RANGE-LINE.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05                      PIC X(24)
                                   VALUE 'JOURNAL RECORDS PAID:'.
           05  RANGE-FROM-OUT      PIC ZZZZZZZ9.
           05                      PIC X(6)    VALUE ' THRU '.
           05  RANGE-TO-OUT        PIC ZZZZZZZ9.

       01  LATE-BACKOUT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(4)    VALUE '*** '.
           05  LATE-BACKOUT-OUT    PIC ZZZ9.
           05                      PIC X(41)   VALUE
               ' RUN(S) BACKED OUT AFTER RETRO WAS PAID -'.
           05                      PIC X(35)   VALUE
               ' RECOVER THAT RETRO PAY BY HAND ***'.

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           SORT  SORT-WORK-FILE
               ON ASCENDING KEY SR-WAREHOUSE-ID SR-EMPLOYEE-ID
                                SR-PERIOD-END-DATE
               INPUT PROCEDURE IS 21-SORT-INPUT-ROUTINE
               OUTPUT PROCEDURE IS 22-SORT-OUTPUT-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .

       15-HOUSEKEEPING-ROUTINE.

           PERFORM 16-LOAD-CALENDAR-ROUTINE
           IF NOT PERIOD-FOUND
               DISPLAY 'NO PAY PERIOD ON PAYCAL.TXT COVERS RUN DATE '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 26-LAST-RANGE-ROUTINE
           PERFORM 18-BACKOUT-SCAN-ROUTINE
           IF CONTROL-FILE-FOUND
               ADD  1  WS-LAST-TO-POSITION  GIVING  WS-FROM-POSITION
           ELSE
               MOVE  WS-LAST-RUN-POSITION  TO  WS-FROM-POSITION
               IF WS-FROM-POSITION = 0
                   MOVE  1  TO  WS-FROM-POSITION
               END-IF
           END-IF
           MOVE  WS-JOURNAL-COUNT  TO  WS-TO-POSITION

           OPEN  INPUT  WAREHOUSE-MASTER
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAREHOUSE-MASTER, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  RETRO-PAY-FILE
           IF WS-RETRO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETROPAY.TXT, STATUS = '
                   WS-RETRO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  RETRO-GL-FILE
           IF WS-RETRO-GL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETROGL.TXT, STATUS = '
                   WS-RETRO-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  RETRO-REPORT-FILE
           PERFORM 20-HEADER-ROUTINE
           .

      * THE CALENDAR IS HAND-KEYED, SO EVERY RECORD GETS THE SAME
      * NUMERIC GUARD SBANJARAP16 PUTS ON IT BEFORE IT IS TRUSTED.
      * A PERIOD ENDING BEFORE THE RUN DATE HAS BEEN PAID AND GOES
      * INTO THE CLOSED TABLE; THE PERIOD HOLDING THE RUN DATE IS THE
      * CURRENT ONE, WHERE THE RETRO PAY WILL BE PAID.
       16-LOAD-CALENDAR-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           OPEN  INPUT  PAY-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYCAL.TXT, STATUS = '
                   WS-CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-CALENDAR
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE 'N' TO WS-CAL-EOF-FLAG
                   NOT AT END
                       IF PC-START-DATE IS NUMERIC
                          AND PC-END-DATE IS NUMERIC
                          AND PC-PAY-DATE IS NUMERIC
                          AND PC-PERIODS-PER-YEAR IS NUMERIC
                          AND PC-PERIODS-PER-YEAR > 0
                           PERFORM 17-CALENDAR-ENTRY-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           IF PERIOD-FOUND
               COMPUTE WS-PERIOD-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
               COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               COMPUTE WS-PERIOD-DAYS =
                   WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1
           END-IF
           .

       17-CALENDAR-ENTRY-ROUTINE.

           IF PC-START-DATE <= WS-RUN-DATE
              AND PC-END-DATE >= WS-RUN-DATE
               MOVE  'Y'  TO  WS-PERIOD-FOUND-FLAG
               MOVE  PC-PERIOD-NUMBER     TO  WS-PERIOD-NUMBER
               MOVE  PC-PERIODS-PER-YEAR  TO  WS-PERIODS-PER-YEAR
               MOVE  PC-START-DATE        TO  WS-PERIOD-START
               MOVE  PC-END-DATE          TO  WS-PERIOD-END
           ELSE
               IF PC-END-DATE < WS-RUN-DATE
                   IF WS-CAL-COUNT >= WS-CAL-MAX
                       DISPLAY 'CALENDAR TABLE FULL, PERIOD SKIPPED: '
                           PC-END-DATE
                   ELSE
                       ADD  1  TO  WS-CAL-COUNT
                       MOVE  PC-PERIOD-NUMBER
                           TO  CL-PERIOD-NUMBER (WS-CAL-COUNT)
                       MOVE  PC-PERIODS-PER-YEAR
                           TO  CL-PERIODS-PER-YEAR (WS-CAL-COUNT)
                       MOVE  PC-START-DATE
                           TO  CL-START-DATE (WS-CAL-COUNT)
                       MOVE  PC-END-DATE
                           TO  CL-END-DATE (WS-CAL-COUNT)
                   END-IF
               END-IF
           END-IF
           .

       20-HEADER-ROUTINE.

           WRITE RETRO-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE RETRO-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE RETRO-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE  WS-PERIOD-NUMBER  TO  HDG-PERIOD-OUT
           MOVE  WS-PERIOD-START   TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK  TO  HDG-START-OUT
           MOVE  WS-PERIOD-END     TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK  TO  HDG-END-OUT
           WRITE RETRO-REPORT FROM HEADING-PERIOD
               AFTER ADVANCING 1 LINE
           WRITE RETRO-REPORT FROM HEADING-THREE
               AFTER ADVANCING 3 LINES
           MOVE 2 TO PROPER-SPACING
           .

      * FIRST PASS OVER THE JOURNAL - COUNTS ITS RECORDS, FINDS
      * WHERE THE LATEST RUN STARTS, AND LISTS EVERY RUN THAT A
      * BACK-OUT MARKER FOLLOWS, WHATEVER ITS DATE.
       18-BACKOUT-SCAN-ROUTINE.

           OPEN  INPUT  JOURNAL-FILE
           EVALUATE WS-JOURNAL-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-JOURNAL-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING EMPJRNL.TXT, STATUS = '
                       WS-JOURNAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ JOURNAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-JOURNAL-COUNT
                       EVALUATE TRUE
                           WHEN JR-ACTION-BACKOUT
                               PERFORM 19-BACKOUT-ADD-ROUTINE
                           WHEN JR-SEQUENCE = 1
                               ADD  1  TO  WS-JOURNAL-RUN-NUMBER
                               MOVE  WS-JOURNAL-COUNT
                                   TO  WS-LAST-RUN-POSITION
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF JOURNAL-FILE-FOUND
               CLOSE JOURNAL-FILE
           END-IF
           MOVE  'N'  TO  WS-JOURNAL-OPEN-FLAG
           MOVE  0    TO  WS-JOURNAL-RUN-NUMBER
           MOVE  ' '  TO  EOF-FLAG
           .

       19-BACKOUT-ADD-ROUTINE.

           IF WS-BACKOUT-COUNT >= WS-BACKOUT-MAX
               DISPLAY 'BACKOUT TABLE FULL AT JOURNAL RUN '
                   WS-JOURNAL-RUN-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1  TO  WS-BACKOUT-COUNT
           MOVE  WS-JOURNAL-RUN-NUMBER
               TO  BT-RUN-NUMBER (WS-BACKOUT-COUNT)
           MOVE  WS-JOURNAL-COUNT
               TO  BT-MARKER-POSITION (WS-BACKOUT-COUNT)
           .

      * ONLY THE REWRITES INSIDE THE RANGE ARE LOOKED AT. A REWRITE
      * JOURNALS ITS BEFORE IMAGE AND THEN ITS AFTER IMAGE, SO THE
      * PAIR IS MATCHED IN FILE ORDER. A MISSING JOURNAL MEANS
      * SBANJARAP7 APPLIED NOTHING AND THERE IS NO RETRO PAY TO
      * FIND. A RUN BACKED OUT SINCE IS PASSED OVER.
       21-SORT-INPUT-ROUTINE.

           OPEN  INPUT  JOURNAL-FILE
           EVALUATE WS-JOURNAL-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-JOURNAL-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING EMPJRNL.TXT, STATUS = '
                       WS-JOURNAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ JOURNAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-JOURNAL-POSITION
                       IF JR-SEQUENCE = 1
                          AND NOT JR-ACTION-BACKOUT
                           PERFORM 24-RUN-CHANGE-ROUTINE
                       END-IF
                       IF WS-JOURNAL-POSITION NOT < WS-FROM-POSITION
                          AND WS-JOURNAL-POSITION
                              NOT > WS-TO-POSITION
                          AND JR-ACTION-REWRITE
                          AND NOT RUN-BACKED-OUT
                           IF JR-BEFORE-IMAGE
                               MOVE  JR-EMPLOYEE-IMAGE
                                   TO  WS-BEFORE-IMAGE
                               MOVE  'Y'  TO  WS-BEFORE-HELD-FLAG
                           ELSE
                               IF BEFORE-IMAGE-HELD
                                   PERFORM 30-MAIN-ROUTINE
                               END-IF
                               MOVE  'N'  TO  WS-BEFORE-HELD-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF JOURNAL-FILE-FOUND
               CLOSE JOURNAL-FILE
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
                           MOVE SR-WAREHOUSE-ID TO WS-PREV-WAREHOUSE-ID
                           MOVE 'N' TO WS-FIRST-RECORD-FLAG
                       END-IF
                       IF SR-WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
                           PERFORM 33-WAREHOUSE-SUBTOTAL-ROUTINE
                           MOVE SR-WAREHOUSE-ID TO WS-PREV-WAREHOUSE-ID
                       END-IF
                       PERFORM 32-DETAIL-ROUTINE
               END-RETURN
           END-PERFORM
           IF NOT FIRST-RECORD
               PERFORM 33-WAREHOUSE-SUBTOTAL-ROUTINE
           END-IF
           .

       23-MMDDYYYY-ROUTINE.

           COMPUTE WS-MMDDYYYY-WORK =
               WS-BRK-MM * 1000000 + WS-BRK-DD * 10000
               + WS-BRK-YYYY
           .

       24-RUN-CHANGE-ROUTINE.

           ADD  1  TO  WS-JOURNAL-RUN-NUMBER
           MOVE  'N'  TO  WS-RUN-BACKED-OUT-FLAG
           MOVE  'N'  TO  WS-BEFORE-HELD-FLAG
           PERFORM VARYING WS-BACKOUT-IX FROM 1 BY 1
               UNTIL WS-BACKOUT-IX > WS-BACKOUT-COUNT
                  OR BT-RUN-NUMBER (WS-BACKOUT-IX)
                         = WS-JOURNAL-RUN-NUMBER
               CONTINUE
           END-PERFORM
           IF WS-BACKOUT-IX NOT > WS-BACKOUT-COUNT
               MOVE  'Y'  TO  WS-RUN-BACKED-OUT-FLAG
               IF WS-JOURNAL-POSITION < WS-FROM-POSITION
                  AND BT-MARKER-POSITION (WS-BACKOUT-IX)
                      NOT < WS-FROM-POSITION
                   ADD  1  TO  WS-LATE-BACKOUTS
               END-IF
           END-IF
           .

      * THE LAST RECORD ON THE CONTROL FILE GIVES THE END OF THE
      * RANGE THE PREVIOUS RUN PAID. NO CONTROL FILE IS NOT AN ERROR.
       26-LAST-RANGE-ROUTINE.

           OPEN  INPUT  RETRO-CONTROL-FILE
           EVALUATE WS-RETRO-CTL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RETROCTL.TXT, STATUS = '
                       WS-RETRO-CTL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ RETRO-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  'Y'  TO  WS-CONTROL-FOUND-FLAG
                       MOVE  RC-TO-POSITION  TO  WS-LAST-TO-POSITION
               END-READ
           END-PERFORM
           IF WS-RETRO-CTL-FILE-STATUS NOT = '35'
               CLOSE RETRO-CONTROL-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

      * A REWRITE IS A BACK-DATED RAISE WHEN THE EMPLOYEE WAS ACTIVE
      * BEFORE IT, THE SALARY WENT UP, AND THE REWRITE SET A NEW
      * PAY-INCREASE-DATE THAT FALLS BEFORE THE DATE SBANJARAP7
      * APPLIED IT - THE RUN DATE ON THE JOURNAL RECORD.
      * A REHIRE AT A NEW RATE FALLS OUT BECAUSE THE EMPLOYEE WAS NOT
      * ACTIVE BEFORE IT - NOTHING IS OWED FOR THE BREAK IN SERVICE.
      * A RAISE KEYED WITH NO DATE FALLS OUT BECAUSE SBANJARAP7 THEN
      * CARRIES THE OLD INCREASE DATE FORWARD. TRANSFERS AND NAME
      * CHANGES LEAVE THE SALARY ALONE.
       30-MAIN-ROUTINE.

           MOVE  WB-CURRENT-SALARY   TO  WS-OLD-SALARY
           MOVE  JR-RUN-DATE         TO  WS-APPLIED-DATE
           MOVE  JR-EMPLOYEE-IMAGE   TO  EMPLOYEE-RECORD
           IF CURRENT-SALARY > WS-OLD-SALARY
              AND WB-EMPLOYEE-ACTIVE
              AND PAY-INCREASE-DATE IS NUMERIC
              AND PAY-INCREASE-DATE NOT = WB-PAY-INCREASE-DATE
              AND PAY-INCREASE-DATE < WS-APPLIED-DATE
               ADD  1  TO  WS-RAISE-COUNT
               PERFORM 31-RETRO-PERIOD-ROUTINE
                   VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
           END-IF
           .

      * ONLY A PERIOD THAT HAD CLOSED BEFORE THE RAISE WAS APPLIED
      * WENT OUT AT THE OLD RATE - ANY LATER ONE WAS PAID FROM THE
      * UPDATED MASTER. THE WORKED SPAN IN SUCH A PERIOD STARTS AT
      * THE LATEST OF THE PERIOD START, THE INCREASE DATE AND THE
      * HIRE DATE AND ENDS AT THE PERIOD END OR AN EARLIER
      * TERMINATION - THEN BOTH THE OLD AND THE NEW SALARY GO
      * THROUGH THE SBANJARAP16 GROSS AND PRORATE ARITHMETIC AND THE
      * DIFFERENCE IS WHAT IS OWED.
       31-RETRO-PERIOD-ROUTINE.

           MOVE  'Y'  TO  WS-IN-PERIOD-FLAG
           MOVE  CL-START-DATE (WS-CAL-IX)  TO  WS-WORK-FROM
           MOVE  CL-END-DATE (WS-CAL-IX)    TO  WS-WORK-TO
           IF CL-END-DATE (WS-CAL-IX) < PAY-INCREASE-DATE
               MOVE  'N'  TO  WS-IN-PERIOD-FLAG
           END-IF
           IF CL-END-DATE (WS-CAL-IX) NOT < WS-APPLIED-DATE
               MOVE  'N'  TO  WS-IN-PERIOD-FLAG
           END-IF
           IF PAY-INCREASE-DATE > WS-WORK-FROM
               MOVE  PAY-INCREASE-DATE  TO  WS-WORK-FROM
           END-IF
           IF HIRE-DATE > WS-WORK-FROM
               MOVE  HIRE-DATE  TO  WS-WORK-FROM
           END-IF
           IF EMPLOYEE-TERMINATED
               IF TERMINATION-DATE = 0
                   MOVE  'N'  TO  WS-IN-PERIOD-FLAG
               ELSE
                   IF TERMINATION-DATE < WS-WORK-TO
                       MOVE  TERMINATION-DATE  TO  WS-WORK-TO
                   END-IF
               END-IF
           END-IF
           IF WS-WORK-FROM > WS-WORK-TO
               MOVE  'N'  TO  WS-IN-PERIOD-FLAG
           END-IF

           IF WORKED-IN-PERIOD
               PERFORM 34-RETRO-GROSS-ROUTINE
           END-IF
           .

       34-RETRO-GROSS-ROUTINE.

           COMPUTE WS-WORK-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-FROM)
           COMPUTE WS-WORK-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-TO)
           COMPUTE WS-DAYS-WORKED =
               WS-WORK-TO-INT - WS-WORK-FROM-INT + 1
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(CL-START-DATE (WS-CAL-IX))
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(CL-END-DATE (WS-CAL-IX))
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1

           COMPUTE WS-PERIOD-GROSS ROUNDED =
               WS-OLD-SALARY / CL-PERIODS-PER-YEAR (WS-CAL-IX)
               ON SIZE ERROR
                   MOVE 0 TO WS-PERIOD-GROSS
           END-COMPUTE
           COMPUTE WS-OLD-PRORATED ROUNDED =
               WS-PERIOD-GROSS * WS-DAYS-WORKED / WS-PERIOD-DAYS
               ON SIZE ERROR
                   MOVE 0 TO WS-OLD-PRORATED
           END-COMPUTE
           COMPUTE WS-PERIOD-GROSS ROUNDED =
               CURRENT-SALARY / CL-PERIODS-PER-YEAR (WS-CAL-IX)
               ON SIZE ERROR
                   MOVE 0 TO WS-PERIOD-GROSS
           END-COMPUTE
           COMPUTE WS-NEW-PRORATED ROUNDED =
               WS-PERIOD-GROSS * WS-DAYS-WORKED / WS-PERIOD-DAYS
               ON SIZE ERROR
                   MOVE 0 TO WS-NEW-PRORATED
           END-COMPUTE

           IF WS-NEW-PRORATED > WS-OLD-PRORATED
               MOVE  WAREHOUSE-ID        TO  SR-WAREHOUSE-ID
               MOVE  EMPLOYEE-ID         TO  SR-EMPLOYEE-ID
               MOVE  CL-END-DATE (WS-CAL-IX)
                   TO  SR-PERIOD-END-DATE
               MOVE  CL-PERIOD-NUMBER (WS-CAL-IX)
                   TO  SR-PERIOD-NUMBER
               MOVE  LAST-NAME           TO  SR-LAST-NAME
               MOVE  PAY-INCREASE-DATE   TO  SR-PAY-INCREASE-DATE
               MOVE  WS-DAYS-WORKED      TO  SR-DAYS-WORKED
               MOVE  WS-OLD-PRORATED     TO  SR-OLD-PERIOD-GROSS
               MOVE  WS-NEW-PRORATED     TO  SR-NEW-PERIOD-GROSS
               COMPUTE SR-RETRO-AMOUNT =
                   WS-NEW-PRORATED - WS-OLD-PRORATED
               RELEASE SORT-RECORD
           END-IF
           .

       32-DETAIL-ROUTINE.

           MOVE  SR-WAREHOUSE-ID       TO  RT-WAREHOUSE-ID
           MOVE  SR-EMPLOYEE-ID        TO  RT-EMPLOYEE-ID
           MOVE  WS-RUN-DATE           TO  RT-RUN-DATE
           MOVE  SR-PAY-INCREASE-DATE  TO  RT-PAY-INCREASE-DATE
           MOVE  SR-PERIOD-NUMBER      TO  RT-PERIOD-NUMBER
           MOVE  SR-PERIOD-END-DATE    TO  RT-PERIOD-END-DATE
           MOVE  SR-DAYS-WORKED        TO  RT-DAYS-WORKED
           MOVE  SR-OLD-PERIOD-GROSS   TO  RT-OLD-PERIOD-GROSS
           MOVE  SR-NEW-PERIOD-GROSS   TO  RT-NEW-PERIOD-GROSS
           MOVE  SR-RETRO-AMOUNT       TO  RT-RETRO-AMOUNT
           WRITE RETRO-PAY-RECORD

           ADD   1                  TO  WS-PERIOD-ROW-COUNT
           ADD   1                  TO  WS-WH-ROW-COUNT
           ADD   SR-RETRO-AMOUNT    TO  WS-RETRO-TOTAL
           ADD   SR-RETRO-AMOUNT    TO  WS-WH-RETRO-TOTAL

           MOVE  SR-WAREHOUSE-ID       TO  DTL-WAREHOUSE-OUT
           MOVE  SR-EMPLOYEE-ID        TO  DTL-EMPLOYEE-OUT
           MOVE  SR-LAST-NAME          TO  DTL-LAST-NAME-OUT
           MOVE  SR-PAY-INCREASE-DATE  TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK      TO  DTL-INCREASE-OUT
           MOVE  SR-PERIOD-NUMBER      TO  DTL-PERIOD-OUT
           MOVE  SR-PERIOD-END-DATE    TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK      TO  DTL-PERIOD-END-OUT
           MOVE  SR-DAYS-WORKED        TO  DTL-DAYS-OUT
           MOVE  SR-OLD-PERIOD-GROSS   TO  DTL-OLD-GROSS-OUT
           MOVE  SR-NEW-PERIOD-GROSS   TO  DTL-NEW-GROSS-OUT
           MOVE  SR-RETRO-AMOUNT       TO  DTL-RETRO-OUT
           MOVE  DETAIL-LINE           TO  RETRO-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING
           .

      * EACH COST CENTER SUBTOTAL IS ALSO WRITTEN TO THE RETRO GL
      * FILE, DATED THE RUN DATE LIKE THE SBANJARAP1 GL EXTRACT.
       33-WAREHOUSE-SUBTOTAL-ROUTINE.

           PERFORM 41-WAREHOUSE-NAME-ROUTINE
           MOVE  WS-PREV-WAREHOUSE-ID  TO  SUBTOTAL-WAREHOUSE-OUT
           MOVE  WS-WAREHOUSE-NAME     TO  SUBTOTAL-WH-NAME-OUT
           MOVE  WS-WH-RETRO-TOTAL     TO  WH-RETRO-TOT-OUT
           MOVE  WS-WH-ROW-COUNT       TO  WH-ROW-COUNT-OUT
           MOVE  WAREHOUSE-SUBTOTAL-LINE  TO  RETRO-REPORT
           WRITE RETRO-REPORT AFTER ADVANCING 2 LINES
           MOVE  1 TO PROPER-SPACING

           MOVE  WS-PREV-WAREHOUSE-ID  TO  RG-COST-CENTER
           MOVE  WS-RUN-DATE           TO  RG-PERIOD-END-DATE
           MOVE  WS-WH-RETRO-TOTAL     TO  RG-RETRO-PAY-TOT
           WRITE RETRO-GL-RECORD

           MOVE  0 TO WS-WH-RETRO-TOTAL
           MOVE  0 TO WS-WH-ROW-COUNT
           .

       41-WAREHOUSE-NAME-ROUTINE.

           MOVE  WS-PREV-WAREHOUSE-ID  TO  WM-WAREHOUSE-ID
           READ  WAREHOUSE-MASTER
               INVALID KEY
                   MOVE  'NOT ON FILE'      TO  WS-WAREHOUSE-NAME
               NOT INVALID KEY
                   MOVE  WM-WAREHOUSE-NAME  TO  WS-WAREHOUSE-NAME
           END-READ
           .

       35-EOF-ROUTINE.

           MOVE  WS-RETRO-TOTAL       TO  RETRO-TOTAL-OUT
           MOVE  WS-RAISE-COUNT       TO  RAISE-TOTAL-OUT
           MOVE  WS-PERIOD-ROW-COUNT  TO  ROW-TOTAL-OUT
           MOVE  TOTAL-LINE           TO  RETRO-REPORT
           WRITE RETRO-REPORT AFTER ADVANCING 3 LINES
           MOVE  WS-FROM-POSITION     TO  RANGE-FROM-OUT
           MOVE  WS-TO-POSITION       TO  RANGE-TO-OUT
           MOVE  RANGE-LINE           TO  RETRO-REPORT
           WRITE RETRO-REPORT AFTER ADVANCING 1 LINE
           IF WS-LATE-BACKOUTS > 0
               MOVE  WS-LATE-BACKOUTS  TO  LATE-BACKOUT-OUT
               MOVE  LATE-BACKOUT-LINE  TO  RETRO-REPORT
               WRITE RETRO-REPORT AFTER ADVANCING 2 LINES
               DISPLAY 'WARNING - ' WS-LATE-BACKOUTS
                   ' RUN(S) BACKED OUT AFTER RETRO WAS PAID - '
                   'RECOVER BY HAND'
           END-IF
           CLOSE WAREHOUSE-MASTER
               RETRO-PAY-FILE
               RETRO-GL-FILE
               RETRO-REPORT-FILE
           PERFORM 27-LOG-RANGE-ROUTINE
           STOP RUN
           .

      * THE RANGE IS LOGGED ONLY ONCE THE RETRO FILES ARE CLOSED, SO
      * A RUN THAT FAILS PARTWAY IS SIMPLY RUN AGAIN OVER THE SAME
      * RANGE.
       27-LOG-RANGE-ROUTINE.

           OPEN  EXTEND  RETRO-CONTROL-FILE
           IF WS-RETRO-CTL-FILE-STATUS = '35'
               OPEN  OUTPUT  RETRO-CONTROL-FILE
           END-IF
           IF WS-RETRO-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR EXTENDING RETROCTL.TXT, STATUS = '
                   WS-RETRO-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  WS-RUN-DATE          TO  RC-RUN-DATE
           MOVE  WS-FROM-POSITION     TO  RC-FROM-POSITION
           MOVE  WS-TO-POSITION       TO  RC-TO-POSITION
           MOVE  WS-RAISE-COUNT       TO  RC-RAISE-COUNT
           MOVE  WS-RETRO-TOTAL       TO  RC-RETRO-TOTAL
           WRITE RETRO-CONTROL-RECORD
           CLOSE RETRO-CONTROL-FILE
           .

       40-WRITE-LINE.

           WRITE RETRO-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
