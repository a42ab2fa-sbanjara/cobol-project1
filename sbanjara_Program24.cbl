
      ******************** IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBANJARAP24.
       AUTHOR. SABIN BANJARA.

      ********************************** *****************************
      * THIS IS THE BENEFITS CARRIER CHANGE INTERFACE OF DRAKEA LTD.
      * COVERAGE TIERS AT THE CARRIER DEPEND ON CURRENT-SALARY AND
      * ELIGIBILITY ON EMPLOYEE-STATUS, SO EVERY HIRE, REHIRE,
      * TERMINATION, POSITION CHANGE, SALARY CHANGE AND TRANSFER IS
      * SENT TO THE CARRIER ON A FIXED-FORMAT CHANGE FILE BUILT FROM
      * THE BEFORE AND AFTER IMAGES ON THE SBANJARAP7 UPDATE JOURNAL.
      * A REWRITE THAT CHANGES MORE THAN ONE OF THESE GIVES ONE
      * CARRIER RECORD PER EVENT TYPE.
      *
      * EACH TRANSMISSION TAKES THE JOURNAL RECORDS ADDED SINCE THE
      * LAST ONE, GETS THE NEXT FILE SEQUENCE NUMBER, AND IS LOGGED
      * ON THE TRANSMISSION CONTROL FILE WITH THE JOURNAL RECORD
      * RANGE IT COVERED, SO NO CHANGE IS EVER SENT TWICE. A RUN THAT
      * SBANJARAP17 BACKED OUT INSIDE THE RANGE IS PASSED OVER, AND
      * ONE BACKED OUT AFTER IT WAS SENT IS FLAGGED ON THE REPORT. WHEN
      * THE CARRIER REJECTS A FILE, A REGENERATION REQUEST NAMING ITS
      * SEQUENCE NUMBER REBUILDS THAT FILE FROM THE SAME JOURNAL
      * RANGE, SAME SEQUENCE AND SAME CREATION DATE, AND NOTHING NEW
      * GOES OUT ON THAT RUN.
      * ******
      * INPUT:
      *    THE UPDATE JOURNAL (EMPJRNL.TXT), THE TRANSMISSION CONTROL
      *    FILE (CARRCTL.TXT) AND AN OPTIONAL REGENERATION REQUEST
      *    (CARRREGEN.TXT) - SEQUENCE NUMBER AND REQUESTER.
      ***********
      * OUTPUT:
      *    THE CARRIER CHANGE FILE (CARRIER.TXT) - HEADER, ONE DETAIL
      *    RECORD PER EVENT, AND A TRAILER WITH THE RECORD COUNT AND
      *    CURRENT-SALARY HASH TOTAL; THE TRANSMISSION LOGGED ON
      *    CARRCTL.TXT; AND THE TRANSMISSION CONTROL REPORT.
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
           SELECT CARRIER-CONTROL-FILE
               ASSIGN TO 'CARRCTL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT REGEN-REQUEST-FILE
               ASSIGN TO 'CARRREGEN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT CARRIER-FILE
               ASSIGN TO 'CARRIER.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARRIER-FILE-STATUS.
           SELECT CARRIER-REPORT-FILE
               ASSIGN TO PRINTER 'CARRIER-CONTROL-REPORT'.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       FILE SECTION.

       FD  JOURNAL-FILE
           RECORD CONTAINS 95 CHARACTERS.

       01  JOURNAL-FD-RECORD          PIC X(95).

      * ONE RECORD PER FILE BUILT. CC-TRANS-TYPE S IS AN ORIGINAL
      * TRANSMISSION AND OWNS ITS JOURNAL RANGE; R IS A REGENERATION
      * OF AN EARLIER SEQUENCE AND IS LOGGED FOR THE RECORD ONLY.
      * JOURNAL POSITIONS ARE RECORD NUMBERS ON EMPJRNL.TXT, COUNTED
      * FROM 1 - THE JOURNAL IS ONLY EVER ADDED TO.
       FD  CARRIER-CONTROL-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  CARRIER-CONTROL-RECORD.
           05  CC-FILE-SEQUENCE        PIC 9(6).
           05  CC-TRANS-TYPE           PIC X.
               88  CC-ORIGINAL                 VALUE 'S'.
               88  CC-REGENERATED              VALUE 'R'.
           05  CC-RUN-DATE             PIC 9(8).
           05  CC-CREATED-DATE         PIC 9(8).
           05  CC-FROM-POSITION        PIC 9(8).
           05  CC-TO-POSITION          PIC 9(8).
           05  CC-RECORD-COUNT         PIC 9(6).
           05  CC-SALARY-HASH          PIC 9(10)V99.
           05  CC-REQUESTED-BY         PIC X(8).

       FD  REGEN-REQUEST-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  REGEN-REQUEST-RECORD.
           05  RQ-FILE-SEQUENCE        PIC 9(6).
           05  RQ-REQUESTED-BY         PIC X(8).

      * THE CARRIER CHANGE FILE - THREE RECORD TYPES SHARING ONE
      * 80-BYTE AREA, TOLD APART BY THE FIRST BYTE.
       FD  CARRIER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CARRIER-HEADER-RECORD.
           05  CH-RECORD-TYPE          PIC X.
           05  CH-SENDER-ID            PIC X(10).
           05  CH-FILE-SEQUENCE        PIC 9(6).
           05  CH-CREATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(55).

       01  CARRIER-DETAIL-RECORD.
           05  CD-RECORD-TYPE          PIC X.
           05  CD-EVENT-CODE           PIC X(2).
           05  CD-EFFECTIVE-DATE       PIC 9(8).
           05  CD-WAREHOUSE-ID         PIC X(4).
           05  CD-EMPLOYEE-ID          PIC X(5).
           05  CD-LAST-NAME            PIC X(10).
           05  CD-FIRST-NAME           PIC X(10).
           05  CD-EMPLOYEE-STATUS      PIC X.
           05  CD-POSITION             PIC X(2).
           05  CD-CURRENT-SALARY       PIC 9(6)V99.
           05  CD-PRIOR-POSITION       PIC X(2).
           05  CD-PRIOR-SALARY         PIC 9(6)V99.
           05  CD-PRIOR-WAREHOUSE-ID   PIC X(4).
           05  CD-JOURNAL-DATE         PIC 9(8).
           05  FILLER                  PIC X(7).

       01  CARRIER-TRAILER-RECORD.
           05  CT-RECORD-TYPE          PIC X.
           05  CT-FILE-SEQUENCE        PIC 9(6).
           05  CT-RECORD-COUNT         PIC 9(6).
           05  CT-SALARY-HASH          PIC 9(10)V99.
           05  FILLER                  PIC X(55).

       FD  CARRIER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  CARRIER-REPORT          PIC X(132).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-JOURNAL-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-CONTROL-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-REQUEST-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-CARRIER-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-JOURNAL-OPEN-FLAG    PIC X       VALUE 'N'.
               88  JOURNAL-FILE-FOUND              VALUE 'Y'.
           05  WS-CONTROL-OPEN-FLAG    PIC X       VALUE 'N'.
               88  CONTROL-FILE-FOUND              VALUE 'Y'.
           05  WS-REQUEST-OPEN-FLAG    PIC X       VALUE 'N'.
               88  REQUEST-FILE-FOUND              VALUE 'Y'.
           05  WS-MODE-FLAG            PIC X       VALUE 'S'.
               88  NEW-TRANSMISSION                VALUE 'S'.
               88  REGENERATION                    VALUE 'R'.
           05  WS-ORIGINAL-FOUND-FLAG  PIC X       VALUE 'N'.
               88  ORIGINAL-FOUND                  VALUE 'Y'.
           05  WS-BEFORE-HELD-FLAG     PIC X       VALUE 'N'.
               88  BEFORE-IMAGE-HELD               VALUE 'Y'.
           05  WS-WRITE-HELD-FLAG      PIC X       VALUE 'N'.
               88  WRITE-IMAGE-HELD                VALUE 'Y'.
           05  WS-RUN-BACKED-OUT-FLAG  PIC X       VALUE 'N'.
               88  RUN-BACKED-OUT                  VALUE 'Y'.
           05  WS-TOTALS-MATCH-FLAG    PIC X       VALUE 'Y'.
               88  TOTALS-MATCH                    VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

       01  REPORT-FIELDS.
           05  PROPER-SPACING     PIC 9  VALUE 0.

       01 HOLDER-VALUES.
           05  COUNTER             PIC 99          VALUE 0.

      * THE FD AREA BELONGS TO THE FILE, SO EACH JOURNAL ENTRY IS
      * UNPACKED THROUGH THIS WORKING-STORAGE COPY OF THE LAYOUT.
           COPY EMPJRNL.

           COPY EMPREC.

      * THE BEFORE IMAGE OF A REWRITE, OR THE OLD-KEY IMAGE OF A
      * TRANSFER, LAID OVER THE EMPREC POSITIONS THE CARRIER NEEDS.
       01  WS-BEFORE-IMAGE.
           05  WB-EMPLOYEE-KEY.
               10  WB-WAREHOUSE-ID     PIC X(4).
               10  WB-EMPLOYEE-ID      PIC X(5).
           05  WB-EMPLOYEE-POSITION    PIC X(2).
           05  FILLER                  PIC X(43).
           05  WB-PAY-INCREASE-DATE    PIC 9(8).
           05  WB-CURRENT-SALARY       PIC 9(6)V99.
           05  WB-EMPLOYEE-STATUS      PIC X.
           05  WB-TERMINATION-DATE     PIC 9(8).

      * A WRITE IS HELD UNTIL THE NEXT ENTRY IS READ - SBANJARAP7
      * JOURNALS A TRANSFER AS A WRITE UNDER THE NEW KEY FOLLOWED AT
      * ONCE BY A DELETE UNDER THE OLD ONE, AND ANY OTHER WRITE IS A
      * HIRE.
       01  WS-HELD-WRITE-IMAGE     PIC X(79)       VALUE SPACES.

       01  TRANSMISSION-FIELDS.
           05  WS-FILE-SEQUENCE    PIC 9(6)    VALUE 0.
           05  WS-CREATED-DATE     PIC 9(8)    VALUE 0.
           05  WS-FROM-POSITION    PIC 9(8)    VALUE 0.
           05  WS-TO-POSITION      PIC 9(8)    VALUE 0.
           05  WS-LAST-SEQUENCE    PIC 9(6)    VALUE 0.
           05  WS-LAST-TO-POSITION PIC 9(8)    VALUE 0.
           05  WS-ORIGINAL-COUNT   PIC 9(6)    VALUE 0.
           05  WS-ORIGINAL-HASH    PIC 9(10)V99 VALUE 0.
           05  WS-REQUESTED-BY     PIC X(8)    VALUE SPACES.
           05  WS-EXTRA-REQUESTS   PIC 9(4)    VALUE 0.
           05  WS-JOURNAL-POSITION PIC 9(8)    VALUE 0.
           05  WS-JOURNAL-COUNT    PIC 9(8)    VALUE 0.

       01  EVENT-FIELDS.
           05  WS-EVENT-CODE       PIC X(2)    VALUE SPACES.
           05  WS-EVENT-DATE       PIC 9(8)    VALUE 0.
           05  WS-EVENT-NAME       PIC X(12)   VALUE SPACES.

       01  TOTAL-FIELDS.
           05  WS-DETAIL-COUNT     PIC 9(6)    VALUE 0.
           05  WS-SALARY-HASH      PIC 9(10)V99 VALUE 0.
           05  WS-HIRE-COUNT       PIC 9(5)    VALUE 0.
           05  WS-REHIRE-COUNT     PIC 9(5)    VALUE 0.
           05  WS-TERM-COUNT       PIC 9(5)    VALUE 0.
           05  WS-POSITION-COUNT   PIC 9(5)    VALUE 0.
           05  WS-SALARY-COUNT     PIC 9(5)    VALUE 0.
           05  WS-TRANSFER-COUNT   PIC 9(5)    VALUE 0.
           05  WS-RUNS-PASSED-OVER PIC 9(4)    VALUE 0.
           05  WS-LATE-BACKOUTS    PIC 9(4)    VALUE 0.

      * THE JOURNAL IS KEPT ACROSS RUNS AND EVERY SBANJARAP7 RUN ON
      * IT STARTS AGAIN AT SEQUENCE 1. A RUN SBANJARAP17 BACKED OUT
      * IS FOLLOWED BY A BACK-OUT MARKER; EVERY MARKER INSIDE THE
      * RANGE BEING SENT LISTS ITS RUN HERE, BY ITS PLACE ON THE
      * JOURNAL, SO THAT RUN IS PASSED OVER. A MARKER WRITTEN AFTER
      * THE RANGE WAS SENT IS OUTSIDE IT, SO A REGENERATED FILE IS
      * ALWAYS THE SAME AS THE ONE FIRST SENT. A LISTED RUN THAT
      * STARTS INSIDE THE RANGE COUNTS AS SKIPPED; ONE THAT STARTS
      * BEFORE IT WAS ALREADY SENT IN AN EARLIER FILE, AND IS COUNTED
      * AS A LATE BACK OUT THE CARRIER MUST BE SENT CORRECTIONS FOR
      * BY HAND.
       01  BACKOUT-TABLE-FIELDS.
           05  WS-JOURNAL-RUN-NUMBER  PIC 9(6)        VALUE 0.
           05  WS-BACKOUT-COUNT    PIC S9(4)  COMP  VALUE 0.
           05  WS-BACKOUT-IX       PIC S9(4)  COMP  VALUE 0.
           05  WS-BACKOUT-MAX      PIC S9(4)  COMP  VALUE 50.

       01  BACKOUT-TABLE.
           05  BT-RUN-NUMBER OCCURS 51 TIMES  PIC 9(6).

       01  WS-MMDDYYYY-WORK        PIC 9(8)        VALUE 0.

       01  WS-DATE-BREAKOUT.
           05  WS-BRK-YYYY         PIC 9999.
           05  WS-BRK-MM           PIC 99.
           05  WS-BRK-DD           PIC 99.

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
           05          PIC X(24)  VALUE SPACES.
           05          PIC X(56)
                       VALUE 'BENEFITS CARRIER TRANSMISSION CONTROL'.

       01  HEADING-MODE.
           05          PIC X(3)   VALUE SPACES.
           05  HDG-MODE-OUT        PIC X(14).
           05          PIC X(17)  VALUE '  FILE SEQUENCE '.
           05  HDG-SEQUENCE-OUT    PIC 9(6).
           05          PIC X(11)  VALUE '  CREATED '.
           05  HDG-CREATED-OUT     PIC 99/99/9999.
           05          PIC X(19)  VALUE '  JOURNAL RECORDS '.
           05  HDG-FROM-OUT        PIC ZZZZZZZ9.
           05          PIC X(4)   VALUE ' TO '.
           05  HDG-TO-OUT          PIC ZZZZZZZ9.
           05  HDG-REQUEST-OUT     PIC X(30).

       01  HEADING-THREE.
           05          PIC X(15)  VALUE '   EVENT'.
           05          PIC X(11)  VALUE 'WAREHOUSE'.
           05          PIC X(10)  VALUE 'EMPLOYEE'.
           05          PIC X(12)  VALUE 'LAST NAME'.
           05          PIC X(12)  VALUE 'EFFECTIVE'.
           05          PIC X(7)   VALUE 'STATUS'.
           05          PIC X(5)   VALUE 'POS'.
           05          PIC X(14)  VALUE '     SALARY'.
           05          PIC X(10)  VALUE 'PRIOR POS'.
           05          PIC X(15)  VALUE 'PRIOR SALARY'.
           05          PIC X(8)   VALUE 'PRIOR WH'.

       01  DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-EVENT-OUT       PIC X(12).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DTL-WAREHOUSE-OUT   PIC X(4).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  DTL-EMPLOYEE-OUT    PIC X(5).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-LAST-NAME-OUT   PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-EFFECTIVE-OUT   PIC 99/99/9999.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-STATUS-OUT      PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-POSITION-OUT    PIC X(2).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-SALARY-OUT      PIC $ZZZ,ZZZ.99.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-PRIOR-POS-OUT   PIC X(2).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  DTL-PRIOR-SAL-OUT   PIC $ZZZ,ZZZ.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DTL-PRIOR-WH-OUT    PIC X(4).

       01  EVENT-COUNT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'HIRES:'.
           05  HIRE-COUNT-OUT      PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'REHIRES:'.
           05  REHIRE-COUNT-OUT    PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'TERMS:'.
           05  TERM-COUNT-OUT      PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'POSITIONS:'.
           05  POSITION-COUNT-OUT  PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'SALARIES:'.
           05  SALARY-COUNT-OUT    PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'TRANSFERS:'.
           05  TRANSFER-COUNT-OUT  PIC ZZZZ9.

       01  CONTROL-TOTAL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(15)   VALUE 'RECORD COUNT:'.
           05  TOTAL-COUNT-OUT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(13)   VALUE 'SALARY HASH:'.
           05  TOTAL-HASH-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'BACKED-OUT RUNS SKIPPED:'.
           05  TOTAL-PASSED-OUT    PIC ZZZ9.

       01  SENT-BACKOUT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05                      PIC X(4)    VALUE '*** '.
           05  SENT-BACKOUT-OUT    PIC ZZZ9.
           05                      PIC X(37)   VALUE
               ' RUN(S) BACKED OUT AFTER TRANSMISSION'.
           05                      PIC X(36)   VALUE
               ' - SEND CORRECTIONS BY HAND ***'.

       01  MATCH-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  MATCH-TEXT-OUT      PIC X(60).

       01  HISTORY-HEADING.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05          PIC X(22)  VALUE 'TRANSMISSION HISTORY'.

       01  HISTORY-HEADING-TWO.
           05          PIC X(11)  VALUE '   SEQUENCE'.
           05          PIC X(15)  VALUE '   TYPE'.
           05          PIC X(13)  VALUE 'RUN DATE'.
           05          PIC X(13)  VALUE 'CREATED'.
           05          PIC X(22)  VALUE '  JOURNAL RECORDS'.
           05          PIC X(10)  VALUE ' RECORDS'.
           05          PIC X(20)  VALUE '      SALARY HASH'.
           05          PIC X(12)  VALUE 'REQUESTED BY'.

       01  HISTORY-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  HST-SEQUENCE-OUT    PIC 9(6).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  HST-TYPE-OUT        PIC X(11).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  HST-RUN-DATE-OUT    PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  HST-CREATED-OUT     PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  HST-FROM-OUT        PIC ZZZZZZZ9.
           05                      PIC X(4)    VALUE ' TO '.
           05  HST-TO-OUT          PIC ZZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HST-COUNT-OUT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HST-HASH-OUT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  HST-REQUESTED-OUT   PIC X(8).

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  21-JOURNAL-PASS-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .

      * A REGENERATION REQUEST TURNS THE RUN INTO A REBUILD OF THAT
      * SEQUENCE'S ORIGINAL RANGE. OTHERWISE THE NEW RANGE STARTS ONE
      * PAST THE LAST ORIGINAL TRANSMISSION AND RUNS TO THE END OF
      * THE JOURNAL AS IT STANDS TONIGHT.
       15-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE  WS-MONTH TO MONTH-OUT
           MOVE  WS-DAY   TO DAY-OUT
           MOVE  WS-YEAR  TO YEAR-OUT
           PERFORM 16-LOAD-REQUEST-ROUTINE
           PERFORM 17-LOAD-CONTROL-ROUTINE
           IF REGENERATION
               IF NOT ORIGINAL-FOUND
                   DISPLAY 'SEQUENCE ' WS-FILE-SEQUENCE
                       ' NOT ON CARRCTL.TXT - NOTHING REGENERATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD  1  WS-LAST-SEQUENCE  GIVING  WS-FILE-SEQUENCE
               MOVE  WS-RUN-DATE  TO  WS-CREATED-DATE
               ADD  1  WS-LAST-TO-POSITION  GIVING  WS-FROM-POSITION
               MOVE  ALL '9'  TO  WS-TO-POSITION
           END-IF
           PERFORM 18-BACKOUT-SCAN-ROUTINE
           IF NEW-TRANSMISSION
               IF WS-JOURNAL-COUNT < WS-LAST-TO-POSITION
                   DISPLAY 'EMPJRNL.TXT HOLDS ' WS-JOURNAL-COUNT
                       ' RECORDS BUT ' WS-LAST-TO-POSITION
                       ' WERE ALREADY SENT - JOURNAL NOT THE ONE '
                       'ON CARRCTL.TXT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  WS-JOURNAL-COUNT  TO  WS-TO-POSITION
           END-IF

           OPEN  OUTPUT  CARRIER-FILE
           IF WS-CARRIER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARRIER.TXT, STATUS = '
                   WS-CARRIER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  SPACES             TO  CARRIER-HEADER-RECORD
           MOVE  'H'                TO  CH-RECORD-TYPE
           MOVE  'DRAKEA LTD'       TO  CH-SENDER-ID
           MOVE  WS-FILE-SEQUENCE   TO  CH-FILE-SEQUENCE
           MOVE  WS-CREATED-DATE    TO  CH-CREATED-DATE
           WRITE CARRIER-HEADER-RECORD

           OPEN  OUTPUT  CARRIER-REPORT-FILE
           IF REGENERATION
               MOVE  'REGENERATION'  TO  HDG-MODE-OUT
               MOVE  SPACES          TO  HDG-REQUEST-OUT
               STRING '  REQUESTED BY ' DELIMITED BY SIZE
                      WS-REQUESTED-BY   DELIMITED BY SIZE
                   INTO HDG-REQUEST-OUT
               END-STRING
           ELSE
               MOVE  'NEW CHANGES'   TO  HDG-MODE-OUT
               MOVE  SPACES          TO  HDG-REQUEST-OUT
           END-IF
           MOVE  WS-FILE-SEQUENCE   TO  HDG-SEQUENCE-OUT
           MOVE  WS-CREATED-DATE    TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK   TO  HDG-CREATED-OUT
           MOVE  WS-FROM-POSITION   TO  HDG-FROM-OUT
           MOVE  WS-TO-POSITION     TO  HDG-TO-OUT
           PERFORM 20-HEADER-ROUTINE
           .

      * ONLY THE FIRST REQUEST IS TAKEN - ONE CARRIER FILE PER RUN.
      * THE REST ARE REPORTED AND DROPPED WITH THE REQUEST FILE.
       16-LOAD-REQUEST-ROUTINE.

           OPEN  INPUT  REGEN-REQUEST-FILE
           EVALUATE WS-REQUEST-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-REQUEST-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CARRREGEN.TXT, STATUS = '
                       WS-REQUEST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ REGEN-REQUEST-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF REGENERATION
                           ADD  1  TO  WS-EXTRA-REQUESTS
                           DISPLAY 'REGENERATION REQUEST IGNORED - '
                               'ONE PER RUN: ' RQ-FILE-SEQUENCE
                       ELSE
                           IF RQ-FILE-SEQUENCE IS NOT NUMERIC
                               DISPLAY 'INVALID REGENERATION REQUEST: '
                                   REGEN-REQUEST-RECORD
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE  'R'  TO  WS-MODE-FLAG
                           MOVE  RQ-FILE-SEQUENCE  TO  WS-FILE-SEQUENCE
                           MOVE  RQ-REQUESTED-BY   TO  WS-REQUESTED-BY
                       END-IF
               END-READ
           END-PERFORM
           IF REQUEST-FILE-FOUND
               CLOSE REGEN-REQUEST-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

      * NO CONTROL FILE MEANS NOTHING HAS EVER BEEN SENT - THE FIRST
      * TRANSMISSION IS SEQUENCE 1 FROM THE TOP OF THE JOURNAL.
       17-LOAD-CONTROL-ROUTINE.

           OPEN  INPUT  CARRIER-CONTROL-FILE
           EVALUATE WS-CONTROL-FILE-STATUS
               WHEN '00'
                   MOVE  'Y'  TO  WS-CONTROL-OPEN-FLAG
               WHEN '35'
                   MOVE  'N'  TO  EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CARRCTL.TXT, STATUS = '
                       WS-CONTROL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL NO-MORE-DATA
               READ CARRIER-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF CC-ORIGINAL
                           IF CC-FILE-SEQUENCE > WS-LAST-SEQUENCE
                               MOVE  CC-FILE-SEQUENCE
                                   TO  WS-LAST-SEQUENCE
                           END-IF
                           IF CC-TO-POSITION > WS-LAST-TO-POSITION
                               MOVE  CC-TO-POSITION
                                   TO  WS-LAST-TO-POSITION
                           END-IF
                           IF REGENERATION
                              AND CC-FILE-SEQUENCE = WS-FILE-SEQUENCE
                               MOVE  'Y'  TO  WS-ORIGINAL-FOUND-FLAG
                               MOVE  CC-CREATED-DATE
                                   TO  WS-CREATED-DATE
                               MOVE  CC-FROM-POSITION
                                   TO  WS-FROM-POSITION
                               MOVE  CC-TO-POSITION
                                   TO  WS-TO-POSITION
                               MOVE  CC-RECORD-COUNT
                                   TO  WS-ORIGINAL-COUNT
                               MOVE  CC-SALARY-HASH
                                   TO  WS-ORIGINAL-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CONTROL-FILE-FOUND
               CLOSE CARRIER-CONTROL-FILE
           END-IF
           MOVE  'N'  TO  WS-CONTROL-OPEN-FLAG
           MOVE  ' '  TO  EOF-FLAG
           .

      * FIRST PASS OVER THE JOURNAL - COUNTS ITS RECORDS AND LISTS
      * EVERY RUN A BACK-OUT MARKER INSIDE THE RANGE FOLLOWS.
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
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD  1  TO  WS-JOURNAL-COUNT
                       EVALUATE TRUE
                           WHEN JR-ACTION-BACKOUT
                               IF WS-JOURNAL-COUNT
                                      NOT < WS-FROM-POSITION
                                  AND WS-JOURNAL-COUNT
                                      NOT > WS-TO-POSITION
                                   PERFORM 19-BACKOUT-ADD-ROUTINE
                               END-IF
                           WHEN JR-SEQUENCE = 1
                               ADD  1  TO  WS-JOURNAL-RUN-NUMBER
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
           .

       20-HEADER-ROUTINE.

           WRITE CARRIER-REPORT AFTER ADVANCING PAGE
           ADD 1 TO COUNTER
           MOVE COUNTER TO COUNTER-OUT
           WRITE CARRIER-REPORT FROM HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE CARRIER-REPORT FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE CARRIER-REPORT FROM HEADING-MODE
               AFTER ADVANCING 2 LINES
           WRITE CARRIER-REPORT FROM HEADING-THREE
               AFTER ADVANCING 3 LINES
           MOVE 2 TO PROPER-SPACING
           .

      * SECOND PASS - EVERY ENTRY INSIDE THE RANGE, OUTSIDE A
      * BACKED-OUT RUN, IS TURNED INTO CARRIER EVENTS. THE RUN COUNT
      * IS KEPT FROM THE TOP OF THE JOURNAL SO IT LINES UP WITH THE
      * FIRST PASS.
       21-JOURNAL-PASS-ROUTINE.

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
               READ JOURNAL-FILE INTO JOURNAL-RECORD
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
                          AND NOT JR-ACTION-BACKOUT
                          AND NOT RUN-BACKED-OUT
                           PERFORM 30-MAIN-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 31-HIRE-FLUSH-ROUTINE
           IF JOURNAL-FILE-FOUND
               CLOSE JOURNAL-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

       23-MMDDYYYY-ROUTINE.

           COMPUTE WS-MMDDYYYY-WORK =
               WS-BRK-MM * 1000000 + WS-BRK-DD * 10000
               + WS-BRK-YYYY
           .

       24-RUN-CHANGE-ROUTINE.

           PERFORM 31-HIRE-FLUSH-ROUTINE
           MOVE  'N'  TO  WS-BEFORE-HELD-FLAG
           ADD  1  TO  WS-JOURNAL-RUN-NUMBER
           MOVE  'N'  TO  WS-RUN-BACKED-OUT-FLAG
           PERFORM VARYING WS-BACKOUT-IX FROM 1 BY 1
               UNTIL WS-BACKOUT-IX > WS-BACKOUT-COUNT
                  OR BT-RUN-NUMBER (WS-BACKOUT-IX)
                         = WS-JOURNAL-RUN-NUMBER
               CONTINUE
           END-PERFORM
           IF WS-BACKOUT-IX NOT > WS-BACKOUT-COUNT
               MOVE  'Y'  TO  WS-RUN-BACKED-OUT-FLAG
               IF WS-JOURNAL-POSITION NOT < WS-FROM-POSITION
                   ADD  1  TO  WS-RUNS-PASSED-OVER
               ELSE
                   ADD  1  TO  WS-LATE-BACKOUTS
               END-IF
           END-IF
           .

      * A REWRITE JOURNALS ITS BEFORE IMAGE AND THEN ITS AFTER IMAGE,
      * SO THE PAIR IS MATCHED IN FILE ORDER. A DELETE STRAIGHT AFTER
      * A WRITE FOR THE SAME EMPLOYEE ID IS A TRANSFER; A DELETE ON
      * ITS OWN TAKES THE EMPLOYEE OFF THE MASTER AND GOES TO THE
      * CARRIER AS A TERMINATION.
       30-MAIN-ROUTINE.

           EVALUATE TRUE
               WHEN JR-ACTION-REWRITE AND JR-BEFORE-IMAGE
                   PERFORM 31-HIRE-FLUSH-ROUTINE
                   MOVE  JR-EMPLOYEE-IMAGE  TO  WS-BEFORE-IMAGE
                   MOVE  'Y'  TO  WS-BEFORE-HELD-FLAG
               WHEN JR-ACTION-REWRITE AND JR-AFTER-IMAGE
                   PERFORM 31-HIRE-FLUSH-ROUTINE
                   IF BEFORE-IMAGE-HELD
                       MOVE  JR-EMPLOYEE-IMAGE  TO  EMPLOYEE-RECORD
                       PERFORM 32-REWRITE-EVENTS-ROUTINE
                   END-IF
                   MOVE  'N'  TO  WS-BEFORE-HELD-FLAG
               WHEN JR-ACTION-WRITE
                   PERFORM 31-HIRE-FLUSH-ROUTINE
                   MOVE  JR-EMPLOYEE-IMAGE  TO  WS-HELD-WRITE-IMAGE
                   MOVE  'Y'  TO  WS-WRITE-HELD-FLAG
               WHEN JR-ACTION-DELETE
                   MOVE  JR-EMPLOYEE-IMAGE  TO  WS-BEFORE-IMAGE
                   IF WRITE-IMAGE-HELD
                       MOVE  WS-HELD-WRITE-IMAGE  TO  EMPLOYEE-RECORD
                   END-IF
                   IF WRITE-IMAGE-HELD
                      AND EMPLOYEE-ID = WB-EMPLOYEE-ID
                      AND WAREHOUSE-ID NOT = WB-WAREHOUSE-ID
                       MOVE  'N'  TO  WS-WRITE-HELD-FLAG
                       MOVE  'TR'         TO  WS-EVENT-CODE
                       MOVE  JR-RUN-DATE  TO  WS-EVENT-DATE
                       PERFORM 33-EVENT-ROUTINE
                   ELSE
                       PERFORM 31-HIRE-FLUSH-ROUTINE
                       MOVE  JR-EMPLOYEE-IMAGE  TO  WS-BEFORE-IMAGE
                       MOVE  JR-EMPLOYEE-IMAGE  TO  EMPLOYEE-RECORD
                       MOVE  'T'  TO  EMPLOYEE-STATUS
                       MOVE  'TE'  TO  WS-EVENT-CODE
                       IF WB-TERMINATION-DATE IS NUMERIC
                          AND WB-TERMINATION-DATE > 0
                           MOVE  WB-TERMINATION-DATE
                               TO  WS-EVENT-DATE
                       ELSE
                           MOVE  JR-RUN-DATE  TO  WS-EVENT-DATE
                       END-IF
                       PERFORM 33-EVENT-ROUTINE
                   END-IF
           END-EVALUATE
           .

       31-HIRE-FLUSH-ROUTINE.

           IF WRITE-IMAGE-HELD
               MOVE  'N'  TO  WS-WRITE-HELD-FLAG
               MOVE  WS-HELD-WRITE-IMAGE  TO  EMPLOYEE-RECORD
               MOVE  SPACES  TO  WS-BEFORE-IMAGE
               MOVE  0       TO  WB-CURRENT-SALARY
               MOVE  'HI'       TO  WS-EVENT-CODE
               MOVE  HIRE-DATE  TO  WS-EVENT-DATE
               PERFORM 33-EVENT-ROUTINE
           END-IF
           .

      * ONE CARRIER RECORD PER EVENT TYPE THE REWRITE CARRIES. A
      * REHIRE ALSO SENDS ANY POSITION OR SALARY IT SET, SO THE
      * CARRIER SEES THE SAME FIELDS AS ON AN ORDINARY CHANGE. A
      * SALARY CHANGE IS DATED AT THE PAY-INCREASE-DATE ONLY WHEN THE
      * REWRITE SET A NEW ONE - SBANJARAP7 CARRIES THE OLD DATE
      * FORWARD WHEN NONE IS KEYED, AND THE CHANGE THEN TAKES THE
      * RUN DATE.
       32-REWRITE-EVENTS-ROUTINE.

           MOVE  JR-RUN-DATE  TO  WS-EVENT-DATE
           IF WB-EMPLOYEE-STATUS = 'A' AND EMPLOYEE-TERMINATED
               MOVE  'TE'  TO  WS-EVENT-CODE
               IF TERMINATION-DATE > 0
                   MOVE  TERMINATION-DATE  TO  WS-EVENT-DATE
               END-IF
               PERFORM 33-EVENT-ROUTINE
           END-IF
           IF WB-EMPLOYEE-STATUS = 'T' AND EMPLOYEE-ACTIVE
               MOVE  'RH'         TO  WS-EVENT-CODE
               MOVE  JR-RUN-DATE  TO  WS-EVENT-DATE
               PERFORM 33-EVENT-ROUTINE
           END-IF
           IF EMPLOYEE-POSITION NOT = WB-EMPLOYEE-POSITION
               MOVE  'PC'         TO  WS-EVENT-CODE
               MOVE  JR-RUN-DATE  TO  WS-EVENT-DATE
               PERFORM 33-EVENT-ROUTINE
           END-IF
           IF CURRENT-SALARY NOT = WB-CURRENT-SALARY
               MOVE  'SC'         TO  WS-EVENT-CODE
               IF PAY-INCREASE-DATE > 0
                  AND PAY-INCREASE-DATE NOT = WB-PAY-INCREASE-DATE
                   MOVE  PAY-INCREASE-DATE  TO  WS-EVENT-DATE
               ELSE
                   MOVE  JR-RUN-DATE        TO  WS-EVENT-DATE
               END-IF
               PERFORM 33-EVENT-ROUTINE
           END-IF
           .

      * EMPLOYEE-RECORD HOLDS THE EMPLOYEE AS THE CARRIER SHOULD NOW
      * SEE THEM, WS-BEFORE-IMAGE AS THEY WERE. THE HASH IS THE SUM
      * OF CD-CURRENT-SALARY OVER THE DETAIL RECORDS.
       33-EVENT-ROUTINE.

           MOVE  SPACES             TO  CARRIER-DETAIL-RECORD
           MOVE  'D'                TO  CD-RECORD-TYPE
           MOVE  WS-EVENT-CODE      TO  CD-EVENT-CODE
           MOVE  WS-EVENT-DATE      TO  CD-EFFECTIVE-DATE
           MOVE  WAREHOUSE-ID       TO  CD-WAREHOUSE-ID
           MOVE  EMPLOYEE-ID        TO  CD-EMPLOYEE-ID
           MOVE  LAST-NAME          TO  CD-LAST-NAME
           MOVE  FIRST-NAME         TO  CD-FIRST-NAME
           MOVE  EMPLOYEE-STATUS    TO  CD-EMPLOYEE-STATUS
           MOVE  EMPLOYEE-POSITION  TO  CD-POSITION
           MOVE  CURRENT-SALARY     TO  CD-CURRENT-SALARY
           MOVE  WB-EMPLOYEE-POSITION  TO  CD-PRIOR-POSITION
           MOVE  WB-CURRENT-SALARY  TO  CD-PRIOR-SALARY
           IF WS-EVENT-CODE = 'TR'
               MOVE  WB-WAREHOUSE-ID  TO  CD-PRIOR-WAREHOUSE-ID
           END-IF
           MOVE  JR-RUN-DATE        TO  CD-JOURNAL-DATE
           WRITE CARRIER-DETAIL-RECORD
           ADD  1  TO  WS-DETAIL-COUNT
           ADD  CURRENT-SALARY  TO  WS-SALARY-HASH

           EVALUATE WS-EVENT-CODE
               WHEN 'HI'
                   ADD  1  TO  WS-HIRE-COUNT
                   MOVE  'HIRE'          TO  WS-EVENT-NAME
               WHEN 'RH'
                   ADD  1  TO  WS-REHIRE-COUNT
                   MOVE  'REHIRE'        TO  WS-EVENT-NAME
               WHEN 'TE'
                   ADD  1  TO  WS-TERM-COUNT
                   MOVE  'TERMINATION'   TO  WS-EVENT-NAME
               WHEN 'PC'
                   ADD  1  TO  WS-POSITION-COUNT
                   MOVE  'POSITION'      TO  WS-EVENT-NAME
               WHEN 'SC'
                   ADD  1  TO  WS-SALARY-COUNT
                   MOVE  'SALARY'        TO  WS-EVENT-NAME
               WHEN 'TR'
                   ADD  1  TO  WS-TRANSFER-COUNT
                   MOVE  'TRANSFER'      TO  WS-EVENT-NAME
           END-EVALUATE
           MOVE  WS-EVENT-NAME        TO  DTL-EVENT-OUT
           MOVE  CD-WAREHOUSE-ID      TO  DTL-WAREHOUSE-OUT
           MOVE  CD-EMPLOYEE-ID       TO  DTL-EMPLOYEE-OUT
           MOVE  CD-LAST-NAME         TO  DTL-LAST-NAME-OUT
           MOVE  WS-EVENT-DATE        TO  WS-DATE-BREAKOUT
           PERFORM 23-MMDDYYYY-ROUTINE
           MOVE  WS-MMDDYYYY-WORK     TO  DTL-EFFECTIVE-OUT
           MOVE  CD-EMPLOYEE-STATUS   TO  DTL-STATUS-OUT
           MOVE  CD-POSITION          TO  DTL-POSITION-OUT
           MOVE  CD-CURRENT-SALARY    TO  DTL-SALARY-OUT
           MOVE  CD-PRIOR-POSITION    TO  DTL-PRIOR-POS-OUT
           MOVE  CD-PRIOR-SALARY      TO  DTL-PRIOR-SAL-OUT
           MOVE  CD-PRIOR-WAREHOUSE-ID  TO  DTL-PRIOR-WH-OUT
           MOVE  DETAIL-LINE          TO  CARRIER-REPORT
           PERFORM 40-WRITE-LINE
           MOVE  1 TO PROPER-SPACING
           .

       34-HISTORY-ROUTINE.

           MOVE  HISTORY-HEADING      TO  CARRIER-REPORT
           WRITE CARRIER-REPORT AFTER ADVANCING 3 LINES
           MOVE  HISTORY-HEADING-TWO  TO  CARRIER-REPORT
           WRITE CARRIER-REPORT AFTER ADVANCING 2 LINES
           MOVE  2 TO PROPER-SPACING
           OPEN  INPUT  CARRIER-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               MOVE  'N'  TO  EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ CARRIER-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE  CC-FILE-SEQUENCE  TO  HST-SEQUENCE-OUT
                       IF CC-REGENERATED
                           MOVE  'REGENERATED'  TO  HST-TYPE-OUT
                       ELSE
                           MOVE  'SENT'         TO  HST-TYPE-OUT
                       END-IF
                       MOVE  CC-RUN-DATE       TO  WS-DATE-BREAKOUT
                       PERFORM 23-MMDDYYYY-ROUTINE
                       MOVE  WS-MMDDYYYY-WORK  TO  HST-RUN-DATE-OUT
                       MOVE  CC-CREATED-DATE   TO  WS-DATE-BREAKOUT
                       PERFORM 23-MMDDYYYY-ROUTINE
                       MOVE  WS-MMDDYYYY-WORK  TO  HST-CREATED-OUT
                       MOVE  CC-FROM-POSITION  TO  HST-FROM-OUT
                       MOVE  CC-TO-POSITION    TO  HST-TO-OUT
                       MOVE  CC-RECORD-COUNT   TO  HST-COUNT-OUT
                       MOVE  CC-SALARY-HASH    TO  HST-HASH-OUT
                       MOVE  CC-REQUESTED-BY   TO  HST-REQUESTED-OUT
                       MOVE  HISTORY-LINE      TO  CARRIER-REPORT
                       PERFORM 40-WRITE-LINE
                       MOVE  1 TO PROPER-SPACING
               END-READ
           END-PERFORM
           IF WS-CONTROL-FILE-STATUS = '00'
              OR WS-CONTROL-FILE-STATUS = '10'
               CLOSE CARRIER-CONTROL-FILE
           END-IF
           MOVE  ' '  TO  EOF-FLAG
           .

      * THE TRANSMISSION IS LOGGED ONLY ONCE THE CARRIER FILE IS
      * COMPLETE AND CLOSED. A REGENERATION IS CHECKED AGAINST THE
      * COUNT AND HASH LOGGED FOR THE ORIGINAL, AND A SPENT REQUEST
      * FILE IS EMPTIED SO THE SAME FILE IS NOT REBUILT NEXT RUN.
       35-EOF-ROUTINE.

           MOVE  SPACES             TO  CARRIER-TRAILER-RECORD
           MOVE  'T'                TO  CT-RECORD-TYPE
           MOVE  WS-FILE-SEQUENCE   TO  CT-FILE-SEQUENCE
           MOVE  WS-DETAIL-COUNT    TO  CT-RECORD-COUNT
           MOVE  WS-SALARY-HASH     TO  CT-SALARY-HASH
           WRITE CARRIER-TRAILER-RECORD
           CLOSE CARRIER-FILE

           OPEN  EXTEND  CARRIER-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '35'
               OPEN  OUTPUT  CARRIER-CONTROL-FILE
           END-IF
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR EXTENDING CARRCTL.TXT, STATUS = '
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  WS-FILE-SEQUENCE   TO  CC-FILE-SEQUENCE
           MOVE  WS-MODE-FLAG       TO  CC-TRANS-TYPE
           MOVE  WS-RUN-DATE        TO  CC-RUN-DATE
           MOVE  WS-CREATED-DATE    TO  CC-CREATED-DATE
           MOVE  WS-FROM-POSITION   TO  CC-FROM-POSITION
           MOVE  WS-TO-POSITION     TO  CC-TO-POSITION
           MOVE  WS-DETAIL-COUNT    TO  CC-RECORD-COUNT
           MOVE  WS-SALARY-HASH     TO  CC-SALARY-HASH
           MOVE  WS-REQUESTED-BY    TO  CC-REQUESTED-BY
           WRITE CARRIER-CONTROL-RECORD
           CLOSE CARRIER-CONTROL-FILE

           MOVE  WS-HIRE-COUNT        TO  HIRE-COUNT-OUT
           MOVE  WS-REHIRE-COUNT      TO  REHIRE-COUNT-OUT
           MOVE  WS-TERM-COUNT        TO  TERM-COUNT-OUT
           MOVE  WS-POSITION-COUNT    TO  POSITION-COUNT-OUT
           MOVE  WS-SALARY-COUNT      TO  SALARY-COUNT-OUT
           MOVE  WS-TRANSFER-COUNT    TO  TRANSFER-COUNT-OUT
           MOVE  EVENT-COUNT-LINE     TO  CARRIER-REPORT
           WRITE CARRIER-REPORT AFTER ADVANCING 3 LINES
           MOVE  WS-DETAIL-COUNT      TO  TOTAL-COUNT-OUT
           MOVE  WS-SALARY-HASH       TO  TOTAL-HASH-OUT
           MOVE  WS-RUNS-PASSED-OVER  TO  TOTAL-PASSED-OUT
           MOVE  CONTROL-TOTAL-LINE   TO  CARRIER-REPORT
           WRITE CARRIER-REPORT AFTER ADVANCING 2 LINES
           IF WS-LATE-BACKOUTS > 0
               MOVE  WS-LATE-BACKOUTS  TO  SENT-BACKOUT-OUT
               MOVE  SENT-BACKOUT-LINE  TO  CARRIER-REPORT
               WRITE CARRIER-REPORT AFTER ADVANCING 2 LINES
               DISPLAY 'WARNING - ' WS-LATE-BACKOUTS
                   ' RUN(S) BACKED OUT AFTER TRANSMISSION - SEND '
                   'CORRECTIONS BY HAND'
           END-IF
           IF REGENERATION
               IF WS-DETAIL-COUNT = WS-ORIGINAL-COUNT
                  AND WS-SALARY-HASH = WS-ORIGINAL-HASH
                   MOVE  'REGENERATED TOTALS AGREE WITH THE ORIGINAL'
                       TO  MATCH-TEXT-OUT
               ELSE
                   MOVE  'N'  TO  WS-TOTALS-MATCH-FLAG
                   MOVE  '*** REGENERATED TOTALS DO NOT AGREE WITH '
                       & 'THE ORIGINAL ***'  TO  MATCH-TEXT-OUT
               END-IF
               MOVE  MATCH-LINE  TO  CARRIER-REPORT
               WRITE CARRIER-REPORT AFTER ADVANCING 2 LINES
               OPEN  OUTPUT  REGEN-REQUEST-FILE
               CLOSE REGEN-REQUEST-FILE
           END-IF
           PERFORM 34-HISTORY-ROUTINE
           CLOSE CARRIER-REPORT-FILE
           IF NOT TOTALS-MATCH
               DISPLAY 'REGENERATED SEQUENCE ' WS-FILE-SEQUENCE
                   ' DOES NOT AGREE WITH ITS CONTROL RECORD'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       40-WRITE-LINE.

           WRITE CARRIER-REPORT
               AFTER ADVANCING PROPER-SPACING
           .
