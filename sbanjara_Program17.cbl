      * PROGRAM REPLAYS THE UPDATE JOURNAL (EMPJRNL.TXT) AGAINST
      * PR1FA19.TXT, EITHER BACKING EVERY JOURNALED UPDATE OUT IN
      * REVERSE ORDER TO RESTORE THE PRE-RUN STATE, OR ROLLING THEM
      * ALL FORWARD AGAIN. THE JOURNAL IS KEPT ACROSS RUNS, SO ONLY
      * THE LATEST RUN ON IT - FROM ITS SEQUENCE 1 ON - IS RECOVERED.
      * A RUN THAT JOURNALED NOTHING LEAVES THE RUN BEFORE IT AS THE
      * LATEST ON THE JOURNAL, SO A BACK OUT OF A RUN NOT DATED TODAY
      * GOES AHEAD ONLY IF THE OPERATOR CONFIRMS IT.
      * A BACK OUT ENDS BY WRITING A BACK-OUT MARKER AFTER THAT RUN,
      * SO THE RUN CANNOT BE BACKED OUT TWICE AND THE OTHER READERS
      * OF THE JOURNAL KNOW ITS CHANGES NEVER STOOD. IT ALSO PUTS THE
      * APPROVAL QUEUE AND DECISION FILE BACK AS THEY STOOD BEFORE
      * THAT RUN FROM THE COPIES SBANJARAP7 SAVED - WHEN NO SAVE FOR
      * THAT RUN IS ON HAND, THE REPORT AND THE CONSOLE SAY SO.
      * ******
      * INPUT:
      *    THE RECOVERY DIRECTION (B = BACK OUT, F = ROLL FORWARD),
      *    KEYED IN AT THE CONSOLE, THE CONSOLE CONFIRMATION NEEDED
      *    TO BACK OUT AN EARLIER DAY'S RUN, AND THE UPDATE JOURNAL
      *    WRITTEN BY THE SBANJARAP7 RUN BEING RECOVERED. ON A BACK
      *    OUT, THE APPROVAL FILE GENERATION RECORD (APPRGEN.TXT) AND
      *    THE SAVED APPROVAL FILES (APPRQUE.PRV, APPRDEC.PRV).
      ***********
      * OUTPUT:
      *    THE RECOVERED EMPLOYEE RECORD FILE, A RECOVERY REPORT
      *    LISTING EVERY JOURNAL ENTRY APPLIED OR FAILED, AND THE
      *    BACK-OUT MARKER ON THE JOURNAL AFTER A BACK OUT, WITH THE
      *    APPROVAL QUEUE (APPRQUE.TXT) AND DECISION FILE (APPRDEC.TXT)
      *    RESTORED.
      ****************************************************************

      ********************* ENVIRONMENT-DIVISION *********************
                   FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO PRINTER 'JOURNAL-RECOVERY-REPORT'.
           SELECT APPROVAL-GENERATION-FILE
               ASSIGN TO 'APPRGEN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GENERATION-FILE-STATUS.
           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPRQUE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT APPROVAL-DECISION-FILE
               ASSIGN TO 'APPRDEC.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT APPROVAL-QUEUE-PRIOR-FILE
               ASSIGN TO 'APPRQUE.PRV'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT APPROVAL-DECISION-PRIOR-FILE
               ASSIGN TO 'APPRDEC.PRV'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRIOR-FILE-STATUS.

      *********************** DATA-DIVISION **************************


       01  RECOVERY-REPORT            PIC X(100).

       FD  APPROVAL-GENERATION-FILE
           RECORD CONTAINS 9 CHARACTERS.

           COPY APPRGEN.

       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  APPROVAL-QUEUE-RECORD      PIC X(106).

       FD  APPROVAL-DECISION-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  APPROVAL-DECISION-RECORD   PIC X(26).

       FD  APPROVAL-QUEUE-PRIOR-FILE
           RECORD CONTAINS 106 CHARACTERS.

       01  APPROVAL-QUEUE-PRIOR-RECORD PIC X(106).

       FD  APPROVAL-DECISION-PRIOR-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  APPROVAL-DECISION-PRIOR-RECORD PIC X(26).

      ************************ WORKING-STORAGE ***********************

       WORKING-STORAGE SECTION.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-JOURNAL-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-GENERATION-FILE-STATUS PIC XX    VALUE '00'.
           05  WS-APPROVAL-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PRIOR-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-COPY-EOF-FLAG        PIC X       VALUE ' '.
               88  NO-MORE-COPY                    VALUE 'N'.
           05  WS-RESTORE-FLAG         PIC X       VALUE 'N'.
               88  APPROVALS-RESTORABLE            VALUE 'Y'.
           05  WS-BACKED-OUT-FLAG      PIC X       VALUE 'N'.
               88  LATEST-RUN-BACKED-OUT           VALUE 'Y'.
           05  WS-DIRECTION            PIC X       VALUE ' '.
               88  BACKOUT-RUN                     VALUE 'B'.
               88  ROLL-FORWARD-RUN                VALUE 'F'.
           05  WS-APPLY-FLAG           PIC X       VALUE 'N'.
               88  ENTRY-APPLIES                   VALUE 'Y'.
           05  WS-CONFIRM-FLAG         PIC X       VALUE 'N'.
               88  BACKOUT-CONFIRMED               VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR           PIC 9999.
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.

       01  WS-RUN-DATE  REDEFINES  WS-DATE  PIC 9(8).

      * THE JOURNAL IS HELD IN A TABLE SO A BACKOUT CAN WALK IT LAST
      * ENTRY FIRST - A LINE SEQUENTIAL FILE CANNOT BE READ BACKWARD.
      * SIZED WELL PAST THE LARGEST CREDIBLE TRANSACTION BATCH (A
           05                          PIC X(12)  VALUE 'SKIPPED:'.
           05  TOTAL-SKIPPED-OUT       PIC ZZZ9.

       01  APPROVAL-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  APPROVAL-TEXT-OUT       PIC X(95).

      ********************* PROCEDURE-DIVISION ***********************

       PROCEDURE DIVISION.

           PERFORM  15-HOUSEKEEPING-ROUTINE
           PERFORM  22-LOAD-JOURNAL-ROUTINE
           PERFORM  24-CONFIRM-BACKOUT-ROUTINE
           PERFORM  27-APPROVAL-CHECK-ROUTINE
           PERFORM  25-RECOVER-ROUTINE
           PERFORM  35-EOF-ROUTINE
           .
           ACCEPT  WS-DIRECTION
           IF NOT BACKOUT-RUN AND NOT ROLL-FORWARD-RUN
               DISPLAY 'INVALID DIRECTION - RUN CANCELLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPJRNL.TXT, STATUS = '
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA19.TXT, STATUS = '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 2 TO PROPER-SPACING
           .

      * SEQUENCE 1 STARTS A NEW RUN, SO THE TABLE IS EMPTIED THERE
      * AND ENDS UP HOLDING THE LATEST RUN THAT JOURNALED ANYTHING -
      * A RUN WITH NO UPDATES WRITES NO SEQUENCE 1, SO THE TABLE CAN
      * HOLD AN EARLIER DAY'S RUN (SEE 24-CONFIRM-BACKOUT-ROUTINE).
      * A BACK-OUT MARKER EMPTIES IT TOO - THE RUN BEFORE IT IS
      * ALREADY BACKED OUT.
       22-LOAD-JOURNAL-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 23-LOAD-ENTRY-ROUTINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF LATEST-RUN-BACKED-OUT
               DISPLAY 'LATEST RUN ON EMPJRNL.TXT IS ALREADY '
                   'BACKED OUT - NOTHING TO RECOVER'
           END-IF
           .

       23-LOAD-ENTRY-ROUTINE.

           IF JR-ACTION-BACKOUT
               MOVE  0    TO  WS-JRNL-COUNT
               MOVE  'Y'  TO  WS-BACKED-OUT-FLAG
           ELSE
               IF JR-SEQUENCE = 1
                   MOVE  0    TO  WS-JRNL-COUNT
                   MOVE  'N'  TO  WS-BACKED-OUT-FLAG
               END-IF
               IF WS-JRNL-COUNT >= WS-JRNL-MAX
                   DISPLAY 'JOURNAL TABLE FULL AT '
                       WS-JRNL-MAX ' ENTRIES - RUN CANCELLED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WS-JRNL-COUNT
               MOVE  JOURNAL-RECORD  TO  JRNL-ENTRY (WS-JRNL-COUNT)
           END-IF
           .

      * THE RUN DATE ON THE LOADED RUN'S FIRST ENTRY IS CHECKED
      * AGAINST TODAY. A BACK OUT OF AN EARLIER DAY'S RUN - ONE
      * WHOSE RESULTS HAVE ALREADY BEEN ACCEPTED - IS CANCELLED
      * UNLESS THE OPERATOR CONFIRMS IT AT THE CONSOLE.
       24-CONFIRM-BACKOUT-ROUTINE.

           IF BACKOUT-RUN AND WS-JRNL-COUNT > 0
               MOVE  JRNL-ENTRY (1)  TO  JOURNAL-RECORD
               IF JR-RUN-DATE NOT = WS-RUN-DATE
                   DISPLAY 'LATEST RUN ON EMPJRNL.TXT IS DATED '
                       JR-RUN-DATE ', NOT TODAY ' WS-RUN-DATE
                   DISPLAY 'BACK OUT THAT RUN ANYWAY? (Y/N): '
                       WITH NO ADVANCING
                   ACCEPT  WS-CONFIRM-FLAG
                   IF NOT BACKOUT-CONFIRMED
                       DISPLAY 'BACK OUT NOT CONFIRMED - RUN CANCELLED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .

       25-RECOVER-ROUTINE.
               PERFORM 30-MAIN-ROUTINE
                   VARYING WS-JRNL-IX FROM WS-JRNL-COUNT BY -1
                   UNTIL WS-JRNL-IX < 1
               IF WS-JRNL-COUNT > 0
                   PERFORM 26-BACKOUT-MARKER-ROUTINE
                   PERFORM 28-APPROVAL-RESTORE-ROUTINE
               END-IF
           ELSE
               PERFORM 30-MAIN-ROUTINE
                   VARYING WS-JRNL-IX FROM 1 BY 1
           END-IF
           .

       26-BACKOUT-MARKER-ROUTINE.

           OPEN  EXTEND  JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR EXTENDING EMPJRNL.TXT, STATUS = '
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  SPACES   TO  JOURNAL-RECORD
           MOVE  0        TO  JR-SEQUENCE
           MOVE  WS-DATE  TO  JR-RUN-DATE
           MOVE  'X'      TO  JR-ACTION-CODE
           WRITE JOURNAL-FD-RECORD FROM JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

      * THE SAVED APPROVAL FILES BELONG TO THE RUN BEING BACKED OUT
      * ONLY WHEN THE GENERATION RECORD CARRIES ITS DATE AND SHOWS IT
      * EITHER JOURNALED SOMETHING OR NEVER FINISHED. A SAVE THAT
      * SHOULD BE THERE BUT IS NOT CANCELS THE RUN BEFORE THE MASTER
      * IS TOUCHED.
       27-APPROVAL-CHECK-ROUTINE.

           MOVE  'N'  TO  WS-RESTORE-FLAG
           IF BACKOUT-RUN AND WS-JRNL-COUNT > 0
               MOVE  JRNL-ENTRY (1)  TO  JOURNAL-RECORD
               OPEN  INPUT  APPROVAL-GENERATION-FILE
               EVALUATE WS-GENERATION-FILE-STATUS
                   WHEN '00'
                       READ APPROVAL-GENERATION-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AG-RUN-DATE = JR-RUN-DATE
                                  AND (AG-RUN-STARTED
                                       OR AG-RUN-JOURNALED)
                                   MOVE  'Y'  TO  WS-RESTORE-FLAG
                               END-IF
                       END-READ
                       CLOSE APPROVAL-GENERATION-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR OPENING APPRGEN.TXT, STATUS = '
                           WS-GENERATION-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF
           IF APPROVALS-RESTORABLE
               OPEN  INPUT  APPROVAL-QUEUE-PRIOR-FILE
               IF WS-PRIOR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING APPRQUE.PRV, STATUS = '
                       WS-PRIOR-FILE-STATUS ' - RUN CANCELLED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE APPROVAL-QUEUE-PRIOR-FILE
               OPEN  INPUT  APPROVAL-DECISION-PRIOR-FILE
               IF WS-PRIOR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING APPRDEC.PRV, STATUS = '
                       WS-PRIOR-FILE-STATUS ' - RUN CANCELLED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE APPROVAL-DECISION-PRIOR-FILE
           END-IF
           .

      * THE SAVED QUEUE AND DECISIONS GO BACK OVER THE LIVE FILES AND
      * THE GENERATION RECORD IS MARKED RESTORED SO THE SAVE IS NEVER
      * USED TWICE. WITHOUT A SAVE FOR THIS RUN THE OPERATOR IS TOLD
      * TO PUT BOTH FILES RIGHT BY HAND BEFORE SBANJARAP7 RUNS AGAIN.
       28-APPROVAL-RESTORE-ROUTINE.

           MOVE  SPACES  TO  APPROVAL-TEXT-OUT
           IF APPROVALS-RESTORABLE
               PERFORM 29-APPROVAL-COPY-ROUTINE
               MOVE  JRNL-ENTRY (1)  TO  JOURNAL-RECORD
               MOVE  JR-RUN-DATE  TO  AG-RUN-DATE
               MOVE  'R'          TO  AG-RUN-STATE
               OPEN  OUTPUT  APPROVAL-GENERATION-FILE
               IF WS-GENERATION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING APPRGEN.TXT, STATUS = '
                       WS-GENERATION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE APPROVAL-GENERATION-RECORD
               CLOSE APPROVAL-GENERATION-FILE
               STRING 'APPRQUE.TXT AND APPRDEC.TXT RESTORED '
                          DELIMITED BY SIZE
                      'TO BEFORE THE RUN'  DELIMITED BY SIZE
                   INTO APPROVAL-TEXT-OUT
               END-STRING
           ELSE
               STRING '*** APPRQUE.TXT AND APPRDEC.TXT NOT RESTORED'
                          DELIMITED BY SIZE
                      ' - NO SAVE FOR THIS RUN, CHECK BOTH BY HAND ***'
                          DELIMITED BY SIZE
                   INTO APPROVAL-TEXT-OUT
               END-STRING
               DISPLAY 'WARNING - APPRQUE.TXT AND APPRDEC.TXT NOT '
                   'RESTORED - CHECK BOTH BY HAND BEFORE SBANJARAP7'
           END-IF
           MOVE  APPROVAL-LINE  TO  RECOVERY-REPORT
           WRITE RECOVERY-REPORT AFTER ADVANCING 2 LINES
           .

       29-APPROVAL-COPY-ROUTINE.

           OPEN  INPUT   APPROVAL-QUEUE-PRIOR-FILE
           OPEN  OUTPUT  APPROVAL-QUEUE-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRQUE.TXT, STATUS = '
                   WS-APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  ' '  TO  WS-COPY-EOF-FLAG
           PERFORM UNTIL NO-MORE-COPY
               READ APPROVAL-QUEUE-PRIOR-FILE
                   AT END
                       MOVE 'N' TO WS-COPY-EOF-FLAG
                   NOT AT END
                       WRITE APPROVAL-QUEUE-RECORD
                           FROM APPROVAL-QUEUE-PRIOR-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-PRIOR-FILE
               APPROVAL-QUEUE-FILE

           OPEN  INPUT   APPROVAL-DECISION-PRIOR-FILE
           OPEN  OUTPUT  APPROVAL-DECISION-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRDEC.TXT, STATUS = '
                   WS-APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  ' '  TO  WS-COPY-EOF-FLAG
           PERFORM UNTIL NO-MORE-COPY
               READ APPROVAL-DECISION-PRIOR-FILE
                   AT END
                       MOVE 'N' TO WS-COPY-EOF-FLAG
                   NOT AT END
                       WRITE APPROVAL-DECISION-RECORD
                           FROM APPROVAL-DECISION-PRIOR-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVAL-DECISION-PRIOR-FILE
               APPROVAL-DECISION-FILE
           .

      * BACKING OUT, EACH ENTRY UNDOES ITSELF - A WRITE IS DELETED,
      * A REWRITE PUTS ITS BEFORE IMAGE BACK, A DELETE IS REWRITTEN
      * FROM ITS BEFORE IMAGE. ROLLING FORWARD, THE AFTER IMAGES ARE
