           COPY PAYGRADE.

       FD  RAISE-TRANS-FILE
           RECORD CONTAINS 84 CHARACTERS.

           COPY EMPTRAN.

       FD  RUN-PARM-FILE
           RECORD CONTAINS 19 CHARACTERS.

           COPY RUNPARM.

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
           OPEN  OUTPUT  RAISE-TRANS-FILE
           MOVE  WS-RUN-DATE        TO  EMT-PAY-INCREASE-DATE
           MOVE  WS-PROPOSED-SALARY TO  EMT-CURRENT-SALARY
           MOVE  0                  TO  EMT-TERMINATION-DATE
           MOVE  0                  TO  EMT-EFFECTIVE-DATE
           WRITE EMPLOYEE-TRANS-RECORD
           .

