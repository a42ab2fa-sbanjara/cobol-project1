           COPY WHMAST.

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
           OPEN  INPUT  WAREHOUSE-MASTER
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAREHOUSE-MASTER, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

