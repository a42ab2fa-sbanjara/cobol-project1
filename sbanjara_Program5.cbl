           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA19.SEQ, STATUS = '
                   WS-OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  NEW-EMPLOYEE-FILE
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA19.TXT, STATUS = '
                   WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
