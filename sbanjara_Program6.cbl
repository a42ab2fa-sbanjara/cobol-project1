           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYGRTRAN.TXT, STATUS = '
                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PAY-GRADE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYGRADE.DAT, STATUS = '
                   WS-PAY-GRADE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

