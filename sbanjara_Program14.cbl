           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-RECORD-FILE, STATUS = '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  INPUT  GL-INTERFACE-FILE
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLEXTRACT.TXT, STATUS = '
                   WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  BALANCE-REPORT-FILE
               IF WS-WH-COUNT >= WS-WH-MAX
                   DISPLAY 'WAREHOUSE TABLE FULL AT ' WS-WH-MAX
                       ' - RUN CANCELLED, ID: ' WS-WH-LOOKUP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD  1  TO  WS-WH-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR OPENING SBANJARAP1.LOG, STATUS = '
                       WS-AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF LOG-LINE-FOUND
