           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAREHOUSE-MASTER, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           IF WS-SALARY-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALARY-HISTORY-FILE, STATUS = '
                   WS-SALARY-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-DATA
