           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLEXTRACT.TXT, STATUS = '
                   WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  INPUT  WAREHOUSE-MASTER
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WHMAST.DAT, STATUS = '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  OUTPUT  VARIANCE-REPORT-FILE
                               IF WS-HIST-COUNT >= WS-HIST-MAX
                                   DISPLAY 'HISTORY TABLE FULL AT '
                                       WS-HIST-MAX ' - RUN CANCELLED'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD  1  TO  WS-HIST-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR OPENING GLHIST.TXT, STATUS = '
                       WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
               IF WS-HIST-COUNT >= WS-HIST-MAX
                   DISPLAY 'HISTORY TABLE FULL AT '
                       WS-HIST-MAX ' - RUN CANCELLED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WS-RETAINED-COUNT
