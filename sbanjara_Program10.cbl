           IF WS-ARCH-DATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHDATE.TXT, STATUS = '
                   WS-ARCH-DATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARCHIVE-DATE-FILE
               AT END
                   DISPLAY 'ARCHDATE.TXT IS EMPTY - NO CUTOFF DATE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF ARCH-CUTOFF-DATE NOT NUMERIC
              OR ARCH-CUTOFF-DATE = 0
               DISPLAY 'INVALID CUTOFF DATE IN ARCHDATE.TXT: '
                   ARCHIVE-DATE-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE  ARCH-CUTOFF-DATE  TO  WS-CUTOFF-DATE-N
           IF WS-SALARY-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALARYHIST.TXT, STATUS = '
                   WS-SALARY-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN  EXTEND  ARCHIVE-FILE
