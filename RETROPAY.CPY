      * RETROACTIVE PAY RECORD LAYOUT - ONE RECORD PER EMPLOYEE PER
      * CLOSED PAY PERIOD THAT WENT OUT AT THE OLD RATE AFTER A
      * BACK-DATED RAISE. WRITTEN BY THE SBANJARAP21 RETRO PAY
      * PROGRAM FROM THE SBANJARAP7 UPDATE JOURNAL AND HANDED TO
      * PAYROLL TO PAY WITH THE NEXT CHECK. THE OLD AND NEW PERIOD
      * GROSS ARE BOTH CARRIED, PRORATED THE WAY THE SBANJARAP16
      * REGISTER PRORATES THEM, SO PAYROLL CAN TIE EACH ROW BACK TO
      * THE REGISTER THAT WENT OUT FOR THAT PERIOD.
       01  RETRO-PAY-RECORD.
           05  RT-EMPLOYEE-KEY.
               10  RT-WAREHOUSE-ID     PIC X(4).
               10  RT-EMPLOYEE-ID      PIC X(5).
           05  RT-RUN-DATE             PIC 9(8).
           05  RT-PAY-INCREASE-DATE    PIC 9(8).
           05  RT-PERIOD-NUMBER        PIC 9(3).
           05  RT-PERIOD-END-DATE      PIC 9(8).
           05  RT-DAYS-WORKED          PIC 9(3).
           05  RT-OLD-PERIOD-GROSS     PIC 9(6)V99.
           05  RT-NEW-PERIOD-GROSS     PIC 9(6)V99.
           05  RT-RETRO-AMOUNT         PIC 9(6)V99.
