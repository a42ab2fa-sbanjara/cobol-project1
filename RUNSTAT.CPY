      * JOB-STREAM RUN STATUS RECORD LAYOUT - ONE RECORD PER STEP OF
      * THE CURRENT STREAM, REWRITTEN BY THE SBANJARAP23 DRIVER ON
      * EVERY STATUS CHANGE. RS-STREAM-DATE IS THE NIGHT THE STREAM
      * WAS FIRST STARTED AND STAYS THE SAME THROUGH ANY NUMBER OF
      * RESTARTS. THE DRIVER MARKS A STEP RUNNING BEFORE IT STARTS
      * IT, SO A STEP THAT FINDS A RUNNING RECORD HERE IS PART OF
      * THAT STREAM - THE SNAPSHOT EXTRACT AND ITS READERS DATE THE
      * SNAPSHOT BY RS-STREAM-DATE THAT WAY.
       01  RUN-STATUS-RECORD.
           05  RS-STREAM-DATE          PIC 9(8).
           05  RS-STEP-NUMBER          PIC 9(3).
           05  RS-PROGRAM-NAME         PIC X(12).
           05  RS-START-DATE           PIC 9(8).
           05  RS-START-TIME           PIC 9(6).
           05  RS-END-DATE             PIC 9(8).
           05  RS-END-TIME             PIC 9(6).
           05  RS-RETURN-CODE          PIC 9(4).
           05  RS-STATUS               PIC X(10).
               88  RS-STEP-RUNNING             VALUE 'RUNNING'.
           05  FILLER                  PIC X(8).
