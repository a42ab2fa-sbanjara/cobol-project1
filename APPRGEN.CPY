      * APPROVAL FILE GENERATION RECORD LAYOUT - ONE RECORD, WRITTEN
      * BY SBANJARAP7 WHEN IT SAVES THE APPROVAL QUEUE (APPRQUE.TXT)
      * AND THE APPROVAL DECISION FILE (APPRDEC.TXT) AS THEY STOOD
      * BEFORE THE RUN TO APPRQUE.PRV AND APPRDEC.PRV, AND REWRITTEN
      * AT THE END OF THE RUN. SBANJARAP17 PUTS THE SAVED FILES BACK
      * WHEN IT BACKS OUT A RUN, BUT ONLY WHEN THIS RECORD SHOWS THE
      * SAVE WAS TAKEN BEFORE THAT RUN - A LATER RUN THAT JOURNALED
      * NOTHING LEAVES AN EARLIER RUN AS THE ONE BACKED OUT, AND ITS
      * OWN SAVE THEN DOES NOT APPLY.
       01  APPROVAL-GENERATION-RECORD.
           05  AG-RUN-DATE             PIC 9(8).
           05  AG-RUN-STATE            PIC X.
               88  AG-RUN-STARTED              VALUE 'S'.
               88  AG-RUN-JOURNALED            VALUE 'J'.
               88  AG-RUN-NO-UPDATES           VALUE 'N'.
               88  AG-RUN-RESTORED             VALUE 'R'.
