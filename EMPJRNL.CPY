      * RECOVERY UTILITY TO BACK THE MASTER OUT TO ITS PRE-RUN STATE
      * OR ROLL IT FORWARD. A REWRITE JOURNALS BOTH IMAGES, A WRITE
      * ONLY ITS AFTER IMAGE, A DELETE ONLY ITS BEFORE IMAGE.
      * THE JOURNAL IS KEPT ACROSS RUNS - EACH SBANJARAP7 RUN STARTS
      * AGAIN AT JR-SEQUENCE 1. WHEN SBANJARAP17 BACKS A RUN OUT IT
      * WRITES A BACK-OUT MARKER (ACTION X, SEQUENCE ZERO, NO IMAGE)
      * STRAIGHT AFTER IT, AND EVERY READER OF THE JOURNAL PASSES
      * OVER A RUN SO MARKED.
       01  JOURNAL-RECORD.
           05  JR-SEQUENCE         PIC 9(6).
           05  JR-RUN-DATE         PIC 9(8).
               88  JR-ACTION-WRITE         VALUE 'W'.
               88  JR-ACTION-REWRITE       VALUE 'R'.
               88  JR-ACTION-DELETE        VALUE 'D'.
               88  JR-ACTION-BACKOUT       VALUE 'X'.
           05  JR-IMAGE-TYPE       PIC X.
               88  JR-BEFORE-IMAGE         VALUE 'B'.
               88  JR-AFTER-IMAGE          VALUE 'A'.
