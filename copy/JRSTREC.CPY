      ******************************************************************
      * JRST-RECORD - THE OPTIONAL RESTART CARD (JOB-RESTART-CARD.TXT)
      * READ BY THE PKJCTL01 JOB STREAM CONTROLLER. NO CARD IS THE
      * ORDINARY RUN OR RESTART: EVERY STEP NOT YET COMPLETE FOR THE
      * BUSINESS DATE AND CYCLE RUNS, AND NOTHING COMPLETE IS REPEATED.
      * THE CARD APPLIES ONLY WHEN JRST-BUS-DATE IS THAT BUSINESS DATE,
      * SO A CARD LEFT OVER FROM ANOTHER NIGHT DOES NOTHING. IT IS ALSO
      * SINGLE-USE: JRST-ISSUED-DATE AND JRST-ISSUED-TIME (HHMMSS) SAY
      * WHEN OPERATIONS CUT IT, AND ONCE THE STEP LOG SHOWS ANY STEP
      * FROM JRST-STEP ON LOGGED AT OR AFTER THAT TIME THE CARD HAS BEEN
      * ACTED ON AND IS IGNORED, SO A CARD LEFT IN PLACE NEVER REPEATS
      * ITS WORK ON A LATER PASS. A CARD WITH NO ISSUE TIME IS REFUSED.
      *     D  DONE - OPERATIONS HAS CHECKED THAT JRST-STEP, WHICH
      *        STARTED AND NEVER ENDED OR FAILED, NEED NOT RUN AGAIN;
      *        IT IS LOGGED MARKED COMPLETE UNDER JRST-BY. THIS IS HOW
      *        AN UNSAFE STEP THAT NEVER CAME BACK IS RELEASED.
      *     F  FROM - RERUN FROM JRST-STEP: EVERY COMPLETE STEP FROM
      *        THERE ON THAT IS SAFE TO RERUN RUNS AGAIN, ONCE. A STEP
      *        MARKED UNSAFE IS NEVER REPEATED, CARD OR NOT.
      ******************************************************************
       01  JRST-RECORD.
           05  JRST-ACTION         PIC X(01).
               88  JRST-MARK-DONE      VALUE 'D'.
               88  JRST-RERUN-FROM     VALUE 'F'.
           05  JRST-BUS-DATE       PIC X(08).
           05  JRST-STEP           PIC X(08).
           05  JRST-BY             PIC X(08).
           05  JRST-ISSUED-DATE    PIC X(08).
           05  JRST-ISSUED-TIME    PIC X(06).
