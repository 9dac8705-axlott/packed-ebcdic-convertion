      ******************************************************************
      * JSTP-RECORD - ONE LINE PER STEP ON THE STEP TABLE CARD
      * (JOB-STEPS-CARD.TXT) THAT DRIVES THE PKJCTL01 JOB STREAM
      * CONTROLLER, IN THE ORDER THE STEPS RUN. JSTP-STEP IS THE
      * PROGRAM CALLED (COLUMNS 1-8). JSTP-RERUN-SW (COLUMN 10) 'N'
      * MARKS A STEP THAT MUST NEVER BE REPEATED ONCE COMPLETE -
      * PKGEN01 RETIRES A GENERATION - AND THAT, IF IT STARTED AND
      * NEVER ENDED, HOLDS THE STREAM UNTIL OPERATIONS SAYS WHAT IT
      * DID (SEE JRSTREC); ANYTHING ELSE IS SAFE TO RERUN. JSTP-PRED
      * (COLUMNS 12-56) NAMES UP TO FIVE EARLIER STEPS THAT MUST HAVE
      * COMPLETED FIRST, SPACES WHERE UNUSED. JSTP-OK-RC (COLUMNS
      * 58-77) LISTS UP TO FOUR RETURN CODES THAT COUNT AS COMPLETE,
      * FOUR DIGITS EACH, SPACES WHERE UNUSED - A LINE WITH NONE
      * ACCEPTS ONLY 0000. PKEDIT01 AND PKCMPL01 NORMALLY TAKE 0000
      * AND 0004, PKDRV01 ONLY 0000 - ITS 0004 MEANS THE MOVEMENT
      * REVIEW HELD THE PUBLISH - AND PKSTAT01 0000 AND 0008, SINCE A
      * NO-GO VERDICT IS THE BOARD DOING ITS JOB.
      ******************************************************************
       01  JSTP-RECORD.
           05  JSTP-STEP           PIC X(08).
           05  FILLER              PIC X(01).
           05  JSTP-RERUN-SW       PIC X(01).
               88  JSTP-RERUN-UNSAFE   VALUE 'N'.
           05  FILLER              PIC X(01).
           05  JSTP-PRED-LIST.
               10  JSTP-PRED OCCURS 5 TIMES.
                   15  JSTP-PRED-STEP   PIC X(08).
                   15  FILLER           PIC X(01).
           05  FILLER              PIC X(01).
           05  JSTP-OK-RC-LIST.
               10  JSTP-OK-RC OCCURS 4 TIMES.
                   15  JSTP-OK-RC-VALUE PIC X(04).
                   15  FILLER           PIC X(01).
