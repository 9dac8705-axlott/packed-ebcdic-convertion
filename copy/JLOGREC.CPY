      ******************************************************************
      * JLOG-RECORD - ONE LINE PER STEP EVENT, APPENDED TO
      * JOB-STEP-LOG.TXT BY THE PKJCTL01 JOB STREAM CONTROLLER AND
      * READ BY PKSTAT01 FOR THE BOARD. THE BUSINESS DATE AND CYCLE
      * (SPACES MAIN, 'S' SUPPLEMENTAL) COME FROM THE BUSDATE CARD; THE
      * RUN NUMBER IS THE RUN-REGISTRY.TXT NUMBER OF THE NIGHT'S
      * CONVERSION - THE ONE THE DRIVER IS ABOUT TO TAKE UNTIL IT HAS
      * RUN. A STEP WRITES A RUNNING LINE BEFORE IT IS CALLED AND AN
      * ENDED LINE AFTER, SO A STEP WHOSE LAST LINE IS STILL RUNNING
      * NEVER CAME BACK. THE LAST LINE FOR A DATE, CYCLE AND STEP IS
      * ITS STATE:
      *     R  RUNNING - CALLED, NOT YET ENDED
      *     C  COMPLETE - ENDED WITH AN ACCEPTABLE RETURN CODE
      *     F  FAILED - ENDED WITH ANY OTHER RETURN CODE
      *     B  BLOCKED - NOT RUN, A PREDECESSOR IS NOT COMPLETE
      *     M  MARKED COMPLETE BY OPERATIONS FROM THE RESTART CARD
      * JLOG-NOTE CARRIES THE OPERATOR ON A MARKED LINE, THE STEP THAT
      * BLOCKED A BLOCKED ONE, AND 'NO PGM' WHEN THE STEP COULD NOT BE
      * CALLED AT ALL.
      ******************************************************************
       01  JLOG-RECORD.
           05  JLOG-BUS-DATE       PIC X(08).
           05  JLOG-CYCLE          PIC X(01).
           05  JLOG-RUN-NUMBER     PIC 9(05).
           05  JLOG-STEP           PIC X(08).
           05  JLOG-STATE          PIC X(01).
               88  JLOG-RUNNING        VALUE 'R'.
               88  JLOG-COMPLETE       VALUE 'C'.
               88  JLOG-FAILED         VALUE 'F'.
               88  JLOG-BLOCKED        VALUE 'B'.
               88  JLOG-MARKED         VALUE 'M'.
               88  JLOG-DONE           VALUE 'C' 'M'.
           05  JLOG-RC             PIC 9(04).
           05  JLOG-START-DATE     PIC X(08).
           05  JLOG-START-TIME     PIC X(08).
           05  JLOG-END-DATE       PIC X(08).
           05  JLOG-END-TIME       PIC X(08).
           05  JLOG-NOTE           PIC X(08).
