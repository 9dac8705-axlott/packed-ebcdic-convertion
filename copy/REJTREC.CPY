      ******************************************************************
      * REJT-RECORD - ONE LINE PER BRANCH EXTRACT EDITED, APPENDED TO
      * REJECT-TALLY.TXT BY PKEDIT01: THE BUSINESS DATE (OR THE RUN
      * DATE ON AN UNGOVERNED RUN), THE CYCLE FROM THE BUSDATE CARD
      * (SPACES MAIN, 'S' SUPPLEMENTAL), THE BRANCH, WHEN THE EDIT RAN
      * AND HOW MANY RECORDS IT REJECTED. REJECT-FILE.TXT IS REBUILT
      * EVERY NIGHT, SO THIS IS THE ONLY RECORD OF A MONTH'S REJECTS.
      * A RERUN OF THE EDIT FOR THE SAME DATE, CYCLE AND BRANCH APPENDS
      * A LATER LINE THAT SUPERSEDES THE EARLIER ONE - READERS KEEP
      * THE LAST LINE FOR EACH.
      ******************************************************************
       01  REJT-RECORD.
           05  REJT-BUS-DATE       PIC X(08).
           05  REJT-CYCLE          PIC X(01).
           05  REJT-BRANCH         PIC X(04).
           05  REJT-RUN-DATE       PIC X(08).
           05  REJT-RUN-TIME       PIC X(08).
           05  REJT-COUNT          PIC 9(07).
