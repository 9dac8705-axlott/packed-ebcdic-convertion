      ******************************************************************
      * RELL-RECORD - ONE LINE PER BRANCH RELEASE FILE ON
      * RELEASE-LIST.TXT. PKSREL01 WRITES IT AFTER MOVING HELD
      * BALANCES OUT OF FROZEN-ACCOUNT SUSPENSE; PKRCYC01 FOLDS IT INTO
      * SUPPLEMENTAL-LIST.TXT. RELL-RELEASE-DATE IS THE BUSINESS DATE
      * (THE RUN DATE ON AN UNGOVERNED RUN) OF THE PKSREL01 RUN THAT
      * WROTE THE LINE, AND PKRCYC01 FOLDS ONLY THE LINES STAMPED WITH
      * ITS OWN DATE, SO A LIST LEFT ON DISK FROM AN EARLIER DAY CAN
      * NEVER POST AGAIN. IT ALSO MARKS EVERY BALANCE IT FOLDS CARRIED
      * ON SUSPENSE AND PASSES OVER A FILE ALREADY CARRIED, SO A RERUN
      * THE SAME DAY CANNOT EITHER.
      * RELL-BRANCH AND RELL-FILE-NAME ARE A MANIFEST LINE IN THE SAME
      * SHAPE AS XLIST-RECORD.
      ******************************************************************
       01  RELL-RECORD.
           05  RELL-RELEASE-DATE   PIC X(08).
           05  RELL-BRANCH         PIC X(04).
           05  RELL-FILE-NAME      PIC X(40).
