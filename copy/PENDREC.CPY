      ******************************************************************
      * PEND-RECORD - ONE PROPOSED CHANGE TO THE ACCOUNT MASTER, KEYED
      * BY CHANGE NUMBER IN THE INDEXED PENDING-CHANGES.DAT. PKAMNT01
      * WRITES EVERY ADD, UPDATE AND STATUS CHANGE HERE AS A PROPOSAL
      * CARRYING THE MAKER'S USER ID; NOTHING REACHES
      * ACCOUNT-MASTER.DAT UNTIL A DIFFERENT USER APPROVES IT. THE
      * BEFORE IMAGE IS THE ACCT-RECORD AS IT STOOD WHEN THE CHANGE WAS
      * PROPOSED (SPACES FOR AN ADD) AND THE AFTER IMAGE IS THE RECORD
      * AS IT WILL STAND. AN UPDATE IS APPLIED ONLY WHILE THE MASTER
      * STILL MATCHES THE BEFORE IMAGE, SO TWO PROPOSALS CANNOT
      * OVERWRITE EACH OTHER. ONCE DECIDED THE ENTRY STAYS ON FILE
      * WITH ITS STATE, CHECKER AND DECISION TIMESTAMP, AND THE SAME
      * RECORD IS APPENDED TO THE PERMANENT ACCOUNT-JOURNAL.TXT THAT
      * PKJRPT01 PRINTS.
      * PEND-ACTION 'S' IS AN UPDATE THAT CHANGES ACCT-STATUS (WITH OR
      * WITHOUT OTHER FIELDS), KEPT APART FROM 'U' BECAUSE A WRONG
      * CLOSE IS THE CHANGE AUDIT MOST WANTS TO SEE.
      ******************************************************************
       01  PEND-RECORD.
           05  PEND-CHANGE-NO          PIC 9(07).
           05  PEND-ACTION             PIC X(01).
               88  PEND-IS-ADD             VALUE 'A'.
               88  PEND-IS-UPDATE          VALUE 'U'.
               88  PEND-IS-STATUS          VALUE 'S'.
           05  PEND-STATE              PIC X(01).
               88  PEND-IS-PENDING         VALUE 'P'.
               88  PEND-IS-APPLIED         VALUE 'A'.
               88  PEND-IS-DECLINED        VALUE 'D'.
           05  PEND-ACCOUNT            PIC X(10).
           05  PEND-MAKER              PIC X(08).
           05  PEND-MADE-DATE          PIC X(08).
           05  PEND-MADE-TIME          PIC X(08).
           05  PEND-CHECKER            PIC X(08).
           05  PEND-DECIDED-DATE       PIC X(08).
           05  PEND-DECIDED-TIME       PIC X(08).
           05  PEND-BEFORE-IMAGE       PIC X(51).
           05  PEND-BEFORE REDEFINES PEND-BEFORE-IMAGE.
               10  PEND-B-NUMBER           PIC X(10).
               10  PEND-B-SHORT-NAME       PIC X(20).
               10  PEND-B-BRANCH           PIC X(04).
               10  PEND-B-STATUS           PIC X(01).
               10  PEND-B-OPEN-DATE        PIC X(08).
               10  PEND-B-CLOSE-DATE       PIC X(08).
           05  PEND-AFTER-IMAGE        PIC X(51).
           05  PEND-AFTER REDEFINES PEND-AFTER-IMAGE.
               10  PEND-A-NUMBER           PIC X(10).
               10  PEND-A-SHORT-NAME       PIC X(20).
               10  PEND-A-BRANCH           PIC X(04).
               10  PEND-A-STATUS           PIC X(01).
               10  PEND-A-OPEN-DATE        PIC X(08).
               10  PEND-A-CLOSE-DATE       PIC X(08).
