      ******************************************************************
      * MVQ-RECORD - ONE UNUSUAL BALANCE MOVEMENT AWAITING OR CARRYING
      * THE DESK'S DECISION, KEYED BY ACCOUNT AND EFFECTIVE DATE IN THE
      * INDEXED REVIEW-QUEUE.DAT. PKMVSC01 SCREENS EVERY FILEO-REC4
      * BALANCE OF YOUR-FILE-WORK.TXT AGAINST THE ACCOUNT'S LATEST
      * EARLIER ROW IN BALANCE-HISTORY.DAT AND QUEUES THE ONES THAT
      * TRIP THE BRANCH'S MOVEMENT CARD (MVCDREC). THE DESK WORKS THE
      * QUEUE THROUGH PKMREV01, MARKING EACH ITEM ACCEPTED OR HELD WITH
      * A REASON. A RESCREEN OF THE SAME BALANCE KEEPS THE DECISION; A
      * DIFFERENT BALANCE FOR THE SAME KEY GOES BACK TO UNDECIDED.
      * VALUES ARE BASE CURRENCY, THE SAME AS FILEO-REC4 AND HIST-VALUE;
      * THE DELIVERED CURRENCY AND ORIGINAL AMOUNT RIDE ALONG. THE
      * BRANCH IS THE MASTER'S ACCT-BRANCH (SPACES IF THE ACCOUNT IS
      * NOT ON THE MASTER) AND SETS THE MOVEMENT LIMITS. THE SOURCE
      * BRANCH IS THE MANIFEST BRANCH WHOSE CLEAN EXTRACT SENT THE
      * BALANCE IN TONIGHT'S FEED (SPACES ON A SINGLE-FILE RUN) - THE
      * FILEO SUBTOTAL THE BALANCE WAS COUNTED IN, WHICH PKDRV01 TAKES
      * A HELD BALANCE BACK OUT OF. AN ITEM WITH NO EARLIER HISTORY ROW
      * CARRIES SPACES PRIOR DATE AND ZERO PRIOR VALUE.
      * THE SAME RECORD IS THE LAYOUT OF MOVEMENT-HOLDS.TXT, THE LIST
      * OF HELD ITEMS IN TONIGHT'S FEED PKMVSC01 HANDS TO PKDRV01.
      ******************************************************************
       01  MVQ-RECORD.
           05  MVQ-KEY.
               10  MVQ-ACCOUNT         PIC X(10).
               10  MVQ-EFF-DATE        PIC X(08).
           05  MVQ-BUS-DATE            PIC X(08).
           05  MVQ-BRANCH              PIC X(04).
           05  MVQ-SOURCE-BRANCH       PIC X(04).
           05  MVQ-REASON-CODE         PIC X(01).
               88  MVQ-SIGN-FLIP           VALUE 'S'.
               88  MVQ-OVER-ABSOLUTE       VALUE 'A'.
               88  MVQ-OVER-PERCENT        VALUE 'P'.
               88  MVQ-FIRST-SEEN          VALUE 'N'.
           05  MVQ-PRIOR-EFF-DATE      PIC X(08).
           05  MVQ-PRIOR-VALUE         PIC S9(18) SIGN LEADING
                                       SEPARATE.
           05  MVQ-NEW-VALUE           PIC S9(18) SIGN LEADING
                                       SEPARATE.
           05  MVQ-MOVEMENT            PIC S9(18) SIGN LEADING
                                       SEPARATE.
           05  MVQ-CURRENCY            PIC X(03).
           05  MVQ-ORIG-AMOUNT         PIC S9(18) SIGN LEADING
                                       SEPARATE.
           05  MVQ-QUEUED-DATE         PIC X(08).
           05  MVQ-QUEUED-TIME         PIC X(08).
           05  MVQ-STATE               PIC X(01).
               88  MVQ-UNDECIDED           VALUE 'U'.
               88  MVQ-ACCEPTED            VALUE 'A'.
               88  MVQ-HELD                VALUE 'H'.
           05  MVQ-DECIDED-BY          PIC X(08).
           05  MVQ-DECIDED-DATE        PIC X(08).
           05  MVQ-DECIDED-TIME        PIC X(08).
           05  MVQ-DECISION-REASON     PIC X(40).
