      ******************************************************************
      * PSNP-RECORD - ONE LINE PER ACCOUNT IN A MONTH-END PERIOD
      * SNAPSHOT, period-snapshot-YYYYMM.txt, CUT BY PKMEND01 FROM THE
      * FEED PUBLISHED ON THE LAST BUSINESS DAY OF THE MONTH: THE
      * FILEO-REC4 BASE-CURRENCY BALANCE, THE DELIVERED CURRENCY AND
      * ORIGINAL AMOUNT, AND THE ACCOUNT'S BRANCH FROM THE MASTER AT
      * CLOSE (SPACES IF NOT ON IT). UNPACKED SO AN AUDITOR CAN READ IT
      * WITHOUT THE FEED LAYOUT. SNAPSHOTS ARE NEVER REGISTERED ON A
      * RETENTION SHELF, SO PKRET01 NEVER PURGES ONE; A RERUN OF THE
      * CLOSE REWRITES THE MONTH'S FILE WHOLE.
      ******************************************************************
       01  PSNP-RECORD.
           05  PSNP-PERIOD         PIC X(06).
           05  PSNP-BUS-DATE       PIC X(08).
           05  PSNP-ACCOUNT        PIC X(10).
           05  PSNP-EFF-DATE       PIC X(08).
           05  PSNP-BRANCH         PIC X(04).
           05  PSNP-VALUE          PIC S9(18) SIGN LEADING SEPARATE.
           05  PSNP-CURRENCY       PIC X(03).
           05  PSNP-ORIG-AMOUNT    PIC S9(18) SIGN LEADING SEPARATE.
